       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P1237.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   FAFL    ASSIGN   TO "D1239.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    FAFL-STATUS.
           SELECT   FATXFL  ASSIGN   TO "D1240.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    FATXFL-STATUS.
           SELECT   DEPFL   ASSIGN   TO "D0912.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    DEPFL-STATUS.
           SELECT   ACCTFL  ASSIGN   TO "D1039.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    ACCTFL-STATUS.
           SELECT   JRNFL   ASSIGN   TO "D1025.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    JRNFL-STATUS.
           SELECT   PERFL   ASSIGN   TO "D1038.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    PERFL-STATUS.
           SELECT   PRINTFL ASSIGN   TO "PRINT1237".
       DATA   DIVISION.
       FILE   SECTION.
       FD  FAFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS FA-REC.
       01  FA-REC.
           03 FA-NO            PIC X(6).
           03 FA-DESC          PIC X(20).
           03 FA-DEPT          PIC X(3).
           03 FA-ACQ-DATE      PIC 9(8).
           03 FA-COST          PIC 9(9)V99.
           03 FA-LIFE          PIC 9(3).
           03 FA-METHOD        PIC X.
           03 FA-SALVAGE       PIC 9(9)V99.
           03 FA-COST-ACCT     PIC X(6).
           03 FA-ACCUM-ACCT    PIC X(6).
           03 FA-EXP-ACCT      PIC X(6).
           03 FA-ACCUM         PIC 9(9)V99.
           03 FA-LAST-DEP      PIC 9(6).
           03 FA-STATUS        PIC X.
           03 FA-DISP-DATE     PIC 9(8).
       FD  FATXFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS TX-REC.
       01  TX-REC.
           03 TX-NO            PIC X(6).
           03 TX-DATE          PIC 9(8).
           03 TX-TYPE          PIC X.
           03 TX-AMT           PIC 9(9)V99.
           03 TX-ACCUM         PIC 9(9)V99.
           03 TX-PROCEEDS      PIC 9(9)V99.
           03 TX-DEPT-FROM     PIC X(3).
           03 TX-DEPT-TO       PIC X(3).
       FD  DEPFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS DEP-REC.
       01  DEP-REC.
           03 DEP-CODE         PIC X(3).
           03 DEP-NAME         PIC X(10).
           03 DEP-BONUS-MTHS   PIC 9V99.
       FD  ACCTFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS ACCT-REC.
       01  ACCT-REC.
           03 ACC-CODE         PIC X(6).
           03 ACC-DESC         PIC X(20).
           03 ACC-TYPE         PIC X.
           03 ACC-ACTIVE       PIC X.
       FD  JRNFL
           DATA  RECORD   IS JRN-REC.
       01  JRN-REC.
           03 JRN-DATE         PIC 9(8).
           03 JRN-ACCT         PIC X(6).
           03 JRN-DC           PIC X.
           03 JRN-AMT          PIC 9(9)V99.
           03 JRN-SOURCE       PIC X(8).
           03 JRN-TYPE         PIC X(6).
           03 JRN-ADJ          PIC X.
       FD  PERFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS PER-REC.
       01  PER-REC.
           03 PER-YYMM         PIC 9(6).
           03 PER-STATUS       PIC X.
           03 PER-CLOSED-BY    PIC X(10).
           03 PER-CLOSED-DATE  PIC 9(8).
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC             PIC X(132).
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER           PIC X(40)  VALUE SPACES.
           03 HD-TITLE         PIC X(40).
       01  HD-2.
           03 FILLER           PIC X(14)  VALUE "PERIOD     : ".
           03 HD-PERIOD        PIC ZZZZZ9.
       01  HD-3.
           03 FILLER           PIC X(8)   VALUE "ASSET".
           03 FILLER           PIC X(22)  VALUE "DESCRIPTION".
           03 FILLER           PIC X(6)   VALUE "DEPT".
           03 FILLER           PIC X(4)   VALUE "MTH".
           03 FILLER           PIC X(16)  VALUE "           COST".
           03 FILLER           PIC X(16)  VALUE "   DEPRECIATION".
           03 FILLER           PIC X(16)  VALUE "    ACCUMULATED".
           03 FILLER           PIC X(16)  VALUE "  NET BOOK VAL.".
           03 FILLER           PIC X(20)  VALUE "RESULT".
       01  HD-3D.
           03 FILLER           PIC X(8)   VALUE "ASSET".
           03 FILLER           PIC X(22)  VALUE "DESCRIPTION".
           03 FILLER           PIC X(10)  VALUE "DATE".
           03 FILLER           PIC X(16)  VALUE "           COST".
           03 FILLER           PIC X(16)  VALUE "    ACCUMULATED".
           03 FILLER           PIC X(16)  VALUE "  NET BOOK VAL.".
           03 FILLER           PIC X(16)  VALUE "       PROCEEDS".
           03 FILLER           PIC X(16)  VALUE "   GAIN (-LOSS)".
       01  HD-3R.
           03 FILLER           PIC X(8)   VALUE "ASSET".
           03 FILLER           PIC X(22)  VALUE "DESCRIPTION".
           03 FILLER           PIC X(6)   VALUE "DEPT".
           03 FILLER           PIC X(10)  VALUE SPACES.
           03 FILLER           PIC X(16)  VALUE "        OPENING".
           03 FILLER           PIC X(16)  VALUE "      ADDITIONS".
           03 FILLER           PIC X(16)  VALUE "      DISPOSALS".
           03 FILLER           PIC X(16)  VALUE "   DEPRECIATION".
           03 FILLER           PIC X(16)  VALUE "        CLOSING".
       01  HD-4                PIC X(132) VALUE ALL "=".
       01  DL.
           03 DL-NO            PIC X(6).
           03 FILLER           PIC X(2).
           03 DL-DESC          PIC X(20).
           03 FILLER           PIC X(2).
           03 DL-DEPT          PIC X(3).
           03 FILLER           PIC X(3).
           03 DL-METHOD        PIC X.
           03 FILLER           PIC X(2).
           03 DL-COST          PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER           PIC X(2).
           03 DL-DEP           PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER           PIC X(2).
           03 DL-ACCUM         PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER           PIC X(2).
           03 DL-NBV           PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER           PIC X(2).
           03 DL-RESULT        PIC X(20).
       01  DL-D.
           03 DLD-NO           PIC X(6).
           03 FILLER           PIC X(2).
           03 DLD-DESC         PIC X(20).
           03 FILLER           PIC X(2).
           03 DLD-DATE         PIC 9(8).
           03 FILLER           PIC X(2).
           03 DLD-COST         PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER           PIC X(2).
           03 DLD-ACCUM        PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER           PIC X(2).
           03 DLD-NBV          PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER           PIC X(2).
           03 DLD-PROCEEDS     PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER           PIC X(2).
           03 DLD-GAIN         PIC ---,---,--9.99.
       01  DL-R.
           03 DLR-NO           PIC X(6).
           03 FILLER           PIC X(2).
           03 DLR-DESC         PIC X(20).
           03 FILLER           PIC X(2).
           03 DLR-DEPT         PIC X(3).
           03 FILLER           PIC X(3).
           03 DLR-LABEL        PIC X(10).
           03 DLR-OPEN         PIC ---,---,--9.99.
           03 FILLER           PIC X(2).
           03 DLR-ADD          PIC ---,---,--9.99.
           03 FILLER           PIC X(2).
           03 DLR-DISP         PIC ---,---,--9.99.
           03 FILLER           PIC X(2).
           03 DLR-DEP          PIC ---,---,--9.99.
           03 DLR-DEP-X  REDEFINES  DLR-DEP  PIC X(14).
           03 FILLER           PIC X(2).
           03 DLR-CLOSE        PIC ---,---,--9.99.
       01  GL-DL.
           03 FILLER           PIC X(8)   VALUE "  POST ".
           03 GDL-DEPT         PIC X(3).
           03 FILLER           PIC X(4)   VALUE "  DR".
           03 GDL-DR           PIC X(8).
           03 FILLER           PIC X(3)   VALUE "CR".
           03 GDL-CR           PIC X(8).
           03 GDL-AMT          PIC ZZZ,ZZZ,ZZ9.99.
       01  TOT-1.
           03 FILLER           PIC X(24)  VALUE
                 "ASSETS DEPRECIATED   : ".
           03 TOT-DEP-CNT      PIC ZZZ9.
           03 FILLER           PIC X(6).
           03 FILLER           PIC X(24)  VALUE
                 "DEPRECIATION POSTED  : ".
           03 TOT-DEP-AMT      PIC ZZZ,ZZZ,ZZ9.99.
       01  TOT-2.
           03 FILLER           PIC X(24)  VALUE
                 "DISPOSALS IN PERIOD  : ".
           03 TOT-DISP-CNT     PIC ZZZ9.
           03 FILLER           PIC X(6).
           03 FILLER           PIC X(24)  VALUE
                 "NET GAIN (-LOSS)     : ".
           03 TOT-GAIN         PIC ---,---,--9.99.
       01  FA-TAB-AREA.
           03 FA-CNT           PIC 9(4)   VALUE 0.
           03 FA-ENTRY         OCCURS 2000 TIMES.
              05 FT-NO         PIC X(6).
              05 FT-DESC       PIC X(20).
              05 FT-DEPT       PIC X(3).
              05 FT-ACQ-DATE   PIC 9(8).
              05 FT-COST       PIC 9(9)V99.
              05 FT-LIFE       PIC 9(3).
              05 FT-METHOD     PIC X.
              05 FT-SALVAGE    PIC 9(9)V99.
              05 FT-COST-ACCT  PIC X(6).
              05 FT-ACCUM-ACCT PIC X(6).
              05 FT-EXP-ACCT   PIC X(6).
              05 FT-ACCUM      PIC 9(9)V99.
              05 FT-LAST-DEP   PIC 9(6).
              05 FT-STATUS     PIC X.
              05 FT-DISP-DATE  PIC 9(8).
              05 FT-RF-OPEN-C  PIC S9(11)V99.
              05 FT-RF-ADD-C   PIC S9(11)V99.
              05 FT-RF-DISP-C  PIC S9(11)V99.
              05 FT-RF-OPEN-A  PIC S9(11)V99.
              05 FT-RF-DEP-A   PIC S9(11)V99.
              05 FT-RF-DISP-A  PIC S9(11)V99.
       01  DEP-TAB-AREA.
           03 DEP-CNT          PIC 9(3)   VALUE 0.
           03 DEP-ENTRY        OCCURS 100 TIMES.
              05 DP-CODE       PIC X(3).
       01  ACC-TAB-AREA.
           03 ACC-CNT          PIC 9(3)   VALUE 0.
           03 ACC-ENTRY        OCCURS 200 TIMES.
              05 AC-CODE       PIC X(6).
              05 AC-ACTIVE     PIC X.
       01  GL-TAB-AREA.
           03 GL-CNT           PIC 9(3)   VALUE 0.
           03 GL-ENTRY         OCCURS 300 TIMES.
              05 GT-DEPT       PIC X(3).
              05 GT-EXP-ACCT   PIC X(6).
              05 GT-ACCUM-ACCT PIC X(6).
              05 GT-AMT        PIC 9(11)V99.
       01  RF-TOT-AREA.
           03 RF-OPEN-C        PIC S9(11)V99.
           03 RF-ADD-C         PIC S9(11)V99.
           03 RF-DISP-C        PIC S9(11)V99.
           03 RF-OPEN-A        PIC S9(11)V99.
           03 RF-DEP-A         PIC S9(11)V99.
           03 RF-DISP-A        PIC S9(11)V99.
       01  WORK-AREA.
           03 WK-YY            PIC 9(4).
           03 WK-MM            PIC 99.
           03 WK-ACQ-YYMM      PIC 9(6).
           03 WK-TX-YY         PIC 9(4).
           03 WK-TX-YYMM       PIC 9(6).
           03 WK-NBV           PIC S9(11)V99.
           03 WK-DEPABLE       PIC S9(11)V99.
           03 WK-DEP           PIC 9(9)V99.
           03 WK-GAIN          PIC S9(11)V99.
           03 WK-ACCT          PIC X(6).
           03 WK-DEPT          PIC X(3).
           03 WK-TYPE          PIC X(6).
           03 WK-TYPE-R  REDEFINES  WK-TYPE.
              05 WK-TYPE-PFX   PIC X(3).
              05 WK-TYPE-DEPT  PIC X(3).
           03 WK-POST-AMT      PIC 9(9)V99.
           03 WK-DR-ACCT       PIC X(6).
           03 WK-CR-ACCT       PIC X(6).
       01  MONTH-LEN-AREA.
           03 FILLER           PIC X(24)  VALUE
                 "312831303130313130313031".
       01  MONTH-LEN-R  REDEFINES  MONTH-LEN-AREA.
           03 MONTH-LEN        PIC 99     OCCURS 12 TIMES.
       01  DATE-FUNC            PIC X(4).
       01  DATE-D1              PIC 9(8).
       01  DATE-D2              PIC 9(8).
       01  DATE-DAYS            PIC S9(7).
       01  DATE-RESULT          PIC S9(7).
       01  PERIOD-END           PIC 9(8).
       01  CHECK-YYMM           PIC 9(6).
       01  MODE-SW              PIC X.
       01  CLOSED-SW            PIC X.
       01  DEPT-OK-SW           PIC X.
       01  ACCT-OK-SW           PIC X.
       01  ASK-NO               PIC X(6).
       01  ASK-DATE             PIC 9(8).
       01  ASK-AMT              PIC 9(9)V99.
       01  ASK-LIFE             PIC 9(3).
       01  ASK-YYMM             PIC 9(6).
       01  ASK-YEAR             PIC 9(4).
       01  ASK-PROC-ACCT        PIC X(6).
       01  ASK-GAIN-ACCT        PIC X(6).
       01  FA-IDX               PIC 9(4).
       01  FA-MATCH             PIC 9(4).
       01  DEP-IDX              PIC 9(3).
       01  ACC-IDX              PIC 9(3).
       01  GL-IDX               PIC 9(3).
       01  GL-MATCH             PIC 9(3).
       01  CHG-CNT              PIC 9(4)   VALUE 0.
       01  DEP-CNT-DONE         PIC 9(4)   VALUE 0.
       01  SKIPPED-CNT          PIC 9(4)   VALUE 0.
       01  DISP-CNT             PIC 9(4)   VALUE 0.
       01  DEP-TOTAL            PIC 9(11)V99  VALUE 0.
       01  GAIN-TOTAL           PIC S9(11)V99 VALUE 0.
       01  EOF-SW               PIC X      VALUE "N".
       01  FAFL-STATUS          PIC XX.
       01  FATXFL-STATUS        PIC XX.
       01  DEPFL-STATUS         PIC XX.
       01  ACCTFL-STATUS        PIC XX.
       01  JRNFL-STATUS         PIC XX.
       01  PERFL-STATUS         PIC XX.
       01  RUNLOG-JOB           PIC X(8)   VALUE "P1237".
       01  RUNLOG-ACTION        PIC X.
       01  RUNLOG-READ-CNT      PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT     PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS        PIC X      VALUE "N".
       01  CTL-JOB              PIC X(8)   VALUE "P1237".
       01  CTL-ROLE             PIC X      VALUE "W".
       01  CTL-FILE             PIC X(12)  VALUE "D1025".
       01  CTL-CNT              PIC 9(7)   VALUE 0.
       01  CTL-HASH             PIC 9(12)  VALUE 0.
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "(A)DDITION  (T)RANSFER  (D)ISPOSAL"
           DISPLAY  "(M)ONTHLY DEPRECIATION  (Y)EAR-END ROLL-FORWARD : "
                    WITH NO ADVANCING
           ACCEPT   MODE-SW
           PERFORM  100-LOAD-ASSETS
           PERFORM  110-LOAD-DEPTS
           PERFORM  120-LOAD-ACCOUNTS
           EVALUATE TRUE
              WHEN  MODE-SW = "A"  OR  MODE-SW = "a"
                 PERFORM  200-ADDITION
              WHEN  MODE-SW = "T"  OR  MODE-SW = "t"
                 PERFORM  300-TRANSFER
              WHEN  MODE-SW = "D"  OR  MODE-SW = "d"
                 PERFORM  400-DISPOSAL
              WHEN  MODE-SW = "Y"  OR  MODE-SW = "y"
                 PERFORM  600-ROLL-FORWARD
              WHEN  OTHER
                 PERFORM  500-MONTHLY-DEPRECIATION
           END-EVALUATE
           STOP  RUN.
       100-LOAD-ASSETS.
           OPEN  INPUT FAFL
           IF  FAFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  FAFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  FA-CNT  <  2000
                      ADD   1  TO FA-CNT
                      MOVE  FA-NO          TO FT-NO         (FA-CNT)
                      MOVE  FA-DESC        TO FT-DESC       (FA-CNT)
                      MOVE  FA-DEPT        TO FT-DEPT       (FA-CNT)
                      MOVE  FA-ACQ-DATE    TO FT-ACQ-DATE   (FA-CNT)
                      MOVE  FA-COST        TO FT-COST       (FA-CNT)
                      MOVE  FA-LIFE        TO FT-LIFE       (FA-CNT)
                      MOVE  FA-METHOD      TO FT-METHOD     (FA-CNT)
                      MOVE  FA-SALVAGE     TO FT-SALVAGE    (FA-CNT)
                      MOVE  FA-COST-ACCT   TO FT-COST-ACCT  (FA-CNT)
                      MOVE  FA-ACCUM-ACCT  TO FT-ACCUM-ACCT (FA-CNT)
                      MOVE  FA-EXP-ACCT    TO FT-EXP-ACCT   (FA-CNT)
                      MOVE  FA-ACCUM       TO FT-ACCUM      (FA-CNT)
                      MOVE  FA-LAST-DEP    TO FT-LAST-DEP   (FA-CNT)
                      MOVE  FA-STATUS      TO FT-STATUS     (FA-CNT)
                      MOVE  FA-DISP-DATE   TO FT-DISP-DATE  (FA-CNT)
                  END-IF
                  READ  FAFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE FAFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       110-LOAD-DEPTS.
           OPEN  INPUT DEPFL
           IF  DEPFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  DEPFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  DEP-CNT  <  100
                      ADD   1  TO DEP-CNT
                      MOVE  DEP-CODE  TO DP-CODE (DEP-CNT)
                  END-IF
                  READ  DEPFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE DEPFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       120-LOAD-ACCOUNTS.
           OPEN  INPUT ACCTFL
           IF  ACCTFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  ACCTFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  ACC-CNT  <  200
                      ADD   1  TO ACC-CNT
                      MOVE  ACC-CODE    TO AC-CODE   (ACC-CNT)
                      MOVE  ACC-ACTIVE  TO AC-ACTIVE (ACC-CNT)
                  END-IF
                  READ  ACCTFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE ACCTFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       130-CHECK-DEPT.
           MOVE  "N"  TO DEPT-OK-SW
           PERFORM  VARYING  DEP-IDX  FROM  1  BY 1
                    UNTIL DEP-IDX  >  DEP-CNT
              IF  DP-CODE (DEP-IDX)  =  WK-DEPT
                  MOVE  "Y"  TO DEPT-OK-SW
              END-IF
           END-PERFORM.
       140-CHECK-ACCOUNT.
           MOVE  "N"  TO ACCT-OK-SW
           IF  ACC-CNT  =  0
               MOVE  "Y"  TO ACCT-OK-SW
           END-IF
           PERFORM  VARYING  ACC-IDX  FROM  1  BY 1
                    UNTIL ACC-IDX  >  ACC-CNT
              IF  AC-CODE (ACC-IDX)  =  WK-ACCT
                  AND  AC-ACTIVE (ACC-IDX)  =  "Y"
                  MOVE  "Y"  TO ACCT-OK-SW
              END-IF
           END-PERFORM.
       150-CHECK-PERIOD.
           MOVE  "N"  TO CLOSED-SW
           OPEN  INPUT PERFL
           IF  PERFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  PERFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  PER-YYMM  =  CHECK-YYMM
                      IF  PER-STATUS  =  "C"
                          MOVE  "Y"  TO CLOSED-SW
                      ELSE
                          MOVE  "N"  TO CLOSED-SW
                      END-IF
                  END-IF
                  READ  PERFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE PERFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       160-FIND-ASSET.
           MOVE  0  TO FA-MATCH
           PERFORM  VARYING  FA-IDX  FROM  1  BY 1
                    UNTIL FA-IDX  >  FA-CNT
              IF  FT-NO (FA-IDX)  =  ASK-NO
                  MOVE  FA-IDX  TO FA-MATCH
              END-IF
           END-PERFORM.
       170-OPEN-TX.
           OPEN  EXTEND FATXFL
           IF  FATXFL-STATUS  =  "35"
               OPEN  OUTPUT FATXFL
           END-IF.
       180-WRITE-TX.
           MOVE  FT-NO (FA-MATCH)  TO TX-NO
           WRITE TX-REC.
       190-SAVE-ASSETS.
           OPEN  OUTPUT FAFL
           PERFORM  VARYING  FA-IDX  FROM  1  BY 1
                    UNTIL FA-IDX  >  FA-CNT
              MOVE  FT-NO         (FA-IDX)  TO FA-NO
              MOVE  FT-DESC       (FA-IDX)  TO FA-DESC
              MOVE  FT-DEPT       (FA-IDX)  TO FA-DEPT
              MOVE  FT-ACQ-DATE   (FA-IDX)  TO FA-ACQ-DATE
              MOVE  FT-COST       (FA-IDX)  TO FA-COST
              MOVE  FT-LIFE       (FA-IDX)  TO FA-LIFE
              MOVE  FT-METHOD     (FA-IDX)  TO FA-METHOD
              MOVE  FT-SALVAGE    (FA-IDX)  TO FA-SALVAGE
              MOVE  FT-COST-ACCT  (FA-IDX)  TO FA-COST-ACCT
              MOVE  FT-ACCUM-ACCT (FA-IDX)  TO FA-ACCUM-ACCT
              MOVE  FT-EXP-ACCT   (FA-IDX)  TO FA-EXP-ACCT
              MOVE  FT-ACCUM      (FA-IDX)  TO FA-ACCUM
              MOVE  FT-LAST-DEP   (FA-IDX)  TO FA-LAST-DEP
              MOVE  FT-STATUS     (FA-IDX)  TO FA-STATUS
              MOVE  FT-DISP-DATE  (FA-IDX)  TO FA-DISP-DATE
              WRITE FA-REC
           END-PERFORM
           CLOSE FAFL.
       200-ADDITION.
           PERFORM  170-OPEN-TX
           MOVE  SPACES   TO ASK-NO
           PERFORM  UNTIL ASK-NO = "E"
              DISPLAY  " "
              DISPLAY  "ASSET NUMBER (E:END)     : "
                       WITH NO ADVANCING
              ACCEPT   ASK-NO
              IF  ASK-NO  NOT =  "E"  AND  ASK-NO  NOT =  SPACES
                  PERFORM  210-ADDITION-ONE
              END-IF
           END-PERFORM
           CLOSE FATXFL
           IF  CHG-CNT  >  0
               PERFORM  190-SAVE-ASSETS
           END-IF
           DISPLAY  "ASSETS ADDED = " CHG-CNT.
       210-ADDITION-ONE.
           PERFORM  160-FIND-ASSET
           IF  FA-MATCH  >  0
               DISPLAY  "ASSET ALREADY ON FILE : " ASK-NO
               EXIT  PARAGRAPH
           END-IF
           IF  FA-CNT  NOT <  2000
               DISPLAY  "ASSET TABLE FULL"
               EXIT  PARAGRAPH
           END-IF
           MOVE  ASK-NO  TO FA-NO
           DISPLAY  "DESCRIPTION              : " WITH NO ADVANCING
           ACCEPT   FA-DESC
           DISPLAY  "DEPARTMENT               : " WITH NO ADVANCING
           ACCEPT   FA-DEPT
           MOVE  FA-DEPT  TO WK-DEPT
           PERFORM  130-CHECK-DEPT
           IF  DEPT-OK-SW  NOT =  "Y"
               DISPLAY  "DEPARTMENT NOT ON FILE, ASSET NOT ADDED"
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  "ACQUISITION DATE         : " WITH NO ADVANCING
           ACCEPT   ASK-DATE
           MOVE  ASK-DATE  TO FA-ACQ-DATE
           DISPLAY  "ACQUISITION COST         : " WITH NO ADVANCING
           ACCEPT   ASK-AMT
           MOVE  ASK-AMT  TO FA-COST
           DISPLAY  "USEFUL LIFE (MONTHS)     : " WITH NO ADVANCING
           ACCEPT   ASK-LIFE
           MOVE  ASK-LIFE  TO FA-LIFE
           IF  FA-COST  =  0  OR  FA-LIFE  =  0
               DISPLAY  "COST AND LIFE MUST NOT BE ZERO"
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  "(S)TRAIGHT-LINE OR (D)ECLINING BALANCE : "
                    WITH NO ADVANCING
           ACCEPT   FA-METHOD
           IF  FA-METHOD  =  "D"  OR  FA-METHOD  =  "d"
               MOVE  "D"  TO FA-METHOD
           ELSE
               MOVE  "S"  TO FA-METHOD
           END-IF
           DISPLAY  "SALVAGE VALUE            : " WITH NO ADVANCING
           ACCEPT   ASK-AMT
           MOVE  ASK-AMT  TO FA-SALVAGE
           IF  FA-SALVAGE  NOT <  FA-COST
               DISPLAY  "SALVAGE MUST BE LESS THAN COST"
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  "ASSET COST ACCOUNT       : " WITH NO ADVANCING
           ACCEPT   FA-COST-ACCT
           DISPLAY  "ACCUM. DEPRECIATION ACCT : " WITH NO ADVANCING
           ACCEPT   FA-ACCUM-ACCT
           DISPLAY  "DEPRECIATION EXPENSE ACCT: " WITH NO ADVANCING
           ACCEPT   FA-EXP-ACCT
           MOVE  FA-COST-ACCT  TO WK-ACCT
           PERFORM  140-CHECK-ACCOUNT
           IF  ACCT-OK-SW  =  "Y"
               MOVE  FA-ACCUM-ACCT  TO WK-ACCT
               PERFORM  140-CHECK-ACCOUNT
           END-IF
           IF  ACCT-OK-SW  =  "Y"
               MOVE  FA-EXP-ACCT  TO WK-ACCT
               PERFORM  140-CHECK-ACCOUNT
           END-IF
           IF  ACCT-OK-SW  NOT =  "Y"
               DISPLAY  "ACCOUNT NOT ON CHART, ASSET NOT ADDED"
               EXIT  PARAGRAPH
           END-IF
           ADD   1  TO FA-CNT
           MOVE  FA-CNT         TO FA-MATCH
           MOVE  FA-NO          TO FT-NO         (FA-MATCH)
           MOVE  FA-DESC        TO FT-DESC       (FA-MATCH)
           MOVE  FA-DEPT        TO FT-DEPT       (FA-MATCH)
           MOVE  FA-ACQ-DATE    TO FT-ACQ-DATE   (FA-MATCH)
           MOVE  FA-COST        TO FT-COST       (FA-MATCH)
           MOVE  FA-LIFE        TO FT-LIFE       (FA-MATCH)
           MOVE  FA-METHOD      TO FT-METHOD     (FA-MATCH)
           MOVE  FA-SALVAGE     TO FT-SALVAGE    (FA-MATCH)
           MOVE  FA-COST-ACCT   TO FT-COST-ACCT  (FA-MATCH)
           MOVE  FA-ACCUM-ACCT  TO FT-ACCUM-ACCT (FA-MATCH)
           MOVE  FA-EXP-ACCT    TO FT-EXP-ACCT   (FA-MATCH)
           MOVE  0              TO FT-ACCUM      (FA-MATCH)
                                   FT-LAST-DEP   (FA-MATCH)
                                   FT-DISP-DATE  (FA-MATCH)
           MOVE  "A"            TO FT-STATUS     (FA-MATCH)
           MOVE  FA-ACQ-DATE    TO TX-DATE
           MOVE  "A"            TO TX-TYPE
           MOVE  FA-COST        TO TX-AMT
           MOVE  0              TO TX-ACCUM  TX-PROCEEDS
           MOVE  SPACES         TO TX-DEPT-FROM
           MOVE  FA-DEPT        TO TX-DEPT-TO
           PERFORM  180-WRITE-TX
           ADD   1  TO CHG-CNT.
       300-TRANSFER.
           DISPLAY  "TRANSFER DATE            : " WITH NO ADVANCING
           ACCEPT   ASK-DATE
           PERFORM  170-OPEN-TX
           MOVE  SPACES   TO ASK-NO
           PERFORM  UNTIL ASK-NO = "E"
              DISPLAY  " "
              DISPLAY  "ASSET NUMBER (E:END)     : "
                       WITH NO ADVANCING
              ACCEPT   ASK-NO
              IF  ASK-NO  NOT =  "E"  AND  ASK-NO  NOT =  SPACES
                  PERFORM  310-TRANSFER-ONE
              END-IF
           END-PERFORM
           CLOSE FATXFL
           IF  CHG-CNT  >  0
               PERFORM  190-SAVE-ASSETS
           END-IF
           DISPLAY  "ASSETS TRANSFERRED = " CHG-CNT.
       310-TRANSFER-ONE.
           PERFORM  160-FIND-ASSET
           IF  FA-MATCH  =  0
               DISPLAY  "ASSET NOT ON FILE : " ASK-NO
               EXIT  PARAGRAPH
           END-IF
           IF  FT-STATUS (FA-MATCH)  NOT =  "A"
               DISPLAY  "ASSET ALREADY DISPOSED : " ASK-NO
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  FT-DESC (FA-MATCH) "  CURRENT DEPARTMENT : "
                    FT-DEPT (FA-MATCH)
           DISPLAY  "NEW DEPARTMENT           : " WITH NO ADVANCING
           ACCEPT   WK-DEPT
           PERFORM  130-CHECK-DEPT
           IF  DEPT-OK-SW  NOT =  "Y"
               OR  WK-DEPT  =  FT-DEPT (FA-MATCH)
               DISPLAY  "DEPARTMENT INVALID OR UNCHANGED"
               EXIT  PARAGRAPH
           END-IF
           MOVE  ASK-DATE            TO TX-DATE
           MOVE  "T"                 TO TX-TYPE
           MOVE  0                   TO TX-AMT  TX-ACCUM  TX-PROCEEDS
           MOVE  FT-DEPT (FA-MATCH)  TO TX-DEPT-FROM
           MOVE  WK-DEPT             TO TX-DEPT-TO
           PERFORM  180-WRITE-TX
           MOVE  WK-DEPT  TO FT-DEPT (FA-MATCH)
           ADD   1  TO CHG-CNT.
       400-DISPOSAL.
           DISPLAY  "DISPOSAL DATE            : " WITH NO ADVANCING
           ACCEPT   ASK-DATE
           COMPUTE  CHECK-YYMM = ASK-DATE / 100
           PERFORM  150-CHECK-PERIOD
           IF  CLOSED-SW  =  "Y"
               DISPLAY  "PERIOD " CHECK-YYMM " IS CLOSED"
               STOP  RUN
           END-IF
           DISPLAY  "PROCEEDS ACCOUNT         : " WITH NO ADVANCING
           ACCEPT   ASK-PROC-ACCT
           DISPLAY  "GAIN/LOSS ON DISPOSAL ACCT: " WITH NO ADVANCING
           ACCEPT   ASK-GAIN-ACCT
           MOVE  ASK-PROC-ACCT  TO WK-ACCT
           PERFORM  140-CHECK-ACCOUNT
           IF  ACCT-OK-SW  =  "Y"
               MOVE  ASK-GAIN-ACCT  TO WK-ACCT
               PERFORM  140-CHECK-ACCOUNT
           END-IF
           IF  ACCT-OK-SW  NOT =  "Y"
               DISPLAY  "ACCOUNT NOT ON CHART"
               STOP  RUN
           END-IF
           PERFORM  170-OPEN-TX
           OPEN  EXTEND JRNFL
           IF  JRNFL-STATUS  =  "35"
               OPEN  OUTPUT JRNFL
           END-IF
           MOVE  SPACES   TO ASK-NO
           PERFORM  UNTIL ASK-NO = "E"
              DISPLAY  " "
              DISPLAY  "ASSET NUMBER (E:END)     : "
                       WITH NO ADVANCING
              ACCEPT   ASK-NO
              IF  ASK-NO  NOT =  "E"  AND  ASK-NO  NOT =  SPACES
                  PERFORM  410-DISPOSAL-ONE
              END-IF
           END-PERFORM
           CLOSE JRNFL
           CLOSE FATXFL
           IF  CHG-CNT  >  0
               PERFORM  190-SAVE-ASSETS
               CALL  "P1012"  USING  CTL-JOB  CTL-ROLE  CTL-FILE
                                     CTL-CNT  CTL-HASH
           END-IF
           DISPLAY  "ASSETS DISPOSED = " CHG-CNT.
       410-DISPOSAL-ONE.
           PERFORM  160-FIND-ASSET
           IF  FA-MATCH  =  0
               DISPLAY  "ASSET NOT ON FILE : " ASK-NO
               EXIT  PARAGRAPH
           END-IF
           IF  FT-STATUS (FA-MATCH)  NOT =  "A"
               DISPLAY  "ASSET ALREADY DISPOSED : " ASK-NO
               EXIT  PARAGRAPH
           END-IF
           COMPUTE  WK-NBV = FT-COST (FA-MATCH) - FT-ACCUM (FA-MATCH)
           MOVE  FT-COST  (FA-MATCH)  TO DLD-COST
           MOVE  FT-ACCUM (FA-MATCH)  TO DLD-ACCUM
           MOVE  WK-NBV               TO DLD-NBV
           DISPLAY  FT-DESC (FA-MATCH)
           DISPLAY  "COST " DLD-COST "  ACCUM " DLD-ACCUM
                    "  NBV " DLD-NBV
           DISPLAY  "SALE PROCEEDS            : " WITH NO ADVANCING
           ACCEPT   ASK-AMT
           COMPUTE  WK-GAIN = ASK-AMT - WK-NBV
           MOVE  WK-GAIN  TO DLD-GAIN
           DISPLAY  "GAIN (-LOSS) ON DISPOSAL : " DLD-GAIN
           MOVE  ASK-DATE            TO JRN-DATE
           MOVE  FT-NO (FA-MATCH)    TO WK-TYPE
           IF  FT-ACCUM (FA-MATCH)  >  0
               MOVE  FT-ACCUM-ACCT (FA-MATCH)  TO JRN-ACCT
               MOVE  "D"                       TO JRN-DC
               MOVE  FT-ACCUM (FA-MATCH)       TO WK-POST-AMT
               PERFORM  450-WRITE-JOURNAL
           END-IF
           IF  ASK-AMT  >  0
               MOVE  ASK-PROC-ACCT  TO JRN-ACCT
               MOVE  "D"            TO JRN-DC
               MOVE  ASK-AMT        TO WK-POST-AMT
               PERFORM  450-WRITE-JOURNAL
           END-IF
           IF  WK-GAIN  <  0
               MOVE  ASK-GAIN-ACCT  TO JRN-ACCT
               MOVE  "D"            TO JRN-DC
               COMPUTE  WK-POST-AMT = 0 - WK-GAIN
               PERFORM  450-WRITE-JOURNAL
           END-IF
           MOVE  FT-COST-ACCT (FA-MATCH)  TO JRN-ACCT
           MOVE  "C"                      TO JRN-DC
           MOVE  FT-COST (FA-MATCH)       TO WK-POST-AMT
           PERFORM  450-WRITE-JOURNAL
           IF  WK-GAIN  >  0
               MOVE  ASK-GAIN-ACCT  TO JRN-ACCT
               MOVE  "C"            TO JRN-DC
               MOVE  WK-GAIN        TO WK-POST-AMT
               PERFORM  450-WRITE-JOURNAL
           END-IF
           MOVE  ASK-DATE            TO TX-DATE
           MOVE  "D"                 TO TX-TYPE
           MOVE  FT-COST  (FA-MATCH) TO TX-AMT
           MOVE  FT-ACCUM (FA-MATCH) TO TX-ACCUM
           MOVE  ASK-AMT             TO TX-PROCEEDS
           MOVE  FT-DEPT  (FA-MATCH) TO TX-DEPT-FROM
           MOVE  SPACES              TO TX-DEPT-TO
           PERFORM  180-WRITE-TX
           MOVE  "D"       TO FT-STATUS    (FA-MATCH)
           MOVE  ASK-DATE  TO FT-DISP-DATE (FA-MATCH)
           ADD   1  TO CHG-CNT.
       450-WRITE-JOURNAL.
           MOVE  WK-TYPE      TO JRN-TYPE
           MOVE  "P1237"      TO JRN-SOURCE
           MOVE  SPACE        TO JRN-ADJ
           MOVE  WK-POST-AMT  TO JRN-AMT
           WRITE JRN-REC
           ADD   1  TO RUNLOG-WRITE-CNT  CTL-CNT
           ADD   WK-POST-AMT  TO CTL-HASH.
       500-MONTHLY-DEPRECIATION.
           DISPLAY  "PERIOD (YYYYMM)          : " WITH NO ADVANCING
           ACCEPT   ASK-YYMM
           COMPUTE  WK-YY = ASK-YYMM / 100
           COMPUTE  WK-MM = ASK-YYMM - WK-YY * 100
           IF  WK-MM  <  1  OR  WK-MM  >  12
               DISPLAY  "INVALID PERIOD : " ASK-YYMM
               STOP  RUN
           END-IF
           MOVE  ASK-YYMM  TO CHECK-YYMM
           PERFORM  150-CHECK-PERIOD
           IF  CLOSED-SW  =  "Y"
               DISPLAY  "PERIOD " ASK-YYMM " IS CLOSED, NOT RUN"
               STOP  RUN
           END-IF
           COMPUTE  PERIOD-END = ASK-YYMM * 100 + MONTH-LEN (WK-MM)
           IF  WK-MM  =  2
               MOVE  "LEAP"      TO DATE-FUNC
               MOVE  PERIOD-END  TO DATE-D1
               CALL  "P1023"  USING  DATE-FUNC  DATE-D1  DATE-D2
                                     DATE-DAYS  DATE-RESULT
               IF  DATE-RESULT  =  1
                   ADD   1  TO PERIOD-END
               END-IF
           END-IF
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           OPEN  OUTPUT   PRINTFL
           MOVE  "MONTHLY DEPRECIATION REPORT"  TO HD-TITLE
           MOVE  ASK-YYMM  TO HD-PERIOD
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           PERFORM  170-OPEN-TX
           PERFORM  VARYING  FA-IDX  FROM  1  BY 1
                    UNTIL FA-IDX  >  FA-CNT
              IF  FT-STATUS (FA-IDX)  =  "A"
                  PERFORM  510-DEPRECIATE-ONE
              END-IF
           END-PERFORM
           CLOSE FATXFL
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           OPEN  EXTEND JRNFL
           IF  JRNFL-STATUS  =  "35"
               OPEN  OUTPUT JRNFL
           END-IF
           MOVE  PERIOD-END  TO JRN-DATE
           MOVE  "DEP"       TO WK-TYPE-PFX
           PERFORM  VARYING  GL-IDX  FROM  1  BY 1
                    UNTIL GL-IDX  >  GL-CNT
              MOVE  GT-DEPT (GL-IDX)  TO WK-TYPE-DEPT
              MOVE  GT-AMT  (GL-IDX)  TO WK-POST-AMT
              MOVE  GT-EXP-ACCT   (GL-IDX)  TO JRN-ACCT
              MOVE  "D"                     TO JRN-DC
              PERFORM  450-WRITE-JOURNAL
              MOVE  GT-ACCUM-ACCT (GL-IDX)  TO JRN-ACCT
              MOVE  "C"                     TO JRN-DC
              PERFORM  450-WRITE-JOURNAL
              MOVE  GT-DEPT       (GL-IDX)  TO GDL-DEPT
              MOVE  GT-EXP-ACCT   (GL-IDX)  TO GDL-DR
              MOVE  GT-ACCUM-ACCT (GL-IDX)  TO GDL-CR
              MOVE  GT-AMT        (GL-IDX)  TO GDL-AMT
              WRITE PRT-REC  FROM  GL-DL  AFTER 1  LINES
           END-PERFORM
           CLOSE JRNFL
           MOVE  DEP-CNT-DONE  TO TOT-DEP-CNT
           MOVE  DEP-TOTAL     TO TOT-DEP-AMT
           WRITE PRT-REC  FROM  TOT-1  AFTER 2  LINES
           PERFORM  550-DISPOSALS-IN-PERIOD
           CLOSE PRINTFL
           PERFORM  190-SAVE-ASSETS
           CALL  "P1012"  USING  CTL-JOB  CTL-ROLE  CTL-FILE
                                 CTL-CNT  CTL-HASH
           DISPLAY  "ASSETS DEPRECIATED       = " DEP-CNT-DONE
           DISPLAY  "ASSETS SKIPPED           = " SKIPPED-CNT
           IF  SKIPPED-CNT  >  0
               MOVE  "A"   TO RUNLOG-STATUS
           END-IF
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS.
       510-DEPRECIATE-ONE.
           COMPUTE  WK-ACQ-YYMM = FT-ACQ-DATE (FA-IDX) / 100
           IF  WK-ACQ-YYMM  NOT <  ASK-YYMM
               EXIT  PARAGRAPH
           END-IF
           MOVE  FT-NO     (FA-IDX)  TO DL-NO
           MOVE  FT-DESC   (FA-IDX)  TO DL-DESC
           MOVE  FT-DEPT   (FA-IDX)  TO DL-DEPT
           MOVE  FT-METHOD (FA-IDX)  TO DL-METHOD
           MOVE  FT-COST   (FA-IDX)  TO DL-COST
           MOVE  0                   TO WK-DEP
           COMPUTE  WK-NBV = FT-COST (FA-IDX) - FT-ACCUM (FA-IDX)
           COMPUTE  WK-DEPABLE = WK-NBV - FT-SALVAGE (FA-IDX)
           IF  FT-LAST-DEP (FA-IDX)  NOT <  ASK-YYMM
               MOVE  "ALREADY DEPRECIATED"  TO DL-RESULT
               ADD   1  TO SKIPPED-CNT
               PERFORM  590-PRINT-LINE
               EXIT  PARAGRAPH
           END-IF
           IF  WK-DEPABLE  NOT >  0
               EXIT  PARAGRAPH
           END-IF
           IF  FT-METHOD (FA-IDX)  =  "D"
               COMPUTE  WK-DEP ROUNDED =
                        WK-NBV * 2 / FT-LIFE (FA-IDX)
           ELSE
               COMPUTE  WK-DEP ROUNDED =
                        ( FT-COST (FA-IDX) - FT-SALVAGE (FA-IDX) )
                        / FT-LIFE (FA-IDX)
           END-IF
           IF  WK-DEP  >  WK-DEPABLE
               MOVE  WK-DEPABLE  TO WK-DEP
           END-IF
           ADD   WK-DEP    TO FT-ACCUM (FA-IDX)
           MOVE  ASK-YYMM  TO FT-LAST-DEP (FA-IDX)
           SUBTRACT  WK-DEP  FROM  WK-NBV
           MOVE  FA-IDX      TO FA-MATCH
           MOVE  PERIOD-END  TO TX-DATE
           MOVE  "P"         TO TX-TYPE
           MOVE  WK-DEP      TO TX-AMT
           MOVE  0           TO TX-ACCUM  TX-PROCEEDS
           MOVE  FT-DEPT (FA-IDX)  TO TX-DEPT-FROM  TX-DEPT-TO
           PERFORM  180-WRITE-TX
           PERFORM  520-ADD-TO-POSTING
           ADD   1       TO DEP-CNT-DONE
           ADD   WK-DEP  TO DEP-TOTAL
           MOVE  "DEPRECIATED"  TO DL-RESULT
           IF  WK-NBV  NOT >  FT-SALVAGE (FA-IDX)
               MOVE  "FULLY DEPRECIATED"  TO DL-RESULT
           END-IF
           PERFORM  590-PRINT-LINE.
       520-ADD-TO-POSTING.
           MOVE  0  TO GL-MATCH
           PERFORM  VARYING  GL-IDX  FROM  1  BY 1
                    UNTIL GL-IDX  >  GL-CNT
              IF  GT-DEPT       (GL-IDX)  =  FT-DEPT       (FA-IDX)
                  AND  GT-EXP-ACCT   (GL-IDX)  =  FT-EXP-ACCT (FA-IDX)
                  AND  GT-ACCUM-ACCT (GL-IDX)
                                         =  FT-ACCUM-ACCT (FA-IDX)
                  MOVE  GL-IDX  TO GL-MATCH
              END-IF
           END-PERFORM
           IF  GL-MATCH  =  0
               ADD   1  TO GL-CNT
               MOVE  GL-CNT  TO GL-MATCH
               MOVE  FT-DEPT       (FA-IDX)  TO GT-DEPT       (GL-MATCH)
               MOVE  FT-EXP-ACCT   (FA-IDX)  TO GT-EXP-ACCT   (GL-MATCH)
               MOVE  FT-ACCUM-ACCT (FA-IDX)  TO GT-ACCUM-ACCT (GL-MATCH)
               MOVE  0                       TO GT-AMT        (GL-MATCH)
           END-IF
           ADD   WK-DEP  TO GT-AMT (GL-MATCH).
       550-DISPOSALS-IN-PERIOD.
           WRITE PRT-REC  FROM  HD-3D  AFTER 3  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           OPEN  INPUT FATXFL
           IF  FATXFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  FATXFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO RUNLOG-READ-CNT
              COMPUTE  WK-TX-YYMM = TX-DATE / 100
              IF  TX-TYPE  =  "D"  AND  WK-TX-YYMM  =  ASK-YYMM
                  PERFORM  560-DISPOSAL-LINE
              END-IF
              READ  FATXFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  FATXFL-STATUS  NOT =  "35"
               CLOSE FATXFL
           END-IF
           MOVE  "N"  TO EOF-SW
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  DISP-CNT    TO TOT-DISP-CNT
           MOVE  GAIN-TOTAL  TO TOT-GAIN
           WRITE PRT-REC  FROM  TOT-2  AFTER 1  LINES.
       560-DISPOSAL-LINE.
           MOVE  TX-NO  TO ASK-NO
           PERFORM  160-FIND-ASSET
           MOVE  TX-NO       TO DLD-NO
           MOVE  SPACES      TO DLD-DESC
           IF  FA-MATCH  >  0
               MOVE  FT-DESC (FA-MATCH)  TO DLD-DESC
           END-IF
           MOVE  TX-DATE     TO DLD-DATE
           MOVE  TX-AMT      TO DLD-COST
           MOVE  TX-ACCUM    TO DLD-ACCUM
           COMPUTE  WK-NBV  = TX-AMT - TX-ACCUM
           COMPUTE  WK-GAIN = TX-PROCEEDS - WK-NBV
           MOVE  WK-NBV      TO DLD-NBV
           MOVE  TX-PROCEEDS TO DLD-PROCEEDS
           MOVE  WK-GAIN     TO DLD-GAIN
           WRITE PRT-REC  FROM  DL-D  AFTER 1  LINES
           ADD   1        TO DISP-CNT
           ADD   WK-GAIN  TO GAIN-TOTAL.
       590-PRINT-LINE.
           MOVE  WK-DEP              TO DL-DEP
           MOVE  FT-ACCUM (FA-IDX)   TO DL-ACCUM
           MOVE  WK-NBV              TO DL-NBV
           WRITE PRT-REC  FROM  DL  AFTER 1  LINES.
       600-ROLL-FORWARD.
           DISPLAY  "FINANCIAL YEAR (YYYY)    : " WITH NO ADVANCING
           ACCEPT   ASK-YEAR
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           PERFORM  VARYING  FA-IDX  FROM  1  BY 1
                    UNTIL FA-IDX  >  FA-CNT
              MOVE  0  TO FT-RF-OPEN-C (FA-IDX)  FT-RF-ADD-C  (FA-IDX)
                          FT-RF-DISP-C (FA-IDX)  FT-RF-OPEN-A (FA-IDX)
                          FT-RF-DEP-A  (FA-IDX)  FT-RF-DISP-A (FA-IDX)
           END-PERFORM
           MOVE  0  TO RF-OPEN-C  RF-ADD-C  RF-DISP-C
                       RF-OPEN-A  RF-DEP-A  RF-DISP-A
           OPEN  INPUT FATXFL
           IF  FATXFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  FATXFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO RUNLOG-READ-CNT
              MOVE  TX-NO  TO ASK-NO
              PERFORM  160-FIND-ASSET
              IF  FA-MATCH  >  0
                  PERFORM  610-ROLL-TX
              END-IF
              READ  FATXFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  FATXFL-STATUS  NOT =  "35"
               CLOSE FATXFL
           END-IF
           MOVE  "N"  TO EOF-SW
           OPEN  OUTPUT   PRINTFL
           MOVE  "FIXED ASSET ROLL-FORWARD SCHEDULE"  TO HD-TITLE
           MOVE  ASK-YEAR  TO HD-PERIOD
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3R  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           PERFORM  VARYING  FA-IDX  FROM  1  BY 1
                    UNTIL FA-IDX  >  FA-CNT
              PERFORM  620-ROLL-ASSET
           END-PERFORM
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  SPACES     TO DL-R
           MOVE  "TOTAL"    TO DLR-DESC
           MOVE  "COST"     TO DLR-LABEL
           MOVE  RF-OPEN-C  TO DLR-OPEN
           MOVE  RF-ADD-C   TO DLR-ADD
           MOVE  RF-DISP-C  TO DLR-DISP
           MOVE  SPACES     TO DLR-DEP-X
           COMPUTE  DLR-CLOSE = RF-OPEN-C + RF-ADD-C - RF-DISP-C
           WRITE PRT-REC  FROM  DL-R  AFTER 1  LINES
           MOVE  SPACES     TO DL-R
           MOVE  "ACCUM DEP"  TO DLR-LABEL
           MOVE  RF-OPEN-A  TO DLR-OPEN
           MOVE  0          TO DLR-ADD
           MOVE  RF-DISP-A  TO DLR-DISP
           MOVE  RF-DEP-A   TO DLR-DEP
           COMPUTE  DLR-CLOSE = RF-OPEN-A + RF-DEP-A - RF-DISP-A
           WRITE PRT-REC  FROM  DL-R  AFTER 1  LINES
           MOVE  SPACES     TO DL-R
           MOVE  "NBV"      TO DLR-LABEL
           COMPUTE  DLR-OPEN  = RF-OPEN-C - RF-OPEN-A
           COMPUTE  DLR-CLOSE = RF-OPEN-C + RF-ADD-C - RF-DISP-C
                              - RF-OPEN-A - RF-DEP-A + RF-DISP-A
           WRITE PRT-REC  FROM  DL-R  AFTER 1  LINES
           CLOSE PRINTFL
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS.
       610-ROLL-TX.
           COMPUTE  WK-TX-YY = TX-DATE / 10000
           IF  WK-TX-YY  >  ASK-YEAR
               EXIT  PARAGRAPH
           END-IF
           EVALUATE  TX-TYPE
              WHEN  "A"
                 IF  WK-TX-YY  <  ASK-YEAR
                     ADD  TX-AMT  TO FT-RF-OPEN-C (FA-MATCH)
                 ELSE
                     ADD  TX-AMT  TO FT-RF-ADD-C  (FA-MATCH)
                 END-IF
              WHEN  "P"
                 IF  WK-TX-YY  <  ASK-YEAR
                     ADD  TX-AMT  TO FT-RF-OPEN-A (FA-MATCH)
                 ELSE
                     ADD  TX-AMT  TO FT-RF-DEP-A  (FA-MATCH)
                 END-IF
              WHEN  "D"
                 IF  WK-TX-YY  <  ASK-YEAR
                     SUBTRACT  TX-AMT    FROM FT-RF-OPEN-C (FA-MATCH)
                     SUBTRACT  TX-ACCUM  FROM FT-RF-OPEN-A (FA-MATCH)
                 ELSE
                     ADD  TX-AMT    TO FT-RF-DISP-C (FA-MATCH)
                     ADD  TX-ACCUM  TO FT-RF-DISP-A (FA-MATCH)
                 END-IF
           END-EVALUATE.
       620-ROLL-ASSET.
           IF  FT-RF-OPEN-C (FA-IDX)  =  0
               AND  FT-RF-ADD-C (FA-IDX)  =  0
               AND  FT-RF-DISP-C (FA-IDX)  =  0
               EXIT  PARAGRAPH
           END-IF
           MOVE  SPACES              TO DL-R
           MOVE  FT-NO   (FA-IDX)    TO DLR-NO
           MOVE  FT-DESC (FA-IDX)    TO DLR-DESC
           MOVE  FT-DEPT (FA-IDX)    TO DLR-DEPT
           MOVE  "COST"              TO DLR-LABEL
           MOVE  FT-RF-OPEN-C (FA-IDX)  TO DLR-OPEN
           MOVE  FT-RF-ADD-C  (FA-IDX)  TO DLR-ADD
           MOVE  FT-RF-DISP-C (FA-IDX)  TO DLR-DISP
           MOVE  SPACES                 TO DLR-DEP-X
           COMPUTE  DLR-CLOSE = FT-RF-OPEN-C (FA-IDX)
                   + FT-RF-ADD-C (FA-IDX) - FT-RF-DISP-C (FA-IDX)
           WRITE PRT-REC  FROM  DL-R  AFTER 1  LINES
           MOVE  SPACES              TO DL-R
           MOVE  "ACCUM DEP"         TO DLR-LABEL
           MOVE  FT-RF-OPEN-A (FA-IDX)  TO DLR-OPEN
           MOVE  0                      TO DLR-ADD
           MOVE  FT-RF-DISP-A (FA-IDX)  TO DLR-DISP
           MOVE  FT-RF-DEP-A  (FA-IDX)  TO DLR-DEP
           COMPUTE  DLR-CLOSE = FT-RF-OPEN-A (FA-IDX)
                   + FT-RF-DEP-A (FA-IDX) - FT-RF-DISP-A (FA-IDX)
           WRITE PRT-REC  FROM  DL-R  AFTER 1  LINES
           ADD   1  TO RUNLOG-WRITE-CNT
           ADD   FT-RF-OPEN-C (FA-IDX)  TO RF-OPEN-C
           ADD   FT-RF-ADD-C  (FA-IDX)  TO RF-ADD-C
           ADD   FT-RF-DISP-C (FA-IDX)  TO RF-DISP-C
           ADD   FT-RF-OPEN-A (FA-IDX)  TO RF-OPEN-A
           ADD   FT-RF-DEP-A  (FA-IDX)  TO RF-DEP-A
           ADD   FT-RF-DISP-A (FA-IDX)  TO RF-DISP-A.
