       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P1235.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   RJFL    ASSIGN   TO "D1235.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    RJFL-STATUS.
           SELECT   ACCTFL  ASSIGN   TO "D1039.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    ACCTFL-STATUS.
           SELECT   JRNFL   ASSIGN   TO "D1025.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    JRNFL-STATUS.
           SELECT   PERFL   ASSIGN   TO "D1038.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    PERFL-STATUS.
           SELECT   PRINTFL ASSIGN   TO "PRINT1235".
       DATA   DIVISION.
       FILE   SECTION.
       FD  RJFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS RJ-REC.
       01  RJ-REC.
           03 RJ-ID            PIC X(4).
           03 RJ-DESC          PIC X(20).
           03 RJ-DR-ACCT       PIC X(6).
           03 RJ-CR-ACCT       PIC X(6).
           03 RJ-METHOD        PIC X.
           03 RJ-AMT           PIC 9(9)V99.
           03 RJ-PCT           PIC 9(3)V99.
           03 RJ-BASE-ACCT     PIC X(6).
           03 RJ-FREQ          PIC X.
           03 RJ-START         PIC 9(6).
           03 RJ-END           PIC 9(6).
           03 RJ-REVERSE       PIC X.
           03 RJ-ACTIVE        PIC X.
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
       01  PRT-REC             PIC X(100).
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER           PIC X(30)  VALUE SPACES.
           03 FILLER           PIC X(40)  VALUE
                 "RECURRING JOURNAL POSTING REPORT".
       01  HD-2.
           03 FILLER           PIC X(14)  VALUE "PERIOD     : ".
           03 HD-YYMM          PIC 9(6).
       01  HD-3.
           03 FILLER           PIC X(6)   VALUE "ID".
           03 FILLER           PIC X(22)  VALUE "DESCRIPTION".
           03 FILLER           PIC X(10)  VALUE "DATE".
           03 FILLER           PIC X(8)   VALUE "DEBIT".
           03 FILLER           PIC X(8)   VALUE "CREDIT".
           03 FILLER           PIC X(16)  VALUE "         AMOUNT".
           03 FILLER           PIC X(10)  VALUE "REVERSES".
           03 FILLER           PIC X(20)  VALUE "RESULT".
       01  HD-4                PIC X(99)  VALUE ALL "=".
       01  DL.
           03 DL-ID            PIC X(4).
           03 FILLER           PIC X(2).
           03 DL-DESC          PIC X(20).
           03 FILLER           PIC X(2).
           03 DL-DATE          PIC 9(8).
           03 FILLER           PIC X(2).
           03 DL-DR            PIC X(6).
           03 FILLER           PIC X(2).
           03 DL-CR            PIC X(6).
           03 FILLER           PIC X(2).
           03 DL-AMT           PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER           PIC X(2).
           03 DL-REV-DATE      PIC 9(8).
           03 DL-REV-DATE-X  REDEFINES  DL-REV-DATE  PIC X(8).
           03 FILLER           PIC X(2).
           03 DL-RESULT        PIC X(20).
       01  TOT-1.
           03 FILLER           PIC X(20)  VALUE "ENTRIES POSTED   : ".
           03 TOT-POSTED       PIC ZZZ9.
           03 FILLER           PIC X(6).
           03 FILLER           PIC X(20)  VALUE "REVERSALS POSTED : ".
           03 TOT-REVERSED     PIC ZZZ9.
           03 FILLER           PIC X(6).
           03 FILLER           PIC X(20)  VALUE "SKIPPED          : ".
           03 TOT-SKIPPED      PIC ZZZ9.
       01  TOT-2.
           03 FILLER           PIC X(20)  VALUE "TOTAL AMOUNT     : ".
           03 TOT-AMT          PIC ZZZ,ZZZ,ZZ9.99.
       01  RJ-TAB-AREA.
           03 RJ-CNT           PIC 9(3)   VALUE 0.
           03 RJ-ENTRY         OCCURS 100 TIMES.
              05 RT-ID         PIC X(4).
              05 RT-DESC       PIC X(20).
              05 RT-DR-ACCT    PIC X(6).
              05 RT-CR-ACCT    PIC X(6).
              05 RT-METHOD     PIC X.
              05 RT-AMT        PIC 9(9)V99.
              05 RT-PCT        PIC 9(3)V99.
              05 RT-BASE-ACCT  PIC X(6).
              05 RT-FREQ       PIC X.
              05 RT-START      PIC 9(6).
              05 RT-END        PIC 9(6).
              05 RT-REVERSE    PIC X.
              05 RT-ACTIVE     PIC X.
              05 RT-DONE       PIC X.
              05 RT-BASE-DR    PIC 9(11)V99.
              05 RT-BASE-CR    PIC 9(11)V99.
       01  ACC-TAB-AREA.
           03 ACC-CNT          PIC 9(3)   VALUE 0.
           03 ACC-ENTRY        OCCURS 200 TIMES.
              05 AC-CODE       PIC X(6).
              05 AC-ACTIVE     PIC X.
       01  WORK-AREA.
           03 WK-YY            PIC 9(4).
           03 WK-MM            PIC 99.
           03 WK-START-YY      PIC 9(4).
           03 WK-START-MM      PIC 99.
           03 WK-MONTHS        PIC S9(5).
           03 WK-CYCLE         PIC 99.
           03 WK-QUOT          PIC 9(5).
           03 WK-REM           PIC 99.
           03 WK-POST-AMT      PIC 9(9)V99.
           03 WK-ACCT          PIC X(6).
           03 WK-DR-ACCT       PIC X(6).
           03 WK-CR-ACCT       PIC X(6).
           03 WK-BASE          PIC S9(11)V99.
           03 WK-TYPE          PIC X(6).
           03 WK-TYPE-R  REDEFINES  WK-TYPE.
              05 WK-TYPE-ID    PIC X(4).
              05 WK-TYPE-SFX   PIC X(2).
       01  PERIOD-FIRST         PIC 9(8).
       01  NEXT-FIRST           PIC 9(8).
       01  NEXT-YYMM            PIC 9(6).
       01  PRIOR-YYMM           PIC 9(6).
       01  CHECK-YYMM           PIC 9(6).
       01  WK-JRN-YYMM          PIC 9(6).
       01  MODE-SW              PIC X.
       01  CLOSED-SW            PIC X.
       01  DUE-SW               PIC X.
       01  ACCT-OK-SW           PIC X.
       01  ASK-ID               PIC X(4).
       01  ASK-YYMM             PIC 9(6).
       01  ASK-AMT              PIC 9(9)V99.
       01  ASK-PCT              PIC 9(3)V99.
       01  ASK-YYMM-IN          PIC 9(6).
       01  RJ-IDX               PIC 9(3).
       01  ACC-IDX              PIC 9(3).
       01  MATCH-IDX            PIC 9(3).
       01  LOAD-CNT             PIC 9(3)   VALUE 0.
       01  POSTED-CNT           PIC 9(4)   VALUE 0.
       01  REVERSED-CNT         PIC 9(4)   VALUE 0.
       01  SKIPPED-CNT          PIC 9(4)   VALUE 0.
       01  POSTED-AMT           PIC 9(11)V99  VALUE 0.
       01  EOF-SW               PIC X      VALUE "N".
       01  RJFL-STATUS          PIC XX.
       01  ACCTFL-STATUS        PIC XX.
       01  JRNFL-STATUS         PIC XX.
       01  PERFL-STATUS         PIC XX.
       01  RUNLOG-JOB           PIC X(8)   VALUE "P1235".
       01  RUNLOG-ACTION        PIC X.
       01  RUNLOG-READ-CNT      PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT     PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS        PIC X      VALUE "N".
       01  CTL-JOB              PIC X(8)   VALUE "P1235".
       01  CTL-ROLE             PIC X      VALUE "W".
       01  CTL-FILE             PIC X(12)  VALUE "D1025".
       01  CTL-CNT              PIC 9(7).
       01  CTL-HASH             PIC 9(12).
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "(M)AINTAIN TEMPLATES  (G)ENERATE FOR PERIOD : "
                    WITH NO ADVANCING
           ACCEPT   MODE-SW
           IF  MODE-SW = "M"  OR  MODE-SW = "m"
               PERFORM  100-MAINTAIN-TEMPLATES
           ELSE
               PERFORM  200-GENERATE
           END-IF
           STOP  RUN.
       100-MAINTAIN-TEMPLATES.
           PERFORM  210-LOAD-ACCOUNTS
           OPEN  EXTEND RJFL
           IF  RJFL-STATUS  =  "35"
               OPEN  OUTPUT RJFL
           END-IF
           MOVE  SPACES   TO ASK-ID
           PERFORM  UNTIL ASK-ID = "E"
              DISPLAY  " "
              DISPLAY  "TEMPLATE ID (E:END)      : "
                       WITH NO ADVANCING
              ACCEPT   ASK-ID
              IF  ASK-ID  NOT =  "E"  AND  ASK-ID  NOT =  SPACES
                  PERFORM  110-TEMPLATE-ONE
              END-IF
           END-PERFORM
           CLOSE RJFL
           DISPLAY  "TEMPLATES WRITTEN = " LOAD-CNT.
       110-TEMPLATE-ONE.
           MOVE  ASK-ID   TO RJ-ID
           DISPLAY  "DESCRIPTION              : " WITH NO ADVANCING
           ACCEPT   RJ-DESC
           DISPLAY  "DEBIT ACCOUNT            : " WITH NO ADVANCING
           ACCEPT   RJ-DR-ACCT
           DISPLAY  "CREDIT ACCOUNT           : " WITH NO ADVANCING
           ACCEPT   RJ-CR-ACCT
           MOVE  RJ-DR-ACCT  TO WK-ACCT
           PERFORM  120-CHECK-ACCOUNT
           IF  ACCT-OK-SW  =  "Y"
               MOVE  RJ-CR-ACCT  TO WK-ACCT
               PERFORM  120-CHECK-ACCOUNT
           END-IF
           IF  ACCT-OK-SW  NOT =  "Y"
               DISPLAY  "ACCOUNT NOT ON CHART, TEMPLATE NOT SAVED"
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  "(A)MOUNT OR (P)ERCENTAGE : " WITH NO ADVANCING
           ACCEPT   RJ-METHOD
           MOVE  0       TO RJ-AMT  RJ-PCT
           MOVE  SPACES  TO RJ-BASE-ACCT
           IF  RJ-METHOD  =  "P"  OR  RJ-METHOD  =  "p"
               MOVE  "P"  TO RJ-METHOD
               DISPLAY  "PERCENT OF ACCOUNT       : "
                        WITH NO ADVANCING
               ACCEPT   RJ-BASE-ACCT
               DISPLAY  "PERCENTAGE (999.99)      : "
                        WITH NO ADVANCING
               ACCEPT   ASK-PCT
               MOVE  ASK-PCT  TO RJ-PCT
           ELSE
               MOVE  "A"  TO RJ-METHOD
               DISPLAY  "AMOUNT                   : "
                        WITH NO ADVANCING
               ACCEPT   ASK-AMT
               MOVE  ASK-AMT  TO RJ-AMT
           END-IF
           DISPLAY  "FREQUENCY (M/Q/A)        : " WITH NO ADVANCING
           ACCEPT   RJ-FREQ
           IF  RJ-FREQ  NOT =  "Q"  AND  RJ-FREQ  NOT =  "A"
               MOVE  "M"  TO RJ-FREQ
           END-IF
           DISPLAY  "START PERIOD (YYYYMM)    : " WITH NO ADVANCING
           ACCEPT   ASK-YYMM-IN
           MOVE  ASK-YYMM-IN  TO RJ-START
           DISPLAY  "END PERIOD (0:OPEN)      : " WITH NO ADVANCING
           ACCEPT   ASK-YYMM-IN
           MOVE  ASK-YYMM-IN  TO RJ-END
           DISPLAY  "AUTO-REVERSE (Y/N)       : " WITH NO ADVANCING
           ACCEPT   RJ-REVERSE
           IF  RJ-REVERSE  NOT =  "Y"
               MOVE  "N"  TO RJ-REVERSE
           END-IF
           DISPLAY  "ACTIVE (Y/N)             : " WITH NO ADVANCING
           ACCEPT   RJ-ACTIVE
           IF  RJ-ACTIVE  NOT =  "N"
               MOVE  "Y"  TO RJ-ACTIVE
           END-IF
           WRITE RJ-REC
           ADD   1  TO LOAD-CNT.
       120-CHECK-ACCOUNT.
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
       200-GENERATE.
           DISPLAY  "PERIOD TO OPEN (YYYYMM)  : " WITH NO ADVANCING
           ACCEPT   ASK-YYMM
           COMPUTE  WK-YY = ASK-YYMM / 100
           COMPUTE  WK-MM = ASK-YYMM - WK-YY * 100
           IF  WK-MM  <  1  OR  WK-MM  >  12
               DISPLAY  "INVALID PERIOD : " ASK-YYMM
               STOP  RUN
           END-IF
           MOVE  ASK-YYMM  TO CHECK-YYMM
           PERFORM  230-CHECK-PERIOD
           IF  CLOSED-SW  =  "Y"
               DISPLAY  "PERIOD " ASK-YYMM " IS CLOSED, NOT GENERATED"
               STOP  RUN
           END-IF
           COMPUTE  PERIOD-FIRST = ASK-YYMM * 100 + 1
           IF  WK-MM  =  12
               COMPUTE  NEXT-YYMM = ( WK-YY + 1 ) * 100 + 1
           ELSE
               COMPUTE  NEXT-YYMM = ASK-YYMM + 1
           END-IF
           COMPUTE  NEXT-FIRST = NEXT-YYMM * 100 + 1
           IF  WK-MM  =  1
               COMPUTE  PRIOR-YYMM = ( WK-YY - 1 ) * 100 + 12
           ELSE
               COMPUTE  PRIOR-YYMM = ASK-YYMM - 1
           END-IF
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           PERFORM  210-LOAD-ACCOUNTS
           PERFORM  220-LOAD-TEMPLATES
           PERFORM  240-SCAN-JOURNAL
           OPEN  OUTPUT   PRINTFL
           MOVE  ASK-YYMM  TO HD-YYMM
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           OPEN  EXTEND JRNFL
           IF  JRNFL-STATUS  =  "35"
               OPEN  OUTPUT JRNFL
           END-IF
           MOVE  0  TO CTL-CNT  CTL-HASH
           PERFORM  VARYING  RJ-IDX  FROM  1  BY 1
                    UNTIL RJ-IDX  >  RJ-CNT
              PERFORM  300-TEMPLATE-DUE
              IF  DUE-SW  =  "Y"
                  PERFORM  310-POST-TEMPLATE
              END-IF
           END-PERFORM
           CLOSE JRNFL
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  POSTED-CNT    TO TOT-POSTED
           MOVE  REVERSED-CNT  TO TOT-REVERSED
           MOVE  SKIPPED-CNT   TO TOT-SKIPPED
           MOVE  POSTED-AMT    TO TOT-AMT
           WRITE PRT-REC  FROM  TOT-1  AFTER 1  LINES
           WRITE PRT-REC  FROM  TOT-2  AFTER 1  LINES
           CLOSE PRINTFL
           CALL  "P1012"  USING  CTL-JOB  CTL-ROLE  CTL-FILE
                                 CTL-CNT  CTL-HASH
           DISPLAY  "RECURRING ENTRIES POSTED = " POSTED-CNT
           DISPLAY  "REVERSALS POSTED         = " REVERSED-CNT
           DISPLAY  "TEMPLATES SKIPPED        = " SKIPPED-CNT
           IF  SKIPPED-CNT  >  0
               MOVE  "A"   TO RUNLOG-STATUS
           END-IF
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS.
       210-LOAD-ACCOUNTS.
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
       220-LOAD-TEMPLATES.
           OPEN  INPUT RJFL
           IF  RJFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
               DISPLAY  "NO RECURRING TEMPLATE FILE D1235.DAT"
           ELSE
               READ  RJFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO RUNLOG-READ-CNT
              MOVE  0  TO MATCH-IDX
              PERFORM  VARYING  RJ-IDX  FROM  1  BY 1
                       UNTIL RJ-IDX  >  RJ-CNT
                 IF  RT-ID (RJ-IDX)  =  RJ-ID
                     MOVE  RJ-IDX  TO MATCH-IDX
                 END-IF
              END-PERFORM
              IF  MATCH-IDX  =  0  AND  RJ-CNT  <  100
                  ADD   1  TO RJ-CNT
                  MOVE  RJ-CNT  TO MATCH-IDX
              END-IF
              IF  MATCH-IDX  >  0
                  MOVE  RJ-ID         TO RT-ID        (MATCH-IDX)
                  MOVE  RJ-DESC       TO RT-DESC      (MATCH-IDX)
                  MOVE  RJ-DR-ACCT    TO RT-DR-ACCT   (MATCH-IDX)
                  MOVE  RJ-CR-ACCT    TO RT-CR-ACCT   (MATCH-IDX)
                  MOVE  RJ-METHOD     TO RT-METHOD    (MATCH-IDX)
                  MOVE  RJ-AMT        TO RT-AMT       (MATCH-IDX)
                  MOVE  RJ-PCT        TO RT-PCT       (MATCH-IDX)
                  MOVE  RJ-BASE-ACCT  TO RT-BASE-ACCT (MATCH-IDX)
                  MOVE  RJ-FREQ       TO RT-FREQ      (MATCH-IDX)
                  MOVE  RJ-START      TO RT-START     (MATCH-IDX)
                  MOVE  RJ-END        TO RT-END       (MATCH-IDX)
                  MOVE  RJ-REVERSE    TO RT-REVERSE   (MATCH-IDX)
                  MOVE  RJ-ACTIVE     TO RT-ACTIVE    (MATCH-IDX)
                  MOVE  "N"           TO RT-DONE      (MATCH-IDX)
                  MOVE  0             TO RT-BASE-DR   (MATCH-IDX)
                                         RT-BASE-CR   (MATCH-IDX)
              END-IF
              READ  RJFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  RJFL-STATUS  NOT =  "35"
               CLOSE RJFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       230-CHECK-PERIOD.
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
       240-SCAN-JOURNAL.
           OPEN  INPUT JRNFL
           IF  JRNFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  JRNFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO RUNLOG-READ-CNT
              COMPUTE  WK-JRN-YYMM = JRN-DATE / 100
              MOVE  JRN-TYPE  TO WK-TYPE
              PERFORM  VARYING  RJ-IDX  FROM  1  BY 1
                       UNTIL RJ-IDX  >  RJ-CNT
                 PERFORM  245-SCAN-ONE
              END-PERFORM
              READ  JRNFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  JRNFL-STATUS  NOT =  "35"
               CLOSE JRNFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       245-SCAN-ONE.
           IF  JRN-SOURCE  =  "P1235"
               AND  WK-TYPE-ID  =  RT-ID (RJ-IDX)
               AND  WK-TYPE-SFX  =  SPACES
               AND  JRN-DATE  =  PERIOD-FIRST
               MOVE  "Y"  TO RT-DONE (RJ-IDX)
           END-IF
           IF  RT-METHOD (RJ-IDX)  =  "P"
               AND  JRN-ACCT  =  RT-BASE-ACCT (RJ-IDX)
               AND  WK-JRN-YYMM  =  PRIOR-YYMM
               IF  JRN-DC  =  "D"
                   ADD   JRN-AMT  TO RT-BASE-DR (RJ-IDX)
               ELSE
                   ADD   JRN-AMT  TO RT-BASE-CR (RJ-IDX)
               END-IF
           END-IF.
       300-TEMPLATE-DUE.
           MOVE  "N"  TO DUE-SW
           IF  RT-ACTIVE (RJ-IDX)  NOT =  "Y"
               EXIT  PARAGRAPH
           END-IF
           IF  ASK-YYMM  <  RT-START (RJ-IDX)
               EXIT  PARAGRAPH
           END-IF
           IF  RT-END (RJ-IDX)  >  0
               AND  ASK-YYMM  >  RT-END (RJ-IDX)
               EXIT  PARAGRAPH
           END-IF
           COMPUTE  WK-START-YY = RT-START (RJ-IDX) / 100
           COMPUTE  WK-START-MM = RT-START (RJ-IDX) - WK-START-YY * 100
           COMPUTE  WK-MONTHS = ( WK-YY * 12 + WK-MM )
                              - ( WK-START-YY * 12 + WK-START-MM )
           EVALUATE  RT-FREQ (RJ-IDX)
              WHEN  "Q"   MOVE  3   TO WK-CYCLE
              WHEN  "A"   MOVE  12  TO WK-CYCLE
              WHEN  OTHER MOVE  1   TO WK-CYCLE
           END-EVALUATE
           DIVIDE  WK-MONTHS  BY  WK-CYCLE
                   GIVING  WK-QUOT  REMAINDER  WK-REM
           IF  WK-REM  =  0
               MOVE  "Y"  TO DUE-SW
           END-IF.
       310-POST-TEMPLATE.
           MOVE  RT-ID      (RJ-IDX)  TO DL-ID
           MOVE  RT-DESC    (RJ-IDX)  TO DL-DESC
           MOVE  PERIOD-FIRST         TO DL-DATE
           MOVE  RT-DR-ACCT (RJ-IDX)  TO DL-DR
           MOVE  RT-CR-ACCT (RJ-IDX)  TO DL-CR
           MOVE  SPACES               TO DL-REV-DATE-X
           IF  RT-METHOD (RJ-IDX)  =  "P"
               COMPUTE  WK-BASE = RT-BASE-DR (RJ-IDX)
                                - RT-BASE-CR (RJ-IDX)
               IF  WK-BASE  <  0
                   COMPUTE  WK-BASE = 0 - WK-BASE
               END-IF
               COMPUTE  WK-POST-AMT ROUNDED =
                        WK-BASE * RT-PCT (RJ-IDX) / 100
           ELSE
               MOVE  RT-AMT (RJ-IDX)  TO WK-POST-AMT
           END-IF
           MOVE  WK-POST-AMT  TO DL-AMT
           IF  RT-DONE (RJ-IDX)  =  "Y"
               MOVE  "ALREADY GENERATED"  TO DL-RESULT
               PERFORM  390-SKIPPED
               EXIT  PARAGRAPH
           END-IF
           IF  WK-POST-AMT  =  0
               MOVE  "ZERO AMOUNT"  TO DL-RESULT
               PERFORM  390-SKIPPED
               EXIT  PARAGRAPH
           END-IF
           MOVE  RT-DR-ACCT (RJ-IDX)  TO WK-ACCT
           PERFORM  120-CHECK-ACCOUNT
           IF  ACCT-OK-SW  =  "Y"
               MOVE  RT-CR-ACCT (RJ-IDX)  TO WK-ACCT
               PERFORM  120-CHECK-ACCOUNT
           END-IF
           IF  ACCT-OK-SW  NOT =  "Y"
               MOVE  "ACCOUNT NOT ON CHART"  TO DL-RESULT
               PERFORM  390-SKIPPED
               EXIT  PARAGRAPH
           END-IF
           MOVE  RT-ID (RJ-IDX)  TO WK-TYPE-ID
           MOVE  SPACES          TO WK-TYPE-SFX
           MOVE  PERIOD-FIRST    TO JRN-DATE
           MOVE  RT-DR-ACCT (RJ-IDX)  TO WK-DR-ACCT
           MOVE  RT-CR-ACCT (RJ-IDX)  TO WK-CR-ACCT
           PERFORM  320-WRITE-PAIR
           ADD   1  TO POSTED-CNT
           ADD   WK-POST-AMT  TO POSTED-AMT
           MOVE  "POSTED"  TO DL-RESULT
           IF  RT-REVERSE (RJ-IDX)  =  "Y"
               MOVE  NEXT-YYMM  TO CHECK-YYMM
               PERFORM  230-CHECK-PERIOD
               IF  CLOSED-SW  =  "Y"
                   MOVE  "POSTED, NO REVERSAL"  TO DL-RESULT
                   MOVE  "A"   TO RUNLOG-STATUS
               ELSE
                   MOVE  "RV"        TO WK-TYPE-SFX
                   MOVE  NEXT-FIRST  TO JRN-DATE
                   MOVE  RT-CR-ACCT (RJ-IDX)  TO WK-DR-ACCT
                   MOVE  RT-DR-ACCT (RJ-IDX)  TO WK-CR-ACCT
                   PERFORM  320-WRITE-PAIR
                   ADD   1  TO REVERSED-CNT
                   MOVE  NEXT-FIRST  TO DL-REV-DATE
               END-IF
           END-IF
           WRITE PRT-REC  FROM  DL  AFTER 1  LINES.
       320-WRITE-PAIR.
           MOVE  WK-TYPE         TO JRN-TYPE
           MOVE  "P1235"         TO JRN-SOURCE
           MOVE  SPACE           TO JRN-ADJ
           MOVE  WK-POST-AMT     TO JRN-AMT
           MOVE  WK-DR-ACCT      TO JRN-ACCT
           MOVE  "D"             TO JRN-DC
           WRITE JRN-REC
           MOVE  WK-CR-ACCT      TO JRN-ACCT
           MOVE  "C"             TO JRN-DC
           WRITE JRN-REC
           ADD   2  TO RUNLOG-WRITE-CNT  CTL-CNT
           ADD   WK-POST-AMT  TO CTL-HASH
           ADD   WK-POST-AMT  TO CTL-HASH.
       390-SKIPPED.
           ADD   1  TO SKIPPED-CNT
           WRITE PRT-REC  FROM  DL  AFTER 1  LINES.
