       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P1233.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   ACCTFL  ASSIGN   TO "D1039.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    ACCTFL-STATUS.
           SELECT   JRNFL   ASSIGN   TO "D1025.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    JRNFL-STATUS.
           SELECT   PERFL   ASSIGN   TO "D1038.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    PERFL-STATUS.
           SELECT   BUDFL   ASSIGN   TO "D1233.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    BUDFL-STATUS.
           SELECT   PRINTFL ASSIGN   TO "PRINT1233".
       DATA   DIVISION.
       FILE   SECTION.
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
       FD  BUDFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS BUD-REC.
       01  BUD-REC.
           03 BUD-ACCT         PIC X(6).
           03 BUD-YYMM         PIC 9(6).
           03 BUD-AMT          PIC 9(9)V99.
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC             PIC X(140).
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER           PIC X(40)  VALUE SPACES.
           03 FILLER           PIC X(30)  VALUE
                 "BUDGET VS ACTUAL".
       01  HD-2.
           03 FILLER           PIC X(14)  VALUE "PERIOD     : ".
           03 HD-YYMM          PIC 9(6).
           03 FILLER           PIC X(6).
           03 FILLER           PIC X(14)  VALUE "TOLERANCE  : ".
           03 HD-TOL           PIC ZZ9.
           03 FILLER           PIC X(1)   VALUE "%".
       01  HD-3.
           03 FILLER           PIC X(28)  VALUE SPACES.
           03 FILLER           PIC X(54)  VALUE
                 "------------------- MONTH -------------------".
           03 FILLER           PIC X(54)  VALUE
                 "---------------- YEAR TO DATE ----------------".
       01  HD-4.
           03 FILLER           PIC X(7)   VALUE "ACCT".
           03 FILLER           PIC X(21)  VALUE "DESCRIPTION".
           03 FILLER           PIC X(15)  VALUE "        ACTUAL".
           03 FILLER           PIC X(15)  VALUE "        BUDGET".
           03 FILLER           PIC X(15)  VALUE "      VARIANCE".
           03 FILLER           PIC X(9)   VALUE "      %".
           03 FILLER           PIC X(15)  VALUE "        ACTUAL".
           03 FILLER           PIC X(15)  VALUE "        BUDGET".
           03 FILLER           PIC X(15)  VALUE "      VARIANCE".
           03 FILLER           PIC X(9)   VALUE "      %".
           03 FILLER           PIC X(4)   VALUE "OVER".
       01  HD-5                PIC X(139) VALUE ALL "=".
       01  DL.
           03 DL-ACCT          PIC X(6).
           03 FILLER           PIC X(1).
           03 DL-DESC          PIC X(20).
           03 FILLER           PIC X(1).
           03 DL-MTH-ACT       PIC ---,---,--9.99.
           03 FILLER           PIC X(1).
           03 DL-MTH-BUD       PIC ---,---,--9.99.
           03 FILLER           PIC X(1).
           03 DL-MTH-VAR       PIC ---,---,--9.99.
           03 FILLER           PIC X(1).
           03 DL-MTH-PCT       PIC ----9.9.
           03 DL-MTH-PCT-X  REDEFINES  DL-MTH-PCT  PIC X(7).
           03 FILLER           PIC X(2).
           03 DL-YTD-ACT       PIC ---,---,--9.99.
           03 FILLER           PIC X(1).
           03 DL-YTD-BUD       PIC ---,---,--9.99.
           03 FILLER           PIC X(1).
           03 DL-YTD-VAR       PIC ---,---,--9.99.
           03 FILLER           PIC X(1).
           03 DL-YTD-PCT       PIC ----9.9.
           03 DL-YTD-PCT-X  REDEFINES  DL-YTD-PCT  PIC X(7).
           03 FILLER           PIC X(2).
           03 DL-FLAG          PIC X(3).
       01  SUB-DL.
           03 FILLER           PIC X(5)   VALUE "TYPE ".
           03 SUB-TYPE         PIC X.
           03 FILLER           PIC X(22)  VALUE " SUBTOTAL".
           03 SUB-MTH-ACT      PIC ---,---,--9.99.
           03 FILLER           PIC X(1).
           03 SUB-MTH-BUD      PIC ---,---,--9.99.
           03 FILLER           PIC X(1).
           03 SUB-MTH-VAR      PIC ---,---,--9.99.
           03 FILLER           PIC X(1).
           03 SUB-MTH-PCT      PIC ----9.9.
           03 SUB-MTH-PCT-X  REDEFINES  SUB-MTH-PCT  PIC X(7).
           03 FILLER           PIC X(2).
           03 SUB-YTD-ACT      PIC ---,---,--9.99.
           03 FILLER           PIC X(1).
           03 SUB-YTD-BUD      PIC ---,---,--9.99.
           03 FILLER           PIC X(1).
           03 SUB-YTD-VAR      PIC ---,---,--9.99.
           03 FILLER           PIC X(1).
           03 SUB-YTD-PCT      PIC ----9.9.
           03 SUB-YTD-PCT-X  REDEFINES  SUB-YTD-PCT  PIC X(7).
       01  OVER-HD.
           03 FILLER           PIC X(50)  VALUE
                 "*** ACCOUNTS OVER BUDGET BEYOND TOLERANCE ***".
       01  OVER-NONE           PIC X(40)  VALUE
                 "    (NONE)".
       01  ACC-TAB-AREA.
           03 ACC-CNT          PIC 9(3)   VALUE 0.
           03 ACC-ENTRY        OCCURS 200 TIMES.
              05 AC-CODE       PIC X(6).
              05 AC-DESC       PIC X(20).
              05 AC-TYPE       PIC X.
              05 AC-MTH-ACT    PIC S9(10)V99.
              05 AC-YTD-ACT    PIC S9(10)V99.
              05 AC-MTH-BUD    PIC 9(10)V99.
              05 AC-YTD-BUD    PIC 9(10)V99.
              05 AC-FLAG       PIC X(3).
              05 AC-BUD        PIC 9(9)V99  OCCURS 12 TIMES.
       01  PER-TAB-AREA.
           03 PER-CNT          PIC 9(3)   VALUE 0.
           03 PER-ENTRY        OCCURS 120 TIMES.
              05 PE-YYMM       PIC 9(6).
              05 PE-STATUS     PIC X.
       01  PHASE-AREA.
           03 PH-AMT           PIC 9(9)V99  OCCURS 12 TIMES.
           03 PH-WEIGHT        PIC 9(10)V99 OCCURS 12 TIMES.
       01  TYPE-TAB.
           03 FILLER           PIC X(5)   VALUE "ALEIX".
       01  TYPE-TAB-R  REDEFINES  TYPE-TAB.
           03 TYPE-CODE        PIC X      OCCURS 5 TIMES.
       01  WORK-AREA.
           03 WK-SUB-MA        PIC S9(10)V99.
           03 WK-SUB-MB        PIC 9(10)V99.
           03 WK-SUB-YA        PIC S9(10)V99.
           03 WK-SUB-YB        PIC 9(10)V99.
           03 WK-VAR           PIC S9(10)V99.
           03 WK-PCT           PIC S9(4)V9.
           03 WK-LIMIT         PIC 9(10)V99.
           03 WK-SIGNED        PIC S9(10)V99.
           03 WK-WEIGHT-TOT    PIC 9(11)V99.
           03 WK-ALLOC-TOT     PIC 9(10)V99.
           03 WK-JRN-YEAR      PIC 9(4).
           03 WK-JRN-YYMM      PIC 9(6).
           03 WK-JRN-MM        PIC 99.
           03 WK-BUD-YEAR      PIC 9(4).
           03 WK-BUD-MM        PIC 99.
       01  MODE-SW             PIC X.
       01  PHASE-SW            PIC X.
       01  CLOSED-SW           PIC X.
       01  ASK-CODE            PIC X(6).
       01  ASK-YEAR            PIC 9(4).
       01  ASK-YYMM            PIC 9(6).
       01  ASK-MM              PIC 99.
       01  ASK-TOL             PIC 9(3).
       01  ASK-ANNUAL          PIC 9(9)V99.
       01  ASK-MONTH-AMT       PIC 9(9)V99.
       01  ACC-IDX             PIC 9(3).
       01  MATCH-IDX           PIC 9(3).
       01  PER-IDX             PIC 9(3).
       01  MTH-IDX             PIC 99.
       01  TYPE-IDX            PIC 9.
       01  OVER-CNT            PIC 9(3)   VALUE 0.
       01  LOAD-CNT            PIC 9(5)   VALUE 0.
       01  SKIP-CNT            PIC 9(5)   VALUE 0.
       01  EOF-SW              PIC X      VALUE "N".
       01  ACCTFL-STATUS       PIC XX.
       01  JRNFL-STATUS        PIC XX.
       01  PERFL-STATUS        PIC XX.
       01  BUDFL-STATUS        PIC XX.
       01  RUNLOG-JOB          PIC X(8)   VALUE "P1233".
       01  RUNLOG-ACTION       PIC X.
       01  RUNLOG-READ-CNT     PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT    PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS       PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "(L)OAD BUDGET  (R)EPORT BUDGET VS ACTUAL : "
                    WITH NO ADVANCING
           ACCEPT   MODE-SW
           PERFORM  210-LOAD-ACCOUNTS
           IF  ACC-CNT  =  0
               DISPLAY  "NO CHART OF ACCOUNTS D1039.DAT"
               STOP  RUN
           END-IF
           IF  MODE-SW = "L"  OR  MODE-SW = "l"
               PERFORM  100-LOAD-BUDGET
           ELSE
               PERFORM  200-BUDGET-REPORT
           END-IF
           STOP  RUN.
       100-LOAD-BUDGET.
           PERFORM  120-LOAD-PERIODS
           DISPLAY  "BUDGET YEAR (YYYY)       : " WITH NO ADVANCING
           ACCEPT   ASK-YEAR
           OPEN  EXTEND BUDFL
           IF  BUDFL-STATUS  =  "35"
               OPEN  OUTPUT BUDFL
           END-IF
           MOVE  SPACES   TO ASK-CODE
           PERFORM  UNTIL ASK-CODE = "E"
              DISPLAY  " "
              DISPLAY  "ACCOUNT CODE (E:END)     : "
                       WITH NO ADVANCING
              ACCEPT   ASK-CODE
              IF  ASK-CODE  NOT =  "E"  AND  ASK-CODE  NOT =  SPACES
                  PERFORM  110-BUDGET-ONE
              END-IF
           END-PERFORM
           CLOSE BUDFL
           DISPLAY  "BUDGET MONTHS LOADED  = " LOAD-CNT
           DISPLAY  "CLOSED MONTHS SKIPPED = " SKIP-CNT.
       110-BUDGET-ONE.
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  ACC-IDX  FROM  1  BY 1
                    UNTIL ACC-IDX  >  ACC-CNT
              IF  AC-CODE (ACC-IDX)  =  ASK-CODE
                  MOVE  ACC-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM
           IF  MATCH-IDX  =  0
               DISPLAY  "ACCOUNT NOT ON CHART : " ASK-CODE
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  AC-DESC (MATCH-IDX)
           DISPLAY  "PHASING (E)VEN (S)EASONAL (M)ANUAL : "
                    WITH NO ADVANCING
           ACCEPT   PHASE-SW
           EVALUATE TRUE
              WHEN  PHASE-SW = "M"  OR  PHASE-SW = "m"
                 PERFORM  150-PHASE-MANUAL
              WHEN  PHASE-SW = "S"  OR  PHASE-SW = "s"
                 DISPLAY  "ANNUAL BUDGET            : "
                          WITH NO ADVANCING
                 ACCEPT   ASK-ANNUAL
                 PERFORM  140-PHASE-SEASONAL
              WHEN  OTHER
                 DISPLAY  "ANNUAL BUDGET            : "
                          WITH NO ADVANCING
                 ACCEPT   ASK-ANNUAL
                 PERFORM  130-PHASE-EVEN
           END-EVALUATE
           PERFORM  VARYING  MTH-IDX  FROM  1  BY 1
                    UNTIL MTH-IDX  >  12
              PERFORM  170-WRITE-MONTH
           END-PERFORM.
       120-LOAD-PERIODS.
           OPEN  INPUT PERFL
           IF  PERFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  PERFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  PER-CNT  <  120
                      ADD   1  TO PER-CNT
                      MOVE  PER-YYMM    TO PE-YYMM   (PER-CNT)
                      MOVE  PER-STATUS  TO PE-STATUS (PER-CNT)
                  END-IF
                  READ  PERFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE PERFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       130-PHASE-EVEN.
           MOVE  0  TO WK-ALLOC-TOT
           PERFORM  VARYING  MTH-IDX  FROM  1  BY 1
                    UNTIL MTH-IDX  >  11
              COMPUTE  PH-AMT (MTH-IDX) = ASK-ANNUAL / 12
              ADD   PH-AMT (MTH-IDX)  TO WK-ALLOC-TOT
           END-PERFORM
           COMPUTE  PH-AMT (12) = ASK-ANNUAL - WK-ALLOC-TOT.
       140-PHASE-SEASONAL.
           PERFORM  160-PRIOR-YEAR-PROFILE
           IF  WK-WEIGHT-TOT  =  0
               DISPLAY  "NO PRIOR-YEAR ACTUALS, PHASED EVENLY"
               PERFORM  130-PHASE-EVEN
               EXIT  PARAGRAPH
           END-IF
           MOVE  0  TO WK-ALLOC-TOT
           PERFORM  VARYING  MTH-IDX  FROM  1  BY 1
                    UNTIL MTH-IDX  >  11
              COMPUTE  PH-AMT (MTH-IDX) ROUNDED =
                       ASK-ANNUAL * PH-WEIGHT (MTH-IDX) / WK-WEIGHT-TOT
              ADD   PH-AMT (MTH-IDX)  TO WK-ALLOC-TOT
           END-PERFORM
           IF  WK-ALLOC-TOT  >  ASK-ANNUAL
               MOVE  0  TO PH-AMT (12)
           ELSE
               COMPUTE  PH-AMT (12) = ASK-ANNUAL - WK-ALLOC-TOT
           END-IF.
       150-PHASE-MANUAL.
           PERFORM  VARYING  MTH-IDX  FROM  1  BY 1
                    UNTIL MTH-IDX  >  12
              DISPLAY  "MONTH " MTH-IDX " BUDGET          : "
                       WITH NO ADVANCING
              ACCEPT   ASK-MONTH-AMT
              MOVE  ASK-MONTH-AMT  TO PH-AMT (MTH-IDX)
           END-PERFORM.
       160-PRIOR-YEAR-PROFILE.
           MOVE  0  TO WK-WEIGHT-TOT
           PERFORM  VARYING  MTH-IDX  FROM  1  BY 1
                    UNTIL MTH-IDX  >  12
              MOVE  0  TO PH-WEIGHT (MTH-IDX)
           END-PERFORM
           OPEN  INPUT JRNFL
           IF  JRNFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  JRNFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  COMPUTE  WK-JRN-YEAR = JRN-DATE / 10000
                  IF  JRN-ACCT  =  ASK-CODE
                      AND  WK-JRN-YEAR + 1  =  ASK-YEAR
                      COMPUTE  WK-JRN-YYMM = JRN-DATE / 100
                      COMPUTE  WK-JRN-MM =
                               WK-JRN-YYMM - WK-JRN-YEAR * 100
                      PERFORM  240-SIGN-AMOUNT
                      IF  WK-SIGNED  <  0
                          COMPUTE  WK-SIGNED = 0 - WK-SIGNED
                      END-IF
                      ADD   WK-SIGNED  TO PH-WEIGHT (WK-JRN-MM)
                  END-IF
                  READ  JRNFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE JRNFL
           END-IF
           MOVE  "N"  TO EOF-SW
           PERFORM  VARYING  MTH-IDX  FROM  1  BY 1
                    UNTIL MTH-IDX  >  12
              ADD   PH-WEIGHT (MTH-IDX)  TO WK-WEIGHT-TOT
           END-PERFORM.
       170-WRITE-MONTH.
           COMPUTE  ASK-YYMM = ASK-YEAR * 100 + MTH-IDX
           MOVE  "N"  TO CLOSED-SW
           PERFORM  VARYING  PER-IDX  FROM  1  BY 1
                    UNTIL PER-IDX  >  PER-CNT
              IF  PE-YYMM (PER-IDX)  =  ASK-YYMM
                  AND  PE-STATUS (PER-IDX)  =  "C"
                  MOVE  "Y"  TO CLOSED-SW
              END-IF
           END-PERFORM
           IF  CLOSED-SW  =  "Y"
               DISPLAY  "PERIOD CLOSED, NOT CHANGED : " ASK-YYMM
               ADD   1  TO SKIP-CNT
               EXIT  PARAGRAPH
           END-IF
           MOVE  ASK-CODE          TO BUD-ACCT
           MOVE  ASK-YYMM          TO BUD-YYMM
           MOVE  PH-AMT (MTH-IDX)  TO BUD-AMT
           WRITE BUD-REC
           ADD   1  TO LOAD-CNT.
       200-BUDGET-REPORT.
           DISPLAY  "REPORT PERIOD (YYYYMM)   : " WITH NO ADVANCING
           ACCEPT   ASK-YYMM
           COMPUTE  ASK-YEAR = ASK-YYMM / 100
           COMPUTE  ASK-MM   = ASK-YYMM - ASK-YEAR * 100
           IF  ASK-MM  <  1  OR  ASK-MM  >  12
               DISPLAY  "INVALID PERIOD : " ASK-YYMM
               STOP  RUN
           END-IF
           DISPLAY  "OVER-BUDGET TOLERANCE %  : " WITH NO ADVANCING
           ACCEPT   ASK-TOL
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           PERFORM  220-LOAD-BUDGET
           PERFORM  230-POST-JOURNAL
           PERFORM  300-PRINT-REPORT
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           DISPLAY  "ACCOUNTS OVER BUDGET = " OVER-CNT.
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
                      MOVE  ACC-CODE    TO AC-CODE    (ACC-CNT)
                      MOVE  ACC-DESC    TO AC-DESC    (ACC-CNT)
                      MOVE  ACC-TYPE    TO AC-TYPE    (ACC-CNT)
                      MOVE  0           TO AC-MTH-ACT (ACC-CNT)
                      MOVE  0           TO AC-YTD-ACT (ACC-CNT)
                      MOVE  0           TO AC-MTH-BUD (ACC-CNT)
                      MOVE  0           TO AC-YTD-BUD (ACC-CNT)
                      MOVE  SPACES      TO AC-FLAG    (ACC-CNT)
                      PERFORM  VARYING  MTH-IDX  FROM  1  BY 1
                               UNTIL MTH-IDX  >  12
                         MOVE  0  TO AC-BUD (ACC-CNT MTH-IDX)
                      END-PERFORM
                  END-IF
                  READ  ACCTFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE ACCTFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       220-LOAD-BUDGET.
           OPEN  INPUT BUDFL
           IF  BUDFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
               DISPLAY  "NO BUDGET FILE D1233.DAT"
           ELSE
               READ  BUDFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO RUNLOG-READ-CNT
              COMPUTE  WK-BUD-YEAR = BUD-YYMM / 100
              COMPUTE  WK-BUD-MM   = BUD-YYMM - WK-BUD-YEAR * 100
              IF  WK-BUD-YEAR  =  ASK-YEAR
                  AND  WK-BUD-MM  >  0  AND  WK-BUD-MM  <  13
                  PERFORM  VARYING  ACC-IDX  FROM  1  BY 1
                           UNTIL ACC-IDX  >  ACC-CNT
                     IF  AC-CODE (ACC-IDX)  =  BUD-ACCT
                         MOVE  BUD-AMT  TO AC-BUD (ACC-IDX WK-BUD-MM)
                     END-IF
                  END-PERFORM
              END-IF
              READ  BUDFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  BUDFL-STATUS  NOT =  "35"
               CLOSE BUDFL
           END-IF
           MOVE  "N"  TO EOF-SW
           PERFORM  VARYING  ACC-IDX  FROM  1  BY 1
                    UNTIL ACC-IDX  >  ACC-CNT
              MOVE  AC-BUD (ACC-IDX ASK-MM)  TO AC-MTH-BUD (ACC-IDX)
              PERFORM  VARYING  MTH-IDX  FROM  1  BY 1
                       UNTIL MTH-IDX  >  ASK-MM
                 ADD   AC-BUD (ACC-IDX MTH-IDX)
                       TO AC-YTD-BUD (ACC-IDX)
              END-PERFORM
           END-PERFORM.
       230-POST-JOURNAL.
           OPEN  INPUT JRNFL
           IF  JRNFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
               DISPLAY  "NO JOURNAL FILE D1025.DAT"
           ELSE
               READ  JRNFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO RUNLOG-READ-CNT
              COMPUTE  WK-JRN-YEAR = JRN-DATE / 10000
              COMPUTE  WK-JRN-YYMM = JRN-DATE / 100
              COMPUTE  WK-JRN-MM   = WK-JRN-YYMM - WK-JRN-YEAR * 100
              IF  WK-JRN-YEAR  =  ASK-YEAR
                  AND  WK-JRN-MM  NOT >  ASK-MM
                  PERFORM  235-POST-LINE
              END-IF
              READ  JRNFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  JRNFL-STATUS  NOT =  "35"
               CLOSE JRNFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       235-POST-LINE.
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  ACC-IDX  FROM  1  BY 1
                    UNTIL ACC-IDX  >  ACC-CNT
              IF  AC-CODE (ACC-IDX)  =  JRN-ACCT
                  MOVE  ACC-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM
           IF  MATCH-IDX  =  0
               EXIT  PARAGRAPH
           END-IF
           PERFORM  240-SIGN-AMOUNT
           ADD   WK-SIGNED  TO AC-YTD-ACT (MATCH-IDX)
           IF  WK-JRN-MM  =  ASK-MM
               ADD   WK-SIGNED  TO AC-MTH-ACT (MATCH-IDX)
           END-IF.
       240-SIGN-AMOUNT.
           MOVE  JRN-AMT  TO WK-SIGNED
           IF  AC-TYPE (MATCH-IDX)  =  "A"
               OR  AC-TYPE (MATCH-IDX)  =  "X"
               IF  JRN-DC  NOT =  "D"
                   COMPUTE  WK-SIGNED = 0 - JRN-AMT
               END-IF
           ELSE
               IF  JRN-DC  =  "D"
                   COMPUTE  WK-SIGNED = 0 - JRN-AMT
               END-IF
           END-IF.
       300-PRINT-REPORT.
           OPEN  OUTPUT   PRINTFL
           MOVE  ASK-YYMM  TO HD-YYMM
           MOVE  ASK-TOL   TO HD-TOL
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           WRITE PRT-REC  FROM  HD-5  AFTER 1  LINES
           PERFORM  VARYING  ACC-IDX  FROM  1  BY 1
                    UNTIL ACC-IDX  >  ACC-CNT
              PERFORM  305-CHECK-TOLERANCE
           END-PERFORM
           PERFORM  VARYING  TYPE-IDX  FROM  1  BY 1
                    UNTIL TYPE-IDX  >  5
              PERFORM  310-TYPE-SECTION
           END-PERFORM
           WRITE PRT-REC  FROM  HD-5  AFTER 1  LINES
           WRITE PRT-REC  FROM  OVER-HD  AFTER 2  LINES
           PERFORM  VARYING  ACC-IDX  FROM  1  BY 1
                    UNTIL ACC-IDX  >  ACC-CNT
              IF  AC-FLAG (ACC-IDX)  NOT =  SPACES
                  PERFORM  320-ACCOUNT-LINE
              END-IF
           END-PERFORM
           IF  OVER-CNT  =  0
               WRITE PRT-REC  FROM  OVER-NONE  AFTER 1  LINES
           END-IF
           CLOSE PRINTFL.
       305-CHECK-TOLERANCE.
           IF  AC-TYPE (ACC-IDX)  NOT =  "X"
               EXIT  PARAGRAPH
           END-IF
           IF  AC-MTH-BUD (ACC-IDX)  >  0
               COMPUTE  WK-LIMIT ROUNDED = AC-MTH-BUD (ACC-IDX)
                        * ( 100 + ASK-TOL ) / 100
               IF  AC-MTH-ACT (ACC-IDX)  >  WK-LIMIT
                   MOVE  "*M"  TO AC-FLAG (ACC-IDX)
               END-IF
           END-IF
           IF  AC-YTD-BUD (ACC-IDX)  >  0
               COMPUTE  WK-LIMIT ROUNDED = AC-YTD-BUD (ACC-IDX)
                        * ( 100 + ASK-TOL ) / 100
               IF  AC-YTD-ACT (ACC-IDX)  >  WK-LIMIT
                   IF  AC-FLAG (ACC-IDX)  =  SPACES
                       MOVE  "*Y"   TO AC-FLAG (ACC-IDX)
                   ELSE
                       MOVE  "*MY"  TO AC-FLAG (ACC-IDX)
                   END-IF
               END-IF
           END-IF
           IF  AC-FLAG (ACC-IDX)  NOT =  SPACES
               ADD   1  TO OVER-CNT
           END-IF.
       310-TYPE-SECTION.
           MOVE  0  TO WK-SUB-MA  WK-SUB-MB  WK-SUB-YA  WK-SUB-YB
           PERFORM  VARYING  ACC-IDX  FROM  1  BY 1
                    UNTIL ACC-IDX  >  ACC-CNT
              IF  AC-TYPE (ACC-IDX)  =  TYPE-CODE (TYPE-IDX)
                  AND  ( AC-YTD-ACT (ACC-IDX)  NOT =  0
                         OR  AC-YTD-BUD (ACC-IDX)  >  0 )
                  PERFORM  320-ACCOUNT-LINE
                  ADD   AC-MTH-ACT (ACC-IDX)  TO WK-SUB-MA
                  ADD   AC-MTH-BUD (ACC-IDX)  TO WK-SUB-MB
                  ADD   AC-YTD-ACT (ACC-IDX)  TO WK-SUB-YA
                  ADD   AC-YTD-BUD (ACC-IDX)  TO WK-SUB-YB
              END-IF
           END-PERFORM
           IF  WK-SUB-YA  NOT =  0  OR  WK-SUB-YB  >  0
               MOVE  TYPE-CODE (TYPE-IDX)  TO SUB-TYPE
               MOVE  WK-SUB-MA  TO SUB-MTH-ACT
               MOVE  WK-SUB-MB  TO SUB-MTH-BUD
               COMPUTE  WK-VAR = WK-SUB-MA - WK-SUB-MB
               MOVE  WK-VAR     TO SUB-MTH-VAR
               IF  WK-SUB-MB  =  0
                   MOVE  SPACES  TO SUB-MTH-PCT-X
               ELSE
                   COMPUTE  WK-PCT ROUNDED = WK-VAR * 100 / WK-SUB-MB
                      ON SIZE ERROR  MOVE  9999.9  TO WK-PCT
                   END-COMPUTE
                   MOVE  WK-PCT  TO SUB-MTH-PCT
               END-IF
               MOVE  WK-SUB-YA  TO SUB-YTD-ACT
               MOVE  WK-SUB-YB  TO SUB-YTD-BUD
               COMPUTE  WK-VAR = WK-SUB-YA - WK-SUB-YB
               MOVE  WK-VAR     TO SUB-YTD-VAR
               IF  WK-SUB-YB  =  0
                   MOVE  SPACES  TO SUB-YTD-PCT-X
               ELSE
                   COMPUTE  WK-PCT ROUNDED = WK-VAR * 100 / WK-SUB-YB
                      ON SIZE ERROR  MOVE  9999.9  TO WK-PCT
                   END-COMPUTE
                   MOVE  WK-PCT  TO SUB-YTD-PCT
               END-IF
               WRITE PRT-REC  FROM  SUB-DL  AFTER 1  LINES
               ADD   1  TO RUNLOG-WRITE-CNT
           END-IF.
       320-ACCOUNT-LINE.
           MOVE  AC-CODE    (ACC-IDX)  TO DL-ACCT
           MOVE  AC-DESC    (ACC-IDX)  TO DL-DESC
           MOVE  AC-MTH-ACT (ACC-IDX)  TO DL-MTH-ACT
           MOVE  AC-MTH-BUD (ACC-IDX)  TO DL-MTH-BUD
           COMPUTE  WK-VAR = AC-MTH-ACT (ACC-IDX) - AC-MTH-BUD (ACC-IDX)
           MOVE  WK-VAR  TO DL-MTH-VAR
           IF  AC-MTH-BUD (ACC-IDX)  =  0
               MOVE  SPACES  TO DL-MTH-PCT-X
           ELSE
               COMPUTE  WK-PCT ROUNDED =
                        WK-VAR * 100 / AC-MTH-BUD (ACC-IDX)
                  ON SIZE ERROR  MOVE  9999.9  TO WK-PCT
               END-COMPUTE
               MOVE  WK-PCT  TO DL-MTH-PCT
           END-IF
           MOVE  AC-YTD-ACT (ACC-IDX)  TO DL-YTD-ACT
           MOVE  AC-YTD-BUD (ACC-IDX)  TO DL-YTD-BUD
           COMPUTE  WK-VAR = AC-YTD-ACT (ACC-IDX) - AC-YTD-BUD (ACC-IDX)
           MOVE  WK-VAR  TO DL-YTD-VAR
           IF  AC-YTD-BUD (ACC-IDX)  =  0
               MOVE  SPACES  TO DL-YTD-PCT-X
           ELSE
               COMPUTE  WK-PCT ROUNDED =
                        WK-VAR * 100 / AC-YTD-BUD (ACC-IDX)
                  ON SIZE ERROR  MOVE  9999.9  TO WK-PCT
               END-COMPUTE
               MOVE  WK-PCT  TO DL-YTD-PCT
           END-IF
           MOVE  AC-FLAG (ACC-IDX)  TO DL-FLAG
           WRITE PRT-REC  FROM  DL  AFTER 1  LINES
           ADD   1  TO RUNLOG-WRITE-CNT.
