       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P0918.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   INSFL    ASSIGN   TO "D0872.DAT"
              ORGANIZATION   INDEXED
              ACCESS MODE    RANDOM
              RECORD KEY     INS-CODE
              FILE STATUS    INSFL-STATUS.
           SELECT   APPFL    ASSIGN   TO "D0883.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    APPFL-STATUS.
           SELECT   BILLFL   ASSIGN   TO "D0885.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    BILLFL-STATUS.
           SELECT   RCPTFL   ASSIGN   TO "D0886.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    RCPTFL-STATUS.
           SELECT   LOANFL   ASSIGN   TO "D0918.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    LOANFL-STATUS.
           SELECT   LTXFL    ASSIGN   TO "D0919.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    LTXFL-STATUS.
           SELECT   PRINTFL  ASSIGN   TO "PRINT0918".
       DATA   DIVISION.
       FILE   SECTION.
       FD  INSFL
           DATA  RECORD   IS INS-REC.
       01  INS-REC.
           03 INS-CODE       PIC 9(5).
           03 INS-AGE        PIC 99.
           03 INS-SEX        PIC X.
           03 INS-M          PIC X.
           03 INS-F          PIC 9.
           03 INS-SMOKE      PIC X.
           03 INS-COVERAGE   PIC 9(7).
           03 INS-AGENT      PIC X(3).
           03 INS-STATUS     PIC X.
           03 INS-DOB        PIC 9(8).
       FD  APPFL
           DATA  RECORD   IS APP-REC.
       01  APP-REC.
           03 APP-DATE       PIC 9(8).
           03 APP-STATUS     PIC X.
           03 APP-ISSUE-DATE PIC 9(8).
           03 APP-CODE       PIC 9(5).
           03 APP-AGE        PIC 99.
           03 APP-SEX        PIC X.
           03 APP-M          PIC X.
           03 APP-F          PIC 9.
           03 APP-SMOKE      PIC X.
           03 APP-COVERAGE   PIC 9(7).
           03 APP-AGENT      PIC X(3).
           03 APP-DOB        PIC 9(8).
       FD  BILLFL
           DATA  RECORD   IS BILL-REC.
       01  BILL-REC.
           03 BILL-CODE      PIC 9(5).
           03 BILL-SEQ       PIC 99.
           03 BILL-DUE-DATE  PIC 9(8).
           03 BILL-AMT       PIC 9(7).
       FD  RCPTFL
           DATA  RECORD   IS RCPT-REC.
       01  RCPT-REC.
           03 RCPT-CODE       PIC 9(5).
           03 RCPT-DATE       PIC 9(8).
           03 RCPT-AMT        PIC 9(6).
           03 RCPT-TYPE       PIC X.
       FD  LOANFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS LOAN-REC.
       01  LOAN-REC.
           03 LOAN-CODE       PIC 9(5).
           03 LOAN-GRANT-DATE PIC 9(8).
           03 LOAN-PRIN       PIC 9(7).
           03 LOAN-INT        PIC 9(7).
           03 LOAN-RATE       PIC 99V99.
           03 LOAN-ACCR-DATE  PIC 9(8).
           03 LOAN-RCPT-TOT   PIC 9(8).
           03 LOAN-STATUS     PIC X.
       FD  LTXFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS LTX-REC.
       01  LTX-REC.
           03 LTX-CODE        PIC 9(5).
           03 LTX-DATE        PIC 9(8).
           03 LTX-TYPE        PIC X.
           03 LTX-AMT         PIC 9(7).
           03 LTX-PRIN        PIC 9(7).
           03 LTX-INT         PIC 9(7).
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC           PIC X(90).
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER         PIC X(22)  VALUE SPACES.
           03 FILLER         PIC X(40)  VALUE
                 "POLICY LOAN REGISTER".
       01  HD-2.
           03 FILLER         PIC X(12)  VALUE "AS OF : ".
           03 HD-ASOF        PIC 9(8).
           03 FILLER         PIC X(4).
           03 HD-RUN         PIC X(20).
       01  HD-3.
           03 FILLER         PIC X(8)   VALUE "POLICY".
           03 FILLER         PIC X(12)  VALUE "   AMOUNT".
           03 FILLER         PIC X(12)  VALUE "PRINCIPAL".
           03 FILLER         PIC X(12)  VALUE " INTEREST".
           03 FILLER         PIC X(12)  VALUE "SURR VALUE".
           03 FILLER         PIC X(6)   VALUE " RATE".
           03 FILLER         PIC X(12)  VALUE "  NOTE".
       01  HD-4              PIC X(84)  VALUE ALL "=".
       01  DL.
           03 DL-CODE        PIC 9(5).
           03 FILLER         PIC X(2).
           03 DL-AMT         PIC Z,ZZZ,ZZ9.
           03 FILLER         PIC X(2).
           03 DL-PRIN        PIC Z,ZZZ,ZZ9.
           03 FILLER         PIC X(2).
           03 DL-INT         PIC Z,ZZZ,ZZ9.
           03 FILLER         PIC X(2).
           03 DL-SURR        PIC Z,ZZZ,ZZ9.
           03 FILLER         PIC X(2).
           03 DL-RATE        PIC Z9.99.
           03 FILLER         PIC X(3).
           03 DL-NOTE        PIC X(16).
       01  TOT-1.
           03 FILLER         PIC X(7)   VALUE "TOTAL".
           03 TOT-AMT        PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(1).
           03 TOT-PRIN       PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(1).
           03 TOT-INT        PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(10)  VALUE "  COUNT : ".
           03 TOT-CNT        PIC ZZZ9.
       01  TOT-2.
           03 FILLER         PIC X(20)  VALUE "POLICIES LAPSED : ".
           03 TOT-LAPSE      PIC ZZZ9.
       01  LOAN-TAB-AREA.
           03 LOAN-CNT       PIC 9(3)   VALUE 0.
           03 LOAN-ENTRY     OCCURS 500 TIMES.
              05 LT-IMG      PIC X(48).
       01  LW-WORK-REC.
           03 LW-CODE        PIC 9(5).
           03 LW-GRANT-DATE  PIC 9(8).
           03 LW-PRIN        PIC 9(7).
           03 LW-INT         PIC 9(7).
           03 LW-RATE        PIC 99V99.
           03 LW-ACCR-DATE   PIC 9(8).
           03 LW-RCPT-TOT    PIC 9(8).
           03 LW-STATUS      PIC X.
       01  REPAY-TAB-AREA.
           03 REPAY-CNT      PIC 9(3)   VALUE 0.
           03 REPAY-ENTRY    OCCURS 500 TIMES.
              05 RT-CODE     PIC 9(5).
              05 RT-AMT      PIC 9(8).
              05 RT-USED     PIC X.
       01  WORK-AREA.
           03 WK-PAID        PIC 9(8).
           03 WK-EARNED      PIC 9(8).
           03 WK-UNEARNED    PIC S9(8).
           03 WK-CHARGE      PIC 9(7).
           03 WK-SURR        PIC 9(8).
           03 WK-YEARS       PIC 9(3).
           03 WK-CHG-RATE    PIC V99.
           03 WK-ISSUE-DATE  PIC 9(8).
           03 WK-OUTSTAND    PIC 9(8).
           03 WK-MAX-LOAN    PIC S9(8).
           03 WK-INT         PIC 9(7).
           03 WK-NEW-RCPT    PIC 9(8).
           03 WK-APPLY       PIC 9(8).
           03 WK-EXCESS      PIC 9(8).
       01  LOAN-PCT          PIC 9(3)   VALUE 80.
       01  DEF-RATE          PIC 99V99  VALUE 6.00.
       01  MODE-SW           PIC X.
       01  WK-CODE           PIC X(5).
       01  WK-CODE-N  REDEFINES  WK-CODE   PIC 9(5).
       01  WK-POL-CODE       PIC 9(5).
       01  ASK-ASOF          PIC 9(8).
       01  ASK-AMT           PIC 9(7).
       01  ASK-RATE          PIC 99V99.
       01  DATE-FUNC         PIC X(4).
       01  DATE-DAYS         PIC S9(7).
       01  DATE-RESULT       PIC S9(7).
       01  LOAN-IDX          PIC 9(3).
       01  MATCH-IDX         PIC 9(3).
       01  REPAY-IDX         PIC 9(3).
       01  GR-AMT            PIC 9(8)   VALUE 0.
       01  GR-PRIN           PIC 9(8)   VALUE 0.
       01  GR-INT            PIC 9(8)   VALUE 0.
       01  LINE-CNT          PIC 9(4)   VALUE 0.
       01  LAPSE-CNT         PIC 9(4)   VALUE 0.
       01  EOF-SW            PIC X      VALUE "N".
       01  INSFL-STATUS      PIC XX.
       01  APPFL-STATUS      PIC XX.
       01  BILLFL-STATUS     PIC XX.
       01  RCPTFL-STATUS     PIC XX.
       01  LOANFL-STATUS     PIC XX.
       01  LTXFL-STATUS      PIC XX.
       01  JRNL-JOB          PIC X(8)   VALUE "P0918".
       01  JRNL-FILE         PIC X(12).
       01  JRNL-KEY          PIC X(10).
       01  JRNL-IMAGE        PIC X(120).
       01  RUNLOG-JOB        PIC X(8)   VALUE "P0918".
       01  RUNLOG-ACTION     PIC X.
       01  RUNLOG-READ-CNT   PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT  PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS     PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           DISPLAY  "(G)RANT LOAN  (I)NTEREST ACCRUAL  (R)EPAYMENTS"
           DISPLAY  "(L)IST LOANS : " WITH NO ADVANCING
           ACCEPT   MODE-SW
           DISPLAY  "AS-OF DATE (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT   ASK-ASOF
           MOVE  ASK-ASOF  TO HD-ASOF
           PERFORM  100-LOAD-LOANS
           OPEN  OUTPUT   PRINTFL
           EVALUATE  MODE-SW
              WHEN  "G"
              WHEN  "g"
                 MOVE  "LOAN ADVANCES"     TO HD-RUN
                 PERFORM  050-PRINT-HEADING
                 PERFORM  200-GRANT-LOANS
              WHEN  "I"
              WHEN  "i"
                 MOVE  "INTEREST ACCRUAL"  TO HD-RUN
                 PERFORM  050-PRINT-HEADING
                 PERFORM  300-ACCRUE-INTEREST
              WHEN  "R"
              WHEN  "r"
                 MOVE  "LOAN REPAYMENTS"   TO HD-RUN
                 PERFORM  050-PRINT-HEADING
                 PERFORM  400-APPLY-REPAYMENTS
              WHEN  OTHER
                 MOVE  "OUTSTANDING LOANS" TO HD-RUN
                 PERFORM  050-PRINT-HEADING
                 PERFORM  500-LIST-LOANS
           END-EVALUATE
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  GR-AMT    TO TOT-AMT
           MOVE  GR-PRIN   TO TOT-PRIN
           MOVE  GR-INT    TO TOT-INT
           MOVE  LINE-CNT  TO TOT-CNT
           WRITE PRT-REC  FROM  TOT-1  AFTER 1  LINES
           IF  LAPSE-CNT  >  0
               MOVE  LAPSE-CNT  TO TOT-LAPSE
               WRITE PRT-REC  FROM  TOT-2  AFTER 1  LINES
           END-IF
           CLOSE PRINTFL
           IF  MODE-SW  NOT =  "L"  AND  MODE-SW  NOT =  "l"
               PERFORM  150-SAVE-LOANS
           END-IF
           DISPLAY  "LOANS PROCESSED = " LINE-CNT
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           STOP  RUN.
       050-PRINT-HEADING.
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES.
       100-LOAD-LOANS.
           OPEN  INPUT LOANFL
           IF  LOANFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  LOANFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  LOAN-CNT  <  500
                      ADD   1  TO LOAN-CNT
                      MOVE  LOAN-REC  TO LT-IMG (LOAN-CNT)
                      ADD   1  TO RUNLOG-READ-CNT
                  END-IF
                  READ  LOANFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE LOANFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       110-FIND-LOAN.
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  LOAN-IDX  FROM  1  BY 1
                    UNTIL LOAN-IDX  >  LOAN-CNT
              MOVE  LT-IMG (LOAN-IDX)  TO LW-WORK-REC
              IF  LW-CODE  =  WK-POL-CODE  AND  LW-STATUS  =  "O"
                  MOVE  LOAN-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM
           IF  MATCH-IDX  >  0
               MOVE  LT-IMG (MATCH-IDX)  TO LW-WORK-REC
           END-IF.
       120-ACCRUE-LOAN.
           MOVE  0  TO WK-INT
           IF  LW-ACCR-DATE  <  ASK-ASOF
               MOVE  "DIFF"  TO DATE-FUNC
               CALL  "P1023"  USING  DATE-FUNC  LW-ACCR-DATE
                                     ASK-ASOF
                                     DATE-DAYS  DATE-RESULT
               IF  DATE-RESULT  >  0
                   COMPUTE  WK-INT ROUNDED
                          = (LW-PRIN + LW-INT) * LW-RATE
                            * DATE-RESULT / 36500
                   ADD   WK-INT  TO LW-INT
                   MOVE  "I"     TO LTX-TYPE
                   MOVE  WK-INT  TO LTX-AMT
                   PERFORM  130-WRITE-TRANS
               END-IF
               MOVE  ASK-ASOF  TO LW-ACCR-DATE
           END-IF
           COMPUTE  WK-OUTSTAND = LW-PRIN + LW-INT.
       130-WRITE-TRANS.
           MOVE  LW-CODE   TO LTX-CODE
           MOVE  ASK-ASOF  TO LTX-DATE
           MOVE  LW-PRIN   TO LTX-PRIN
           MOVE  LW-INT    TO LTX-INT
           WRITE LTX-REC
           ADD   1  TO RUNLOG-WRITE-CNT.
       150-SAVE-LOANS.
           OPEN  OUTPUT LOANFL
           PERFORM  VARYING  LOAN-IDX  FROM  1  BY 1
                    UNTIL LOAN-IDX  >  LOAN-CNT
              MOVE  LT-IMG (LOAN-IDX)  TO LOAN-REC
              WRITE LOAN-REC
           END-PERFORM
           CLOSE LOANFL.
       160-OPEN-TRANS.
           OPEN  EXTEND LTXFL
           IF  LTXFL-STATUS  =  "35"
               OPEN  OUTPUT LTXFL
           END-IF.
       200-GRANT-LOANS.
           OPEN  INPUT INSFL
           PERFORM  160-OPEN-TRANS
           MOVE  SPACES   TO WK-CODE
           PERFORM  UNTIL WK-CODE = "E"
              DISPLAY  " "
              DISPLAY  "POLICY CODE (E:END)     : "
                       WITH NO ADVANCING
              ACCEPT   WK-CODE
              IF  WK-CODE  NOT =  "E"  AND  WK-CODE  NOT =  SPACES
                  PERFORM  210-GRANT-ONE
              END-IF
           END-PERFORM
           CLOSE INSFL   LTXFL.
       210-GRANT-ONE.
           MOVE  WK-CODE-N  TO WK-POL-CODE
           MOVE  WK-POL-CODE  TO INS-CODE
           READ  INSFL
              INVALID  KEY
                 DISPLAY  "POLICY NOT ON MASTER : " WK-CODE
                 EXIT PARAGRAPH
           END-READ
           IF  INS-STATUS  NOT =  "L"
               DISPLAY  "POLICY NOT IN FORCE, STATUS : "
                        INS-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM  110-FIND-LOAN
           IF  MATCH-IDX  =  0
               MOVE  0  TO WK-OUTSTAND
           ELSE
               PERFORM  120-ACCRUE-LOAN
               MOVE  LW-WORK-REC  TO LT-IMG (MATCH-IDX)
           END-IF
           PERFORM  600-SURRENDER-VALUE
           COMPUTE  WK-MAX-LOAN
                  = WK-SURR * LOAN-PCT / 100 - WK-OUTSTAND
           IF  WK-MAX-LOAN  NOT >  0
               DISPLAY  "NO LOAN VALUE AVAILABLE, SURRENDER VALUE : "
                        WK-SURR
               EXIT PARAGRAPH
           END-IF
           DISPLAY  "SURRENDER VALUE         : " WK-SURR
           DISPLAY  "LOAN OUTSTANDING        : " WK-OUTSTAND
           DISPLAY  "MAXIMUM NEW LOAN        : " WK-MAX-LOAN
           DISPLAY  "LOAN AMOUNT (0:CANCEL)  : " WITH NO ADVANCING
           ACCEPT   ASK-AMT
           IF  ASK-AMT  =  0
               EXIT PARAGRAPH
           END-IF
           IF  ASK-AMT  >  WK-MAX-LOAN
               DISPLAY  "AMOUNT EXCEEDS MAXIMUM LOAN : " WK-MAX-LOAN
               EXIT PARAGRAPH
           END-IF
           IF  MATCH-IDX  =  0
               IF  LOAN-CNT  NOT <  500
                   DISPLAY  "LOAN TABLE FULL, NOT GRANTED"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY  "ANNUAL RATE % (0:DEFAULT) : "
                        WITH NO ADVANCING
               ACCEPT   ASK-RATE
               IF  ASK-RATE  =  0
                   MOVE  DEF-RATE  TO ASK-RATE
               END-IF
               ADD   1  TO LOAN-CNT
               MOVE  LOAN-CNT     TO MATCH-IDX
               MOVE  WK-POL-CODE  TO LW-CODE
               MOVE  ASK-ASOF     TO LW-GRANT-DATE
               MOVE  0            TO LW-PRIN  LW-INT
               MOVE  ASK-RATE     TO LW-RATE
               MOVE  ASK-ASOF     TO LW-ACCR-DATE
               PERFORM  620-SUM-LOAN-RECEIPTS
               MOVE  WK-NEW-RCPT  TO LW-RCPT-TOT
               MOVE  "O"          TO LW-STATUS
           END-IF
           ADD   ASK-AMT  TO LW-PRIN
           MOVE  LW-WORK-REC  TO LT-IMG (MATCH-IDX)
           MOVE  "G"      TO LTX-TYPE
           MOVE  ASK-AMT  TO LTX-AMT
           PERFORM  130-WRITE-TRANS
           MOVE  ASK-AMT  TO DL-AMT
           MOVE  "ADVANCED"  TO DL-NOTE
           PERFORM  700-PRINT-LOAN
           ADD   ASK-AMT  TO GR-AMT
           DISPLAY  "LOAN GRANTED, PRINCIPAL NOW : " LW-PRIN.
       300-ACCRUE-INTEREST.
           OPEN  I-O   INSFL
           PERFORM  160-OPEN-TRANS
           PERFORM  VARYING  LOAN-IDX  FROM  1  BY 1
                    UNTIL LOAN-IDX  >  LOAN-CNT
              MOVE  LT-IMG (LOAN-IDX)  TO LW-WORK-REC
              IF  LW-STATUS  =  "O"
                  PERFORM  310-ACCRUE-ONE
                  MOVE  LW-WORK-REC  TO LT-IMG (LOAN-IDX)
              END-IF
           END-PERFORM
           CLOSE INSFL   LTXFL.
       310-ACCRUE-ONE.
           PERFORM  120-ACCRUE-LOAN
           MOVE  LW-CODE  TO WK-POL-CODE
           PERFORM  600-SURRENDER-VALUE
           MOVE  WK-INT   TO DL-AMT
           MOVE  SPACES   TO DL-NOTE
           IF  WK-OUTSTAND  >  WK-SURR
               PERFORM  320-FORCE-LAPSE
           END-IF
           PERFORM  700-PRINT-LOAN
           ADD   WK-INT  TO GR-AMT.
       320-FORCE-LAPSE.
           MOVE  LW-CODE  TO INS-CODE
           READ  INSFL
              INVALID  KEY
                 MOVE  "NOMASTER"  TO DL-NOTE
              NOT INVALID  KEY
                 IF  INS-STATUS  =  "L"
                     MOVE  "D0872"   TO JRNL-FILE
                     MOVE  SPACES    TO JRNL-KEY
                     MOVE  INS-CODE  TO JRNL-KEY
                     MOVE  SPACES    TO JRNL-IMAGE
                     MOVE  INS-REC   TO JRNL-IMAGE (1:36)
                     CALL  "P1018"  USING  JRNL-JOB  JRNL-FILE
                                           JRNL-KEY  JRNL-IMAGE
                     MOVE  "X"  TO INS-STATUS
                     REWRITE  INS-REC
                        INVALID  KEY
                           CONTINUE
                     END-REWRITE
                     MOVE  "X"  TO LTX-TYPE
                     MOVE  0    TO LTX-AMT
                     PERFORM  130-WRITE-TRANS
                     ADD   1  TO LAPSE-CNT
                     MOVE  "LAPSED-LOAN>CSV"  TO DL-NOTE
                 ELSE
                     MOVE  "LOAN>CSV"  TO DL-NOTE
                 END-IF
           END-READ.
       400-APPLY-REPAYMENTS.
           PERFORM  410-LOAD-REPAYMENTS
           PERFORM  160-OPEN-TRANS
           PERFORM  VARYING  LOAN-IDX  FROM  1  BY 1
                    UNTIL LOAN-IDX  >  LOAN-CNT
              MOVE  LT-IMG (LOAN-IDX)  TO LW-WORK-REC
              IF  LW-STATUS  =  "O"
                  PERFORM  420-REPAY-ONE
                  MOVE  LW-WORK-REC  TO LT-IMG (LOAN-IDX)
              END-IF
           END-PERFORM
           CLOSE LTXFL
           PERFORM  VARYING  REPAY-IDX  FROM  1  BY 1
                    UNTIL REPAY-IDX  >  REPAY-CNT
              IF  RT-USED (REPAY-IDX)  =  "N"
                  PERFORM  430-UNMATCHED-REPAY
              END-IF
           END-PERFORM.
       410-LOAD-REPAYMENTS.
           OPEN  INPUT RCPTFL
           IF  RCPTFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  RCPTFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  ADD   1  TO RUNLOG-READ-CNT
                  IF  RCPT-TYPE  =  "L"
                      AND  RCPT-DATE  NOT >  ASK-ASOF
                      PERFORM  411-TALLY-REPAY
                  END-IF
                  READ  RCPTFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE RCPTFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       411-TALLY-REPAY.
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  REPAY-IDX  FROM  1  BY 1
                    UNTIL REPAY-IDX  >  REPAY-CNT
              IF  RT-CODE (REPAY-IDX)  =  RCPT-CODE
                  MOVE  REPAY-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM
           IF  MATCH-IDX  =  0  AND  REPAY-CNT  <  500
               ADD   1  TO REPAY-CNT
               MOVE  REPAY-CNT  TO MATCH-IDX
               MOVE  RCPT-CODE  TO RT-CODE (MATCH-IDX)
               MOVE  0          TO RT-AMT  (MATCH-IDX)
               MOVE  "N"        TO RT-USED (MATCH-IDX)
           END-IF
           IF  MATCH-IDX  >  0
               ADD  RCPT-AMT  TO RT-AMT (MATCH-IDX)
           END-IF.
       420-REPAY-ONE.
           MOVE  0  TO WK-NEW-RCPT
           PERFORM  VARYING  REPAY-IDX  FROM  1  BY 1
                    UNTIL REPAY-IDX  >  REPAY-CNT
              IF  RT-CODE (REPAY-IDX)  =  LW-CODE
                  MOVE  "Y"  TO RT-USED (REPAY-IDX)
                  IF  RT-AMT (REPAY-IDX)  >  LW-RCPT-TOT
                      COMPUTE  WK-NEW-RCPT
                             = RT-AMT (REPAY-IDX) - LW-RCPT-TOT
                      MOVE  RT-AMT (REPAY-IDX)  TO LW-RCPT-TOT
                  END-IF
              END-IF
           END-PERFORM
           IF  WK-NEW-RCPT  =  0
               EXIT PARAGRAPH
           END-IF
           PERFORM  120-ACCRUE-LOAN
           MOVE  WK-NEW-RCPT  TO WK-APPLY
           MOVE  0  TO WK-EXCESS
           IF  WK-APPLY  >  WK-OUTSTAND
               COMPUTE  WK-EXCESS = WK-APPLY - WK-OUTSTAND
               MOVE  WK-OUTSTAND  TO WK-APPLY
           END-IF
           IF  WK-APPLY  >  LW-INT
               COMPUTE  LW-PRIN = LW-PRIN - (WK-APPLY - LW-INT)
               MOVE  0  TO LW-INT
           ELSE
               SUBTRACT  WK-APPLY  FROM  LW-INT
           END-IF
           MOVE  "R"       TO LTX-TYPE
           MOVE  WK-APPLY  TO LTX-AMT
           PERFORM  130-WRITE-TRANS
           MOVE  WK-APPLY  TO DL-AMT
           MOVE  SPACES    TO DL-NOTE
           IF  LW-PRIN  =  0  AND  LW-INT  =  0
               MOVE  "C"  TO LW-STATUS
               MOVE  "LOAN CLEARED"  TO DL-NOTE
           END-IF
           IF  WK-EXCESS  >  0
               MOVE  "EXCESS REFUND"  TO DL-NOTE
               DISPLAY  "EXCESS LOAN REPAYMENT TO REFUND : "
                        LW-CODE " " WK-EXCESS
           END-IF
           MOVE  LW-CODE  TO WK-POL-CODE
           MOVE  0        TO WK-SURR
           PERFORM  700-PRINT-LOAN
           ADD   WK-APPLY  TO GR-AMT.
       430-UNMATCHED-REPAY.
           MOVE  SPACES  TO DL
           MOVE  RT-CODE (REPAY-IDX)  TO DL-CODE
           MOVE  RT-AMT (REPAY-IDX)   TO DL-AMT
           MOVE  "NO OPEN LOAN"       TO DL-NOTE
           WRITE PRT-REC  FROM  DL  AFTER 1  LINES.
       500-LIST-LOANS.
           PERFORM  VARYING  LOAN-IDX  FROM  1  BY 1
                    UNTIL LOAN-IDX  >  LOAN-CNT
              MOVE  LT-IMG (LOAN-IDX)  TO LW-WORK-REC
              IF  LW-STATUS  =  "O"
                  MOVE  LW-CODE  TO WK-POL-CODE
                  PERFORM  600-SURRENDER-VALUE
                  MOVE  0  TO DL-AMT
                  MOVE  SPACES  TO DL-NOTE
                  COMPUTE  WK-OUTSTAND = LW-PRIN + LW-INT
                  IF  WK-OUTSTAND  >  WK-SURR
                      MOVE  "LOAN>CSV"  TO DL-NOTE
                  END-IF
                  PERFORM  700-PRINT-LOAN
              END-IF
           END-PERFORM.
       600-SURRENDER-VALUE.
           MOVE  0  TO WK-PAID
           MOVE  0  TO WK-EARNED
           MOVE  0  TO WK-ISSUE-DATE
           OPEN  INPUT RCPTFL
           IF  RCPTFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  RCPTFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  ADD   1  TO RUNLOG-READ-CNT
                  IF  RCPT-CODE  =  WK-POL-CODE
                      AND  RCPT-TYPE  NOT =  "L"
                      ADD  RCPT-AMT  TO WK-PAID
                  END-IF
                  READ  RCPTFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE RCPTFL
           END-IF
           MOVE  "N"  TO EOF-SW
           OPEN  INPUT BILLFL
           IF  BILLFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  BILLFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  ADD   1  TO RUNLOG-READ-CNT
                  IF  BILL-CODE  =  WK-POL-CODE
                      AND  BILL-DUE-DATE  NOT >  ASK-ASOF
                      ADD  BILL-AMT  TO WK-EARNED
                  END-IF
                  READ  BILLFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE BILLFL
           END-IF
           MOVE  "N"  TO EOF-SW
           OPEN  INPUT APPFL
           IF  APPFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  APPFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  APP-CODE  =  WK-POL-CODE
                      AND  APP-ISSUE-DATE  >  0
                      MOVE  APP-ISSUE-DATE  TO WK-ISSUE-DATE
                  END-IF
                  READ  APPFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE APPFL
           END-IF
           MOVE  "N"  TO EOF-SW
           COMPUTE  WK-UNEARNED = WK-PAID - WK-EARNED
           IF  WK-UNEARNED  <  0
               MOVE  0  TO WK-UNEARNED
           END-IF
           PERFORM  610-CHARGE-SCALE
           COMPUTE  WK-CHARGE ROUNDED
                  = WK-UNEARNED * WK-CHG-RATE
           COMPUTE  WK-SURR = WK-UNEARNED - WK-CHARGE.
       610-CHARGE-SCALE.
           MOVE  0  TO WK-YEARS
           IF  WK-ISSUE-DATE  >  0
               MOVE  "DIFF"  TO DATE-FUNC
               CALL  "P1023"  USING  DATE-FUNC  WK-ISSUE-DATE
                                     ASK-ASOF
                                     DATE-DAYS  DATE-RESULT
               IF  DATE-RESULT  >  0
                   COMPUTE  WK-YEARS = DATE-RESULT / 365
               END-IF
           END-IF
           EVALUATE TRUE
              WHEN  WK-YEARS  <  1
                 MOVE  .50  TO WK-CHG-RATE
              WHEN  WK-YEARS  <  2
                 MOVE  .30  TO WK-CHG-RATE
              WHEN  WK-YEARS  <  3
                 MOVE  .15  TO WK-CHG-RATE
              WHEN  OTHER
                 MOVE  .05  TO WK-CHG-RATE
           END-EVALUATE.
       620-SUM-LOAN-RECEIPTS.
           MOVE  0  TO WK-NEW-RCPT
           OPEN  INPUT RCPTFL
           IF  RCPTFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  RCPTFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  RCPT-CODE  =  WK-POL-CODE
                      AND  RCPT-TYPE  =  "L"
                      ADD  RCPT-AMT  TO WK-NEW-RCPT
                  END-IF
                  READ  RCPTFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE RCPTFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       700-PRINT-LOAN.
           MOVE  LW-CODE   TO DL-CODE
           MOVE  LW-PRIN   TO DL-PRIN
           MOVE  LW-INT    TO DL-INT
           MOVE  WK-SURR   TO DL-SURR
           MOVE  LW-RATE   TO DL-RATE
           WRITE PRT-REC  FROM  DL  AFTER 1  LINES
           ADD   1        TO LINE-CNT
           ADD   LW-PRIN  TO GR-PRIN
           ADD   LW-INT   TO GR-INT.
