           SELECT   SURRFL   ASSIGN   TO "D0906.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    SURRFL-STATUS.
           SELECT   LOANFL   ASSIGN   TO "D0918.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    LOANFL-STATUS.
           SELECT   LTXFL    ASSIGN   TO "D0919.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    LTXFL-STATUS.
           SELECT   PRINTFL  ASSIGN   TO "PRINT0906".
       DATA   DIVISION.
       FILE   SECTION.
           03 RCPT-CODE       PIC 9(5).
           03 RCPT-DATE       PIC 9(8).
           03 RCPT-AMT        PIC 9(6).
           03 RCPT-TYPE       PIC X.
       FD  SURRFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS SURR-REC.
           03 SURR-EARNED    PIC 9(8).
           03 SURR-CHARGE    PIC 9(7).
           03 SURR-REFUND    PIC 9(8).
           03 SURR-LOAN      PIC 9(8).
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
       01  PRT-REC           PIC X(80).
       01  ST-DL-6.
           03 FILLER         PIC X(20)  VALUE "REFUND PAYABLE   : ".
           03 ST-REFUND      PIC Z,ZZZ,ZZ9.
       01  ST-DL-7.
           03 FILLER         PIC X(20)  VALUE "POLICY LOAN      : ".
           03 ST-LOAN        PIC Z,ZZZ,ZZ9.
       01  ST-DL-8.
           03 FILLER         PIC X(20)  VALUE "LOAN WRITTEN OFF : ".
           03 ST-WRITEOFF    PIC Z,ZZZ,ZZ9.
       01  HD-4              PIC X(50)  VALUE ALL "=".
       01  WORK-AREA.
           03 WK-PAID        PIC 9(8).
           03 WK-REFUND      PIC 9(8).
           03 WK-YEARS       PIC 9(3).
           03 WK-CHG-RATE    PIC V99.
           03 WK-INT         PIC 9(7).
           03 WK-OUTSTAND    PIC 9(8).
           03 WK-LOAN        PIC 9(8).
           03 WK-WRITEOFF    PIC 9(8).
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
       01  LOAN-IDX          PIC 9(3).
       01  MATCH-IDX         PIC 9(3).
       01  ASK-CODE          PIC 9(5).
       01  ASK-SURR-DATE     PIC 9(8).
       01  ASK-ISSUE-DATE    PIC 9(8).
       01  BILLFL-STATUS     PIC XX.
       01  RCPTFL-STATUS     PIC XX.
       01  SURRFL-STATUS     PIC XX.
       01  LOANFL-STATUS     PIC XX.
       01  LTXFL-STATUS      PIC XX.
       01  JRNL-JOB          PIC X(8)   VALUE "P0906".
       01  JRNL-FILE         PIC X(12).
       01  JRNL-KEY          PIC X(10).
           COMPUTE  WK-CHARGE ROUNDED
                  = WK-UNEARNED * WK-CHG-RATE
           COMPUTE  WK-REFUND = WK-UNEARNED - WK-CHARGE
           PERFORM  350-DEDUCT-LOAN
           PERFORM  400-WRITE-SURRENDER
           PERFORM  500-TERMINATE-POLICY
           CLOSE INSFL
               PERFORM  UNTIL EOF-SW = "Y"
                  ADD   1  TO RUNLOG-READ-CNT
                  IF  RCPT-CODE  =  ASK-CODE
                      AND  RCPT-TYPE  NOT =  "L"
                      ADD  RCPT-AMT  TO WK-PAID
                  END-IF
                  READ  RCPTFL   AT END
              WHEN  OTHER
                 MOVE  .05  TO WK-CHG-RATE
           END-EVALUATE.
       350-DEDUCT-LOAN.
           MOVE  0  TO WK-LOAN
           MOVE  0  TO WK-WRITEOFF
           PERFORM  360-LOAD-LOANS
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  LOAN-IDX  FROM  1  BY 1
                    UNTIL LOAN-IDX  >  LOAN-CNT
              MOVE  LT-IMG (LOAN-IDX)  TO LW-WORK-REC
              IF  LW-CODE  =  ASK-CODE  AND  LW-STATUS  =  "O"
                  MOVE  LOAN-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM
           IF  MATCH-IDX  =  0
               EXIT PARAGRAPH
           END-IF
           MOVE  LT-IMG (MATCH-IDX)  TO LW-WORK-REC
           MOVE  0  TO WK-INT
           IF  LW-ACCR-DATE  <  ASK-SURR-DATE
               MOVE  "DIFF"  TO DATE-FUNC
               CALL  "P1023"  USING  DATE-FUNC  LW-ACCR-DATE
                                     ASK-SURR-DATE
                                     DATE-DAYS  DATE-RESULT
               IF  DATE-RESULT  >  0
                   COMPUTE  WK-INT ROUNDED
                          = (LW-PRIN + LW-INT) * LW-RATE
                            * DATE-RESULT / 36500
                   ADD   WK-INT  TO LW-INT
               END-IF
               MOVE  ASK-SURR-DATE  TO LW-ACCR-DATE
           END-IF
           COMPUTE  WK-OUTSTAND = LW-PRIN + LW-INT
           IF  WK-OUTSTAND  >  WK-REFUND
               MOVE  WK-REFUND  TO WK-LOAN
               COMPUTE  WK-WRITEOFF = WK-OUTSTAND - WK-REFUND
           ELSE
               MOVE  WK-OUTSTAND  TO WK-LOAN
           END-IF
           SUBTRACT  WK-LOAN  FROM  WK-REFUND
           PERFORM  370-SETTLE-LOAN.
       360-LOAD-LOANS.
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
       370-SETTLE-LOAN.
           OPEN  EXTEND LTXFL
           IF  LTXFL-STATUS  =  "35"
               OPEN  OUTPUT LTXFL
           END-IF
           MOVE  LW-CODE        TO LTX-CODE
           MOVE  ASK-SURR-DATE  TO LTX-DATE
           IF  WK-INT  >  0
               MOVE  "I"     TO LTX-TYPE
               MOVE  WK-INT  TO LTX-AMT
               MOVE  LW-PRIN TO LTX-PRIN
               MOVE  LW-INT  TO LTX-INT
               WRITE LTX-REC
           END-IF
           MOVE  "S"        TO LTX-TYPE
           MOVE  WK-LOAN    TO LTX-AMT
           MOVE  0          TO LTX-PRIN
           MOVE  0          TO LTX-INT
           WRITE LTX-REC
           IF  WK-WRITEOFF  >  0
               MOVE  "W"          TO LTX-TYPE
               MOVE  WK-WRITEOFF  TO LTX-AMT
               WRITE LTX-REC
           END-IF
           CLOSE LTXFL
           MOVE  0    TO LW-PRIN
           MOVE  0    TO LW-INT
           MOVE  "C"  TO LW-STATUS
           MOVE  LW-WORK-REC  TO LT-IMG (MATCH-IDX)
           OPEN  OUTPUT LOANFL
           PERFORM  VARYING  LOAN-IDX  FROM  1  BY 1
                    UNTIL LOAN-IDX  >  LOAN-CNT
              MOVE  LT-IMG (LOAN-IDX)  TO LOAN-REC
              WRITE LOAN-REC
           END-PERFORM
           CLOSE LOANFL
           ADD   1  TO RUNLOG-WRITE-CNT.
       400-WRITE-SURRENDER.
           OPEN  EXTEND SURRFL
           IF  SURRFL-STATUS  =  "35"
           MOVE  WK-EARNED      TO SURR-EARNED
           MOVE  WK-CHARGE      TO SURR-CHARGE
           MOVE  WK-REFUND      TO SURR-REFUND
           MOVE  WK-LOAN        TO SURR-LOAN
           WRITE SURR-REC
           ADD   1  TO RUNLOG-WRITE-CNT
           CLOSE SURRFL.
           WRITE PRT-REC  FROM  ST-DL-4  AFTER 1  LINES
           MOVE  WK-CHARGE  TO ST-CHARGE
           WRITE PRT-REC  FROM  ST-DL-5  AFTER 1  LINES
           IF  WK-LOAN  >  0
               MOVE  WK-LOAN  TO ST-LOAN
               WRITE PRT-REC  FROM  ST-DL-7  AFTER 1  LINES
           END-IF
           IF  WK-WRITEOFF  >  0
               MOVE  WK-WRITEOFF  TO ST-WRITEOFF
               WRITE PRT-REC  FROM  ST-DL-8  AFTER 1  LINES
           END-IF
           MOVE  WK-REFUND  TO ST-REFUND
           WRITE PRT-REC  FROM  ST-DL-6  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
