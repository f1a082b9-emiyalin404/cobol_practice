       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P0921.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   AGTFL    ASSIGN   TO "D0890.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    AGTFL-STATUS.
           SELECT   INSFL    ASSIGN   TO "D0872.DAT"
              ORGANIZATION   INDEXED
              ACCESS MODE    SEQUENTIAL
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
           SELECT   SURRFL   ASSIGN   TO "D0906.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    SURRFL-STATUS.
           SELECT   CBFL     ASSIGN   TO "D0921.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CBFL-STATUS.
           SELECT   BALFL    ASSIGN   TO "D0922.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    BALFL-STATUS.
           SELECT   PRINTFL  ASSIGN   TO "PRINT0921".
       DATA   DIVISION.
       FILE   SECTION.
       FD  AGTFL
           DATA  RECORD   IS AGT-REC.
       01  AGT-REC.
           03 AGT-CODE       PIC X(3).
           03 AGT-NAME       PIC X(10).
           03 AGT-COMM-RATE  PIC V999.
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
       FD  SURRFL
           DATA  RECORD   IS SURR-REC.
       01  SURR-REC.
           03 SURR-CODE      PIC 9(5).
           03 SURR-DATE      PIC 9(8).
           03 SURR-PAID      PIC 9(8).
           03 SURR-EARNED    PIC 9(8).
           03 SURR-CHARGE    PIC 9(7).
           03 SURR-REFUND    PIC 9(8).
           03 SURR-LOAN      PIC 9(8).
       FD  CBFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS CB-REC.
       01  CB-REC.
           03 CB-CODE        PIC 9(5).
           03 CB-AGENT       PIC X(3).
           03 CB-RUN-DATE    PIC 9(8).
           03 CB-REASON      PIC X.
           03 CB-ISSUE-DATE  PIC 9(8).
           03 CB-TERM-DATE   PIC 9(8).
           03 CB-MONTHS      PIC 99.
           03 CB-FY-PREM     PIC 9(7).
           03 CB-COMM        PIC 9(7)V99.
           03 CB-AMT         PIC 9(7)V99.
       FD  BALFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS BAL-REC.
       01  BAL-REC.
           03 BAL-AGENT      PIC X(3).
           03 BAL-DEBIT      PIC 9(7)V99.
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC           PIC X(90).
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER         PIC X(18)  VALUE SPACES.
           03 FILLER         PIC X(40)  VALUE
                 "COMMISSION CHARGEBACK REGISTER".
       01  HD-2.
           03 FILLER         PIC X(10)  VALUE "AGENT : ".
           03 HD-AGT-CODE    PIC X(3).
           03 FILLER         PIC X(3).
           03 HD-AGT-NAME    PIC X(10).
           03 FILLER         PIC X(10)  VALUE "  RATE : ".
           03 HD-AGT-RATE    PIC 9.999.
           03 FILLER         PIC X(12)  VALUE "   RUN : ".
           03 HD-RUN-DATE    PIC 9(8).
       01  HD-3.
           03 FILLER         PIC X(8)   VALUE "POLICY".
           03 FILLER         PIC X(8)   VALUE "REASON".
           03 FILLER         PIC X(10)  VALUE "ISSUED".
           03 FILLER         PIC X(10)  VALUE "ENDED".
           03 FILLER         PIC X(5)   VALUE "MTHS".
           03 FILLER         PIC X(12)  VALUE " 1ST YR PREM".
           03 FILLER         PIC X(13)  VALUE "  COMMISSION".
           03 FILLER         PIC X(13)  VALUE "  CHARGEBACK".
       01  HD-4              PIC X(80)  VALUE ALL "=".
       01  DL.
           03 DL-CODE        PIC 9(5).
           03 FILLER         PIC X(3).
           03 DL-REASON      PIC X(9).
           03 DL-ISSUE       PIC 9(8).
           03 FILLER         PIC X(2).
           03 DL-TERM        PIC 9(8).
           03 FILLER         PIC X(2).
           03 DL-MONTHS      PIC Z9.
           03 FILLER         PIC X(2).
           03 DL-FY-PREM     PIC Z,ZZZ,ZZ9.
           03 FILLER         PIC X(3).
           03 DL-COMM        PIC ZZZ,ZZ9.99.
           03 FILLER         PIC X(3).
           03 DL-AMT         PIC ZZZ,ZZ9.99.
       01  AGT-TOT-1.
           03 FILLER         PIC X(30)  VALUE
                 "CHARGEBACKS THIS RUN       : ".
           03 AGT-TOT-CB     PIC Z,ZZZ,ZZ9.99.
       01  AGT-TOT-2.
           03 FILLER         PIC X(30)  VALUE
                 "DEBIT BROUGHT FORWARD      : ".
           03 AGT-TOT-BF     PIC Z,ZZZ,ZZ9.99.
       01  AGT-TOT-3.
           03 FILLER         PIC X(30)  VALUE
                 "DEBIT TO NEXT STATEMENT    : ".
           03 AGT-TOT-CF     PIC Z,ZZZ,ZZ9.99.
       01  GR-HD             PIC X(40)  VALUE
           "CHARGEBACK RUN - SALES MANAGER SUMMARY".
       01  GR-TOT-1.
           03 FILLER         PIC X(30)  VALUE
                 "POLICIES CHARGED BACK      : ".
           03 GR-TOT-CNT     PIC ZZZ9.
       01  GR-TOT-2.
           03 FILLER         PIC X(30)  VALUE
                 "TOTAL CHARGEBACK           : ".
           03 GR-TOT-CB      PIC Z,ZZZ,ZZ9.99.
       01  AGT-TAB-AREA.
           03 AGT-CNT        PIC 9(3)   VALUE 0.
           03 AGT-ENTRY      OCCURS 100 TIMES.
              05 AGT-TAB-CODE   PIC X(3).
              05 AGT-TAB-NAME   PIC X(10).
              05 AGT-TAB-RATE   PIC V999.
              05 AGT-TAB-BF     PIC 9(7)V99.
              05 AGT-TAB-CB     PIC 9(7)V99.
       01  CB-TAB-AREA.
           03 CB-CNT         PIC 9(3)   VALUE 0.
           03 CB-ENTRY       OCCURS 500 TIMES.
              05 CBT-IMG     PIC X(60).
       01  DONE-TAB-AREA.
           03 DONE-CNT       PIC 9(3)   VALUE 0.
           03 DONE-CODE      PIC 9(5)   OCCURS 500 TIMES.
       01  ISS-TAB-AREA.
           03 ISS-CNT        PIC 9(3)   VALUE 0.
           03 ISS-ENTRY      OCCURS 500 TIMES.
              05 ISS-CODE    PIC 9(5).
              05 ISS-DATE    PIC 9(8).
       01  SURR-TAB-AREA.
           03 SURR-CNT       PIC 9(3)   VALUE 0.
           03 SURR-ENTRY     OCCURS 500 TIMES.
              05 ST-CODE     PIC 9(5).
              05 ST-DATE     PIC 9(8).
       01  RCPT-TAB-AREA.
           03 RCPT-CNT          PIC 9(3)   VALUE 0.
           03 RCPT-ENTRY        OCCURS 500 TIMES.
              05 RCPT-TAB-CODE  PIC 9(5).
              05 RCPT-TAB-AMT   PIC 9(8).
       01  WORK-AREA.
           03 WK-ISSUE-DATE  PIC 9(8).
           03 WK-TERM-DATE   PIC 9(8).
           03 WK-1ST-DUE     PIC 9(8).
           03 WK-UNPAID-DUE  PIC 9(8).
           03 WK-PAID-AVAIL  PIC 9(8).
           03 WK-FY-PREM     PIC 9(7).
           03 WK-DAYS        PIC S9(7).
           03 WK-MONTHS      PIC 99.
           03 WK-COMM        PIC 9(7)V99.
           03 WK-CB          PIC 9(7)V99.
           03 WK-REASON      PIC X.
       01  ASK-RUN-DATE      PIC 9(8).
       01  DATE-FUNC         PIC X(4).
       01  DATE-DAYS         PIC S9(7).
       01  DATE-RESULT       PIC S9(7).
       01  AGT-IDX           PIC 9(3).
       01  CB-IDX            PIC 9(3).
       01  TAB-IDX           PIC 9(3).
       01  MATCH-IDX         PIC 9(3).
       01  GR-CNT            PIC 9(4)   VALUE 0.
       01  GR-CB             PIC 9(8)V99 VALUE 0.
       01  FOUND-SW          PIC X.
       01  BILL-EOF-SW       PIC X.
       01  EOF-SW            PIC X      VALUE "N".
       01  AGTFL-STATUS      PIC XX.
       01  INSFL-STATUS      PIC XX.
       01  APPFL-STATUS      PIC XX.
       01  BILLFL-STATUS     PIC XX.
       01  RCPTFL-STATUS     PIC XX.
       01  SURRFL-STATUS     PIC XX.
       01  CBFL-STATUS       PIC XX.
       01  BALFL-STATUS      PIC XX.
       01  RUNLOG-JOB        PIC X(8)   VALUE "P0921".
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
           DISPLAY  "CHARGEBACK RUN DATE (YYYYMMDD) : "
                    WITH NO ADVANCING
           ACCEPT   ASK-RUN-DATE
           PERFORM  100-LOAD-AGENTS
           PERFORM  110-LOAD-BALANCES
           PERFORM  120-LOAD-HISTORY
           PERFORM  130-LOAD-ISSUE-DATES
           PERFORM  140-LOAD-SURRENDERS
           PERFORM  150-LOAD-RECEIPTS
           OPEN  EXTEND CBFL
           IF  CBFL-STATUS  =  "35"
               OPEN  OUTPUT CBFL
           END-IF
           OPEN  INPUT INSFL
           READ  INSFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO RUNLOG-READ-CNT
              IF  INS-STATUS  =  "X"  OR  INS-STATUS  =  "T"
                  PERFORM  200-CHECK-POLICY
              END-IF
              READ  INSFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE INSFL   CBFL
           OPEN  OUTPUT   PRINTFL
           PERFORM  400-PRINT-REGISTER
           CLOSE PRINTFL
           PERFORM  500-SAVE-BALANCES
           DISPLAY  "POLICIES CHARGED BACK = " GR-CNT
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           STOP  RUN.
       100-LOAD-AGENTS.
           OPEN  INPUT AGTFL
           IF  AGTFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  AGTFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  AGT-CNT  <  100
                      ADD   1  TO AGT-CNT
                      MOVE  AGT-CODE       TO AGT-TAB-CODE (AGT-CNT)
                      MOVE  AGT-NAME       TO AGT-TAB-NAME (AGT-CNT)
                      MOVE  AGT-COMM-RATE  TO AGT-TAB-RATE (AGT-CNT)
                      MOVE  0              TO AGT-TAB-BF   (AGT-CNT)
                      MOVE  0              TO AGT-TAB-CB   (AGT-CNT)
                  END-IF
                  READ  AGTFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE AGTFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       110-LOAD-BALANCES.
           OPEN  INPUT BALFL
           IF  BALFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  BALFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  PERFORM  VARYING  AGT-IDX  FROM  1  BY 1
                           UNTIL AGT-IDX  >  AGT-CNT
                     IF  AGT-TAB-CODE (AGT-IDX)  =  BAL-AGENT
                         MOVE  BAL-DEBIT  TO AGT-TAB-BF (AGT-IDX)
                     END-IF
                  END-PERFORM
                  READ  BALFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE BALFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       120-LOAD-HISTORY.
           OPEN  INPUT CBFL
           IF  CBFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  CBFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  DONE-CNT  <  500
                      ADD   1  TO DONE-CNT
                      MOVE  CB-CODE  TO DONE-CODE (DONE-CNT)
                  END-IF
                  READ  CBFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE CBFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       130-LOAD-ISSUE-DATES.
           OPEN  INPUT APPFL
           IF  APPFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  APPFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  APP-ISSUE-DATE  >  0  AND  ISS-CNT  <  500
                      ADD   1  TO ISS-CNT
                      MOVE  APP-CODE        TO ISS-CODE (ISS-CNT)
                      MOVE  APP-ISSUE-DATE  TO ISS-DATE (ISS-CNT)
                  END-IF
                  READ  APPFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE APPFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       140-LOAD-SURRENDERS.
           OPEN  INPUT SURRFL
           IF  SURRFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  SURRFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  SURR-CNT  <  500
                      ADD   1  TO SURR-CNT
                      MOVE  SURR-CODE  TO ST-CODE (SURR-CNT)
                      MOVE  SURR-DATE  TO ST-DATE (SURR-CNT)
                  END-IF
                  READ  SURRFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE SURRFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       150-LOAD-RECEIPTS.
           OPEN  INPUT RCPTFL
           IF  RCPTFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  RCPTFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  RCPT-TYPE  NOT =  "L"
                      PERFORM  160-TALLY-RECEIPT
                  END-IF
                  READ  RCPTFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE RCPTFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       160-TALLY-RECEIPT.
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  TAB-IDX  FROM  1  BY 1
                    UNTIL TAB-IDX  >  RCPT-CNT
              IF  RCPT-TAB-CODE (TAB-IDX)  =  RCPT-CODE
                  MOVE  TAB-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM
           IF  MATCH-IDX  =  0  AND  RCPT-CNT  <  500
               ADD   1  TO RCPT-CNT
               MOVE  RCPT-CNT   TO MATCH-IDX
               MOVE  RCPT-CODE  TO RCPT-TAB-CODE (MATCH-IDX)
               MOVE  0          TO RCPT-TAB-AMT  (MATCH-IDX)
           END-IF
           IF  MATCH-IDX  >  0
               ADD  RCPT-AMT  TO RCPT-TAB-AMT (MATCH-IDX)
           END-IF.
       200-CHECK-POLICY.
           MOVE  "N"  TO FOUND-SW
           PERFORM  VARYING  TAB-IDX  FROM  1  BY 1
                    UNTIL TAB-IDX  >  DONE-CNT
              IF  DONE-CODE (TAB-IDX)  =  INS-CODE
                  MOVE  "Y"  TO FOUND-SW
              END-IF
           END-PERFORM
           IF  FOUND-SW  =  "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE  0  TO AGT-IDX
           PERFORM  VARYING  TAB-IDX  FROM  1  BY 1
                    UNTIL TAB-IDX  >  AGT-CNT
              IF  AGT-TAB-CODE (TAB-IDX)  =  INS-AGENT
                  MOVE  TAB-IDX  TO AGT-IDX
              END-IF
           END-PERFORM
           IF  AGT-IDX  =  0
               DISPLAY  "NO AGENT ON FILE FOR POLICY : " INS-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE  0  TO WK-ISSUE-DATE
           PERFORM  VARYING  TAB-IDX  FROM  1  BY 1
                    UNTIL TAB-IDX  >  ISS-CNT
              IF  ISS-CODE (TAB-IDX)  =  INS-CODE
                  MOVE  ISS-DATE (TAB-IDX)  TO WK-ISSUE-DATE
              END-IF
           END-PERFORM
           PERFORM  210-SCAN-BILLS
           IF  WK-ISSUE-DATE  =  0
               MOVE  WK-1ST-DUE  TO WK-ISSUE-DATE
           END-IF
           MOVE  0  TO WK-TERM-DATE
           IF  INS-STATUS  =  "T"
               MOVE  "S"  TO WK-REASON
               PERFORM  VARYING  TAB-IDX  FROM  1  BY 1
                        UNTIL TAB-IDX  >  SURR-CNT
                  IF  ST-CODE (TAB-IDX)  =  INS-CODE
                      MOVE  ST-DATE (TAB-IDX)  TO WK-TERM-DATE
                  END-IF
               END-PERFORM
           ELSE
               MOVE  "L"  TO WK-REASON
               MOVE  WK-UNPAID-DUE  TO WK-TERM-DATE
           END-IF
           IF  WK-ISSUE-DATE  =  0  OR  WK-TERM-DATE  =  0
               EXIT PARAGRAPH
           END-IF
           MOVE  "DIFF"  TO DATE-FUNC
           CALL  "P1023"  USING  DATE-FUNC  WK-ISSUE-DATE
                                 WK-TERM-DATE
                                 DATE-DAYS  DATE-RESULT
           MOVE  DATE-RESULT  TO WK-DAYS
           IF  WK-DAYS  <  0  OR  WK-DAYS  NOT <  365
               EXIT PARAGRAPH
           END-IF
           PERFORM  220-SCAN-FIRST-YEAR
           COMPUTE  WK-MONTHS = WK-DAYS * 12 / 365
           COMPUTE  WK-COMM ROUNDED
                  = WK-FY-PREM * AGT-TAB-RATE (AGT-IDX)
           COMPUTE  WK-CB ROUNDED
                  = WK-COMM * (12 - WK-MONTHS) / 12
           IF  WK-CB  =  0
               EXIT PARAGRAPH
           END-IF
           PERFORM  300-RECORD-CHARGEBACK.
       210-SCAN-BILLS.
           MOVE  0  TO WK-1ST-DUE
           MOVE  0  TO WK-UNPAID-DUE
           MOVE  0  TO WK-PAID-AVAIL
           MOVE  "N"  TO BILL-EOF-SW
           PERFORM  VARYING  TAB-IDX  FROM  1  BY 1
                    UNTIL TAB-IDX  >  RCPT-CNT
              IF  RCPT-TAB-CODE (TAB-IDX)  =  INS-CODE
                  MOVE  RCPT-TAB-AMT (TAB-IDX)  TO WK-PAID-AVAIL
              END-IF
           END-PERFORM
           OPEN  INPUT BILLFL
           IF  BILLFL-STATUS  =  "00"
               READ  BILLFL   AT END
                  MOVE  "Y"   TO BILL-EOF-SW
               END-READ
               PERFORM  UNTIL BILL-EOF-SW = "Y"
                  IF  BILL-CODE  =  INS-CODE
                      PERFORM  211-APPLY-BILL
                  END-IF
                  READ  BILLFL   AT END
                     MOVE  "Y"   TO BILL-EOF-SW
                  END-READ
               END-PERFORM
               CLOSE BILLFL
           END-IF.
       211-APPLY-BILL.
           IF  WK-1ST-DUE  =  0  OR  BILL-DUE-DATE  <  WK-1ST-DUE
               MOVE  BILL-DUE-DATE  TO WK-1ST-DUE
           END-IF
           IF  WK-PAID-AVAIL  NOT <  BILL-AMT
               SUBTRACT  BILL-AMT  FROM  WK-PAID-AVAIL
           ELSE
               MOVE  0  TO WK-PAID-AVAIL
               IF  WK-UNPAID-DUE  =  0
                   MOVE  BILL-DUE-DATE  TO WK-UNPAID-DUE
               END-IF
           END-IF.
       220-SCAN-FIRST-YEAR.
           MOVE  0  TO WK-FY-PREM
           MOVE  "N"  TO BILL-EOF-SW
           OPEN  INPUT BILLFL
           IF  BILLFL-STATUS  =  "00"
               READ  BILLFL   AT END
                  MOVE  "Y"   TO BILL-EOF-SW
               END-READ
               PERFORM  UNTIL BILL-EOF-SW = "Y"
                  IF  BILL-CODE  =  INS-CODE
                      AND  BILL-DUE-DATE  NOT <  WK-ISSUE-DATE
                      PERFORM  221-FIRST-YEAR-BILL
                  END-IF
                  READ  BILLFL   AT END
                     MOVE  "Y"   TO BILL-EOF-SW
                  END-READ
               END-PERFORM
               CLOSE BILLFL
           END-IF.
       221-FIRST-YEAR-BILL.
           MOVE  "DIFF"  TO DATE-FUNC
           CALL  "P1023"  USING  DATE-FUNC  WK-ISSUE-DATE
                                 BILL-DUE-DATE
                                 DATE-DAYS  DATE-RESULT
           IF  DATE-RESULT  <  365
               ADD  BILL-AMT  TO WK-FY-PREM
           END-IF.
       300-RECORD-CHARGEBACK.
           MOVE  INS-CODE       TO CB-CODE
           MOVE  INS-AGENT      TO CB-AGENT
           MOVE  ASK-RUN-DATE   TO CB-RUN-DATE
           MOVE  WK-REASON      TO CB-REASON
           MOVE  WK-ISSUE-DATE  TO CB-ISSUE-DATE
           MOVE  WK-TERM-DATE   TO CB-TERM-DATE
           MOVE  WK-MONTHS      TO CB-MONTHS
           MOVE  WK-FY-PREM     TO CB-FY-PREM
           MOVE  WK-COMM        TO CB-COMM
           MOVE  WK-CB          TO CB-AMT
           WRITE CB-REC
           ADD   1  TO RUNLOG-WRITE-CNT
           IF  CB-CNT  <  500
               ADD   1  TO CB-CNT
               MOVE  CB-REC  TO CBT-IMG (CB-CNT)
           END-IF
           ADD   WK-CB  TO AGT-TAB-CB (AGT-IDX)
           ADD   1      TO GR-CNT
           ADD   WK-CB  TO GR-CB.
       400-PRINT-REGISTER.
           PERFORM  VARYING  AGT-IDX  FROM  1  BY 1
                    UNTIL AGT-IDX  >  AGT-CNT
              IF  AGT-TAB-CB (AGT-IDX)  >  0
                  OR  AGT-TAB-BF (AGT-IDX)  >  0
                  PERFORM  410-PRINT-ONE-AGENT
              END-IF
           END-PERFORM
           WRITE PRT-REC  FROM  GR-HD  AFTER PAGE
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  GR-CNT  TO GR-TOT-CNT
           WRITE PRT-REC  FROM  GR-TOT-1  AFTER 2  LINES
           MOVE  GR-CB   TO GR-TOT-CB
           WRITE PRT-REC  FROM  GR-TOT-2  AFTER 1  LINES.
       410-PRINT-ONE-AGENT.
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           MOVE  AGT-TAB-CODE (AGT-IDX)  TO HD-AGT-CODE
           MOVE  AGT-TAB-NAME (AGT-IDX)  TO HD-AGT-NAME
           MOVE  AGT-TAB-RATE (AGT-IDX)  TO HD-AGT-RATE
           MOVE  ASK-RUN-DATE            TO HD-RUN-DATE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           PERFORM  VARYING  CB-IDX  FROM  1  BY 1
                    UNTIL CB-IDX  >  CB-CNT
              MOVE  CBT-IMG (CB-IDX)  TO CB-REC
              IF  CB-AGENT  =  AGT-TAB-CODE (AGT-IDX)
                  PERFORM  420-PRINT-CHARGEBACK
              END-IF
           END-PERFORM
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  AGT-TAB-CB (AGT-IDX)  TO AGT-TOT-CB
           WRITE PRT-REC  FROM  AGT-TOT-1  AFTER 1  LINES
           MOVE  AGT-TAB-BF (AGT-IDX)  TO AGT-TOT-BF
           WRITE PRT-REC  FROM  AGT-TOT-2  AFTER 1  LINES
           COMPUTE  AGT-TOT-CF = AGT-TAB-BF (AGT-IDX)
                               + AGT-TAB-CB (AGT-IDX)
           WRITE PRT-REC  FROM  AGT-TOT-3  AFTER 1  LINES.
       420-PRINT-CHARGEBACK.
           MOVE  CB-CODE  TO DL-CODE
           IF  CB-REASON  =  "S"
               MOVE  "SURRENDER"  TO DL-REASON
           ELSE
               MOVE  "LAPSE"      TO DL-REASON
           END-IF
           MOVE  CB-ISSUE-DATE  TO DL-ISSUE
           MOVE  CB-TERM-DATE   TO DL-TERM
           MOVE  CB-MONTHS      TO DL-MONTHS
           MOVE  CB-FY-PREM     TO DL-FY-PREM
           MOVE  CB-COMM        TO DL-COMM
           MOVE  CB-AMT         TO DL-AMT
           WRITE PRT-REC  FROM  DL  AFTER 1  LINES.
       500-SAVE-BALANCES.
           OPEN  OUTPUT BALFL
           PERFORM  VARYING  AGT-IDX  FROM  1  BY 1
                    UNTIL AGT-IDX  >  AGT-CNT
              IF  AGT-TAB-BF (AGT-IDX)  >  0
                  OR  AGT-TAB-CB (AGT-IDX)  >  0
                  MOVE  AGT-TAB-CODE (AGT-IDX)  TO BAL-AGENT
                  COMPUTE  BAL-DEBIT = AGT-TAB-BF (AGT-IDX)
                                     + AGT-TAB-CB (AGT-IDX)
                  WRITE BAL-REC
              END-IF
           END-PERFORM
           CLOSE BALFL.
