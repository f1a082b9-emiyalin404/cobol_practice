           SELECT   TPAYFL   ASSIGN   TO "D0466.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    TPAYFL-STATUS.
           SELECT   RFDFL    ASSIGN   TO "D0480.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    RFDFL-STATUS.
           SELECT   PRINTFL  ASSIGN   TO "PRINT0467".
       DATA   DIVISION.
       FILE   SECTION.
           03 TPAY-IDNO       PIC X(5).
           03 TPAY-DATE       PIC 9(8).
           03 TPAY-AMT        PIC 9(7).
       FD  RFDFL
           DATA  RECORD   IS RFD-REC.
       01  RFD-REC.
           03 RFD-IDNO        PIC X(5).
           03 RFD-TERM        PIC 9(3).
           03 RFD-WDRW-DATE   PIC 9(8).
           03 RFD-WEEK        PIC 9(2).
           03 RFD-PCT         PIC 9(3).
           03 RFD-CHARGE      PIC 9(7).
           03 RFD-PAID        PIC 9(7).
           03 RFD-CREDIT      PIC 9(7).
           03 RFD-REFUND      PIC 9(7).
           03 RFD-TYPE        PIC X.
           03 RFD-STATUS      PIC X.
           03 RFD-POST-DATE   PIC 9(8).
           03 RFD-PAY-DATE    PIC 9(8).
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC            PIC X(90).
       01  TOT-1.
           03 FILLER          PIC X(16)   VALUE "未收合計 : ".
           03 TOT-BAL         PIC $$$,$$$,$$9.
       01  TOT-2.
           03 FILLER          PIC X(16)   VALUE "應退合計 : ".
           03 TOT-CREDIT      PIC $$$,$$$,$$9.
       01  STU-TAB-AREA.
           03 STU-CNT         PIC 9(3)   VALUE 0.
           03 STU-ENTRY       OCCURS 500 TIMES.
       01  MATCH-IDX          PIC 9(3).
       01  BKT-IDX            PIC 9.
       01  GR-BAL             PIC 9(9)   VALUE 0.
       01  GR-CREDIT          PIC 9(9)   VALUE 0.
       01  EOF-SW             PIC X      VALUE "N".
       01  BILLFL-STATUS      PIC XX.
       01  TPAYFL-STATUS      PIC XX.
       01  RFDFL-STATUS       PIC XX.
       01  RUNLOG-JOB         PIC X(8)   VALUE "P0467".
       01  RUNLOG-ACTION      PIC X.
       01  RUNLOG-READ-CNT    PIC 9(7)   VALUE 0.
           MOVE  ASK-ASOF  TO HD-ASOF
           PERFORM  100-LOAD-BILLS
           PERFORM  200-LOAD-PAYMENTS
           PERFORM  250-LOAD-REFUNDS
           OPEN  OUTPUT   PRINTFL
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  GR-BAL  TO TOT-BAL
           WRITE PRT-REC  FROM  TOT-1  AFTER 1  LINES
           MOVE  GR-CREDIT  TO TOT-CREDIT
           WRITE PRT-REC  FROM  TOT-2  AFTER 1  LINES
           CLOSE PRINTFL
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
           END-PERFORM
           IF  TPAYFL-STATUS  NOT =  "35"
               CLOSE TPAYFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       250-LOAD-REFUNDS.
           OPEN  INPUT RFDFL
           IF  RFDFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  RFDFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO RUNLOG-READ-CNT
              MOVE  RFD-IDNO  TO BILL-IDNO
              PERFORM  120-FIND-STUDENT
              IF  MATCH-IDX  >  0
                  ADD  RFD-CREDIT  TO ST-PAY (MATCH-IDX)
                  IF  RFD-STATUS  =  "P"  AND  RFD-REFUND  >  0
                      IF  ST-PAY (MATCH-IDX)  >  RFD-REFUND
                          SUBTRACT  RFD-REFUND  FROM ST-PAY (MATCH-IDX)
                      ELSE
                          MOVE  0  TO ST-PAY (MATCH-IDX)
                      END-IF
                  END-IF
              END-IF
              READ  RFDFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  RFDFL-STATUS  NOT =  "35"
               CLOSE RFDFL
           END-IF.
       300-AGE-ONE.
           MOVE  ST-PAY (STU-IDX)  TO WK-PAY-LEFT
                  + ST-BUCKET (STU-IDX, 2)
                  + ST-BUCKET (STU-IDX, 3)
                  + ST-BUCKET (STU-IDX, 4)
                  - WK-PAY-LEFT
           MOVE  ST-IDNO   (STU-IDX)     TO DL-IDNO
           MOVE  ST-BUCKET (STU-IDX, 1)  TO DL-B0
           MOVE  ST-BUCKET (STU-IDX, 2)  TO DL-B1
           IF  WK-BAL  >  0
               ADD  WK-BAL  TO GR-BAL
           END-IF
           IF  WK-BAL  <  0
               SUBTRACT  WK-BAL  FROM GR-CREDIT
           END-IF
           WRITE PRT-REC  FROM  DL  AFTER 1  LINES
           ADD   1  TO RUNLOG-WRITE-CNT.
