           SELECT   DMFL     ASSIGN TO "D1032.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    DMFL-STATUS.
           SELECT   WHTFL    ASSIGN TO "D1225.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    WHTFL-STATUS.
           SELECT   WHAFL    ASSIGN TO "D1226.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    WHAFL-STATUS.
           SELECT   BANKFL   ASSIGN TO "BANK1031"
              ORGANIZATION   LINE   SEQUENTIAL.
           SELECT   REMITFL  ASSIGN TO "REMIT1031".
           03 AP-AMT            PIC 9(7)V99.
           03 AP-PAID-FLAG      PIC X.
           03 AP-PAY-DATE       PIC 9(8).
           03 AP-CUR            PIC X(3).
           03 AP-FX-AMT         PIC 9(9)V99.
           03 AP-FX-RATE        PIC 9(3)V9(6).
       FD  VDRFL
           DATA  RECORD   IS VDR-REC.
       01  VDR-REC.
           03 DM-AMT         PIC 9(7)V99.
           03 DM-REASON      PIC X(2).
           03 DM-APPLIED     PIC X.
       FD  WHTFL
           DATA  RECORD   IS WHT-REC.
       01  WHT-REC.
           03 WHT-VDR        PIC X(4).
           03 WHT-CAT        PIC X(2).
           03 WHT-RATE       PIC 99V9.
           03 WHT-MIN        PIC 9(7).
       FD  WHAFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS WHA-REC.
       01  WHA-REC.
           03 WHA-YEAR       PIC 9(4).
           03 WHA-VDR        PIC X(4).
           03 WHA-CAT        PIC X(2).
           03 WHA-GROSS      PIC 9(9)V99.
           03 WHA-TAX        PIC 9(9)V99.
           03 WHA-CNT        PIC 9(4).
       FD  BANKFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS BANK-REC.
       01  RM-TOT.
           03 FILLER         PIC X(18)  VALUE "VENDOR TOTAL  : ".
           03 RM-TOT-AMT     PIC Z,ZZZ,ZZ9.99.
       01  RM-WHT-DL.
           03 FILLER         PIC X(18)  VALUE "WITHHOLDING TAX ".
           03 RM-WHT-CAT     PIC X(2).
           03 FILLER         PIC X(1).
           03 RM-WHT-RATE    PIC Z9.9.
           03 FILLER         PIC X(2)   VALUE "%".
           03 RM-WHT-AMT     PIC -ZZZ,ZZ9.99.
       01  RM-FX-DL.
           03 FILLER         PIC X(2).
           03 RM-FX-CUR      PIC X(3).
           03 FILLER         PIC X(1).
           03 RM-FX-AMT      PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER         PIC X(3)   VALUE " @ ".
           03 RM-FX-RATE     PIC ZZ9.9999.
           03 FILLER         PIC X(10)  VALUE "  BOOKED ".
           03 RM-FX-BOOKED   PIC Z,ZZZ,ZZ9.99.
           03 FILLER         PIC X(6)   VALUE "  G/L ".
           03 RM-FX-DIFF     PIC -ZZZ,ZZ9.99.
       01  RM-NET.
           03 FILLER         PIC X(18)  VALUE "NET PAYMENT   : ".
           03 RM-NET-AMT     PIC Z,ZZZ,ZZ9.99.
       01  HD-1.
           03 FILLER         PIC X(18)  VALUE SPACES.
           03 FILLER         PIC X(40)  VALUE
           03 DL-ACCT        PIC X(14).
           03 FILLER         PIC X(3).
           03 DL-AMT         PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER         PIC X(3).
           03 DL-WHT         PIC ZZZ,ZZ9.99.
       01  TOT-1.
           03 FILLER         PIC X(18)  VALUE "REGISTER TOTAL : ".
           03 TOT-AMT        PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER         PIC X(10)  VALUE "  COUNT : ".
           03 TOT-CNT        PIC ZZZZ9.
       01  TOT-2.
           03 FILLER         PIC X(18)  VALUE "TAX WITHHELD   : ".
           03 TOT-WHT        PIC ZZZ,ZZZ,ZZ9.99.
       01  TOT-3.
           03 FILLER         PIC X(18)  VALUE "FX GAIN        : ".
           03 TOT-FX-GAIN    PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER         PIC X(12)  VALUE "  FX LOSS : ".
           03 TOT-FX-LOSS    PIC ZZZ,ZZZ,ZZ9.99.
       01  WHT-TAB-AREA.
           03 WHT-CNT        PIC 9(3)   VALUE 0.
           03 WHT-ENTRY      OCCURS 200 TIMES.
              05 WT-VDR      PIC X(4).
              05 WT-CAT      PIC X(2).
              05 WT-RATE     PIC 99V9.
              05 WT-MIN      PIC 9(7).
       01  WHA-TAB-AREA.
           03 WHA-CNT-T      PIC 9(4)   VALUE 0.
           03 WHA-ENTRY      OCCURS 1000 TIMES.
              05 WA-YEAR     PIC 9(4).
              05 WA-VDR      PIC X(4).
              05 WA-CAT      PIC X(2).
              05 WA-GROSS    PIC 9(9)V99.
              05 WA-TAX      PIC 9(9)V99.
              05 WA-CNT      PIC 9(4).
       01  WHT-IDX           PIC 9(3).
       01  WHT-MATCH         PIC 9(3).
       01  WHA-IDX           PIC 9(4).
       01  WHA-MATCH         PIC 9(4).
       01  WK-WHT-AMT        PIC 9(8).
       01  WK-GROSS          PIC 9(8)V99.
       01  WHT-TOT           PIC 9(10)V99  VALUE 0.
       01  WHT-PAY-CNT       PIC 9(4)   VALUE 0.
       01  WHA-CHG-CNT       PIC 9(4)   VALUE 0.
       01  WHTFL-STATUS      PIC XX.
       01  WHAFL-STATUS      PIC XX.
       01  DM-TAB-AREA.
           03 DM-CNT         PIC 9(3)   VALUE 0.
           03 DM-ENTRY       OCCURS 200 TIMES.
              05 APT-FLAG    PIC X.
              05 APT-PAY-DT  PIC 9(8).
              05 APT-SEL-SW  PIC X.
              05 APT-CUR     PIC X(3).
              05 APT-FX-AMT  PIC 9(9)V99.
              05 APT-FX-RATE PIC 9(3)V9(6).
       01  WORK-AREA.
           03 WK-VDR         PIC X(4).
           03 WK-VDR-TOT     PIC 9(8)V99.
           03 WK-ACCT        PIC X(14).
           03 WK-PAY-AMT     PIC 9(9).
       01  PAY-RATE          PIC 9(3)V9(6).
       01  RATE-REPLY        PIC X.
       01  WK-PAID-HOME      PIC 9(8)V99.
       01  WK-FX-DIFF        PIC S9(8)V99.
       01  FX-GAIN-TOT       PIC 9(9)V99   VALUE 0.
       01  FX-LOSS-TOT       PIC 9(9)V99   VALUE 0.
       01  GL-SOURCE         PIC X(8)   VALUE "P1031".
       01  GL-TYPE           PIC X(6).
       01  GL-AMT            PIC 9(9)V99.
       01  GL-REPLY          PIC X.
       01  ASK-PAYTHRU       PIC 9(8).
       01  ASK-VALUE-DATE    PIC 9(8).
       01  AP-IDX            PIC 9(3).
           ACCEPT   ASK-VALUE-DATE
           PERFORM  100-LOAD-AP
           PERFORM  150-LOAD-MEMOS
           PERFORM  160-LOAD-WITHHOLDING
           OPEN  INPUT VDRFL
           OPEN  OUTPUT   BANKFL   REMITFL   PRINTFL
           MOVE  ASK-VALUE-DATE  TO BH-DATE
           MOVE  XFER-HASH  TO TOT-AMT
           MOVE  XFER-CNT   TO TOT-CNT
           WRITE PRT-REC  FROM  TOT-1  AFTER 1  LINES
           MOVE  WHT-TOT    TO TOT-WHT
           WRITE PRT-REC  FROM  TOT-2  AFTER 1  LINES
           IF  FX-GAIN-TOT  >  0  OR  FX-LOSS-TOT  >  0
               MOVE  FX-GAIN-TOT  TO TOT-FX-GAIN
               MOVE  FX-LOSS-TOT  TO TOT-FX-LOSS
               WRITE PRT-REC  FROM  TOT-3  AFTER 1  LINES
           END-IF
           CLOSE VDRFL   BANKFL   REMITFL   PRINTFL
           PERFORM  400-SAVE-AP
           PERFORM  450-SAVE-MEMOS
           PERFORM  280-POST-FX-RESULT
           IF  WHA-CHG-CNT  >  0
               PERFORM  470-SAVE-WITHHOLDING
           END-IF
           IF  WHT-PAY-CNT  >  0
               DISPLAY  "PAYMENTS WITH TAX WITHHELD = " WHT-PAY-CNT
           END-IF
           IF  MEMO-CNT  >  0
               DISPLAY  "DEBIT MEMOS APPLIED = " MEMO-CNT
           END-IF
                  MOVE  AP-AMT       TO APT-AMT    (AP-CNT)
                  MOVE  AP-PAID-FLAG TO APT-FLAG   (AP-CNT)
                  MOVE  AP-PAY-DATE  TO APT-PAY-DT (AP-CNT)
                  IF  AP-CUR  =  SPACES  OR  AP-CUR  =  "TWD"
                      MOVE  "TWD"    TO APT-CUR     (AP-CNT)
                      MOVE  AP-AMT   TO APT-FX-AMT  (AP-CNT)
                      MOVE  1        TO APT-FX-RATE (AP-CNT)
                  ELSE
                      MOVE  AP-CUR     TO APT-CUR     (AP-CNT)
                      MOVE  AP-FX-AMT  TO APT-FX-AMT  (AP-CNT)
                      MOVE  AP-FX-RATE TO APT-FX-RATE (AP-CNT)
                  END-IF
                  IF  AP-PAID-FLAG  NOT =  "Y"
                      AND  AP-DUE-DATE  NOT >  ASK-PAYTHRU
                      MOVE  "S"  TO APT-SEL-SW (AP-CNT)
                  MOVE  ASK-VALUE-DATE  TO APT-PAY-DT (SCAN-IDX)
                  MOVE  APT-INV-NO (SCAN-IDX)  TO RM-INV-NO
                  MOVE  APT-DUE    (SCAN-IDX)  TO RM-DUE
                  PERFORM  230-PAID-AMOUNT
                  MOVE  WK-PAID-HOME           TO RM-AMT
                  WRITE REMIT-REC  FROM  RM-DL  AFTER 1  LINES
                  IF  APT-CUR (SCAN-IDX)  NOT =  "TWD"
                      WRITE REMIT-REC  FROM  RM-FX-DL
                            AFTER 1  LINES
                  END-IF
                  ADD   WK-PAID-HOME  TO WK-VDR-TOT
                  ADD   1  TO RUNLOG-WRITE-CNT
              END-IF
           END-PERFORM
           WRITE REMIT-REC  FROM  RM-HD-4  AFTER 1  LINES
           MOVE  WK-VDR-TOT  TO RM-TOT-AMT
           WRITE REMIT-REC  FROM  RM-TOT  AFTER 1  LINES
           PERFORM  260-WITHHOLD-TAX
           COMPUTE  WK-PAY-AMT ROUNDED = WK-VDR-TOT
           MOVE  VDR-BANK-ACCT   TO BD-ACCT
           MOVE  WK-PAY-AMT      TO BD-AMT
           MOVE  WK-VDR         TO DL-VDR
           MOVE  VDR-BANK-ACCT  TO DL-ACCT
           MOVE  WK-VDR-TOT     TO DL-AMT
           MOVE  WK-WHT-AMT     TO DL-WHT
           WRITE PRT-REC  FROM  DL  AFTER 1  LINES.
       230-PAID-AMOUNT.
           MOVE  APT-AMT (SCAN-IDX)  TO WK-PAID-HOME
           IF  APT-CUR (SCAN-IDX)  =  "TWD"
               EXIT  PARAGRAPH
           END-IF
           CALL  "P1232"  USING  APT-CUR (SCAN-IDX)  ASK-VALUE-DATE
                                 PAY-RATE  RATE-REPLY
           IF  RATE-REPLY  NOT =  "Y"
               DISPLAY  "NO " APT-CUR (SCAN-IDX)
                        " RATE, PAID AT BOOKED AMOUNT : "
                        APT-INV-NO (SCAN-IDX)
               MOVE  APT-FX-RATE (SCAN-IDX)  TO PAY-RATE
               MOVE  "A"   TO RUNLOG-STATUS
           ELSE
               COMPUTE  WK-PAID-HOME ROUNDED
                      = APT-FX-AMT (SCAN-IDX) * PAY-RATE
           END-IF
           COMPUTE  WK-FX-DIFF = APT-AMT (SCAN-IDX) - WK-PAID-HOME
           IF  WK-FX-DIFF  >  0
               ADD   WK-FX-DIFF  TO FX-GAIN-TOT
           ELSE
               SUBTRACT  WK-FX-DIFF  FROM  FX-LOSS-TOT
           END-IF
           MOVE  APT-CUR    (SCAN-IDX)  TO RM-FX-CUR
           MOVE  APT-FX-AMT (SCAN-IDX)  TO RM-FX-AMT
           MOVE  PAY-RATE               TO RM-FX-RATE
           MOVE  APT-AMT    (SCAN-IDX)  TO RM-FX-BOOKED
           MOVE  WK-FX-DIFF             TO RM-FX-DIFF.
       280-POST-FX-RESULT.
           IF  FX-GAIN-TOT  >  0
               MOVE  "FXGAIN"     TO GL-TYPE
               MOVE  FX-GAIN-TOT  TO GL-AMT
               PERFORM  285-POST-ONE
           END-IF
           IF  FX-LOSS-TOT  >  0
               MOVE  "FXLOSS"     TO GL-TYPE
               MOVE  FX-LOSS-TOT  TO GL-AMT
               PERFORM  285-POST-ONE
           END-IF.
       285-POST-ONE.
           CALL  "P1024"  USING  GL-SOURCE  GL-TYPE
                                 GL-AMT     GL-REPLY
           IF  GL-REPLY  NOT =  "Y"
               DISPLAY  "FX RESULT NOT POSTED TO LEDGER : " GL-TYPE
                        " " GL-AMT
               MOVE  "A"   TO RUNLOG-STATUS
           END-IF.
       160-LOAD-WITHHOLDING.
           MOVE  "N"  TO EOF-SW
           OPEN  INPUT WHTFL
           IF  WHTFL-STATUS  =  "00"
               READ  WHTFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  WHT-CNT  <  200
                      ADD   1  TO WHT-CNT
                      MOVE  WHT-VDR   TO WT-VDR  (WHT-CNT)
                      MOVE  WHT-CAT   TO WT-CAT  (WHT-CNT)
                      MOVE  WHT-RATE  TO WT-RATE (WHT-CNT)
                      MOVE  WHT-MIN   TO WT-MIN  (WHT-CNT)
                  END-IF
                  READ  WHTFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE WHTFL
           END-IF
           MOVE  "N"  TO EOF-SW
           OPEN  INPUT WHAFL
           IF  WHAFL-STATUS  =  "00"
               READ  WHAFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  WHA-CNT-T  <  1000
                      ADD   1  TO WHA-CNT-T
                      MOVE  WHA-YEAR   TO WA-YEAR  (WHA-CNT-T)
                      MOVE  WHA-VDR    TO WA-VDR   (WHA-CNT-T)
                      MOVE  WHA-CAT    TO WA-CAT   (WHA-CNT-T)
                      MOVE  WHA-GROSS  TO WA-GROSS (WHA-CNT-T)
                      MOVE  WHA-TAX    TO WA-TAX   (WHA-CNT-T)
                      MOVE  WHA-CNT    TO WA-CNT   (WHA-CNT-T)
                  END-IF
                  READ  WHAFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE WHAFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       260-WITHHOLD-TAX.
           MOVE  0  TO WK-WHT-AMT
           MOVE  0  TO WHT-MATCH
           PERFORM  VARYING  WHT-IDX  FROM  1  BY 1
                    UNTIL WHT-IDX  >  WHT-CNT
              IF  WT-VDR (WHT-IDX)  =  WK-VDR
                  MOVE  WHT-IDX  TO WHT-MATCH
              END-IF
           END-PERFORM
           IF  WHT-MATCH  =  0
               EXIT  PARAGRAPH
           END-IF
           MOVE  WK-VDR-TOT  TO WK-GROSS
           IF  WT-RATE (WHT-MATCH)  >  0
               AND  WK-VDR-TOT  >  WT-MIN (WHT-MATCH)
               COMPUTE  WK-WHT-AMT
                      = WK-GROSS * WT-RATE (WHT-MATCH) / 100
               MOVE  WT-CAT  (WHT-MATCH)  TO RM-WHT-CAT
               MOVE  WT-RATE (WHT-MATCH)  TO RM-WHT-RATE
               COMPUTE  RM-WHT-AMT = 0 - WK-WHT-AMT
               WRITE REMIT-REC  FROM  RM-WHT-DL  AFTER 1  LINES
               SUBTRACT  WK-WHT-AMT  FROM  WK-VDR-TOT
               MOVE  WK-VDR-TOT  TO RM-NET-AMT
               WRITE REMIT-REC  FROM  RM-NET  AFTER 1  LINES
               ADD   WK-WHT-AMT  TO WHT-TOT
               ADD   1  TO WHT-PAY-CNT
           END-IF
           MOVE  0  TO WHA-MATCH
           PERFORM  VARYING  WHA-IDX  FROM  1  BY 1
                    UNTIL WHA-IDX  >  WHA-CNT-T
              IF  WA-YEAR (WHA-IDX)  =  ASK-VALUE-DATE (1:4)
                  AND  WA-VDR (WHA-IDX)  =  WK-VDR
                  AND  WA-CAT (WHA-IDX)  =  WT-CAT (WHT-MATCH)
                  MOVE  WHA-IDX  TO WHA-MATCH
              END-IF
           END-PERFORM
           IF  WHA-MATCH  =  0  AND  WHA-CNT-T  <  1000
               ADD   1  TO WHA-CNT-T
               MOVE  WHA-CNT-T  TO WHA-MATCH
               MOVE  ASK-VALUE-DATE (1:4)  TO WA-YEAR  (WHA-MATCH)
               MOVE  WK-VDR                TO WA-VDR   (WHA-MATCH)
               MOVE  WT-CAT (WHT-MATCH)    TO WA-CAT   (WHA-MATCH)
               MOVE  0                     TO WA-GROSS (WHA-MATCH)
               MOVE  0                     TO WA-TAX   (WHA-MATCH)
               MOVE  0                     TO WA-CNT   (WHA-MATCH)
           END-IF
           IF  WHA-MATCH  =  0
               DISPLAY  "WITHHOLDING LEDGER FULL, NOT ACCUMULATED : "
                        WK-VDR
               MOVE  "A"   TO RUNLOG-STATUS
           ELSE
               ADD   WK-GROSS    TO WA-GROSS (WHA-MATCH)
               ADD   WK-WHT-AMT  TO WA-TAX   (WHA-MATCH)
               ADD   1           TO WA-CNT   (WHA-MATCH)
               ADD   1           TO WHA-CHG-CNT
           END-IF.
       470-SAVE-WITHHOLDING.
           OPEN  OUTPUT WHAFL
           PERFORM  VARYING  WHA-IDX  FROM  1  BY 1
                    UNTIL WHA-IDX  >  WHA-CNT-T
              MOVE  WA-YEAR  (WHA-IDX)  TO WHA-YEAR
              MOVE  WA-VDR   (WHA-IDX)  TO WHA-VDR
              MOVE  WA-CAT   (WHA-IDX)  TO WHA-CAT
              MOVE  WA-GROSS (WHA-IDX)  TO WHA-GROSS
              MOVE  WA-TAX   (WHA-IDX)  TO WHA-TAX
              MOVE  WA-CNT   (WHA-IDX)  TO WHA-CNT
              WRITE WHA-REC
           END-PERFORM
           CLOSE WHAFL.
       150-LOAD-MEMOS.
           OPEN  INPUT DMFL
           IF  DMFL-STATUS  NOT =  "00"
              MOVE  APT-AMT    (AP-IDX)  TO AP-AMT
              MOVE  APT-FLAG   (AP-IDX)  TO AP-PAID-FLAG
              MOVE  APT-PAY-DT (AP-IDX)  TO AP-PAY-DATE
              MOVE  APT-CUR    (AP-IDX)  TO AP-CUR
              MOVE  APT-FX-AMT (AP-IDX)  TO AP-FX-AMT
              MOVE  APT-FX-RATE (AP-IDX) TO AP-FX-RATE
              WRITE AP-REC
           END-PERFORM
           CLOSE APFL.
