           SELECT   PRCFL    ASSIGN TO "D1221.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    PRCFL-STATUS.
           SELECT   APVFL    ASSIGN TO "D1228.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    APVFL-STATUS.
           SELECT   LIMFL    ASSIGN TO "D1229.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    LIMFL-STATUS.
           SELECT   VCUFL    ASSIGN TO "D1231.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    VCUFL-STATUS.
       DATA   DIVISION.
       FILE   SECTION.
       FD  VDRFL
       01  PRC-REC.
           03 PRC-SKU           PIC X(4).
           03 PRC-PRICE         PIC 9(5)V99.
       FD  APVFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS APV-REC.
       01  APV-REC.
           03 APV-PO            PIC X(6).
           03 APV-STATE         PIC X.
           03 APV-VALUE         PIC 9(9)V99.
           03 APV-KEYER         PIC X(10).
           03 APV-KEY-DATE      PIC 9(8).
           03 APV-KEY-TIME      PIC 9(8).
           03 APV-APPROVER      PIC X(10).
           03 APV-APV-DATE      PIC 9(8).
           03 APV-APV-TIME      PIC 9(8).
       FD  LIMFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS LIM-REC.
       01  LIM-REC.
           03 LIM-USER          PIC X(10).
           03 LIM-AMT           PIC 9(9)V99.
       FD  VCUFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS VCU-REC.
       01  VCU-REC.
           03 VCU-VDR           PIC X(4).
           03 VCU-CUR           PIC X(3).
       WORKING-STORAGE SECTION.
       01  VDRFL-STATUS         PIC XX.
       01  POFL-STATUS          PIC XX.
       01  PRCFL-STATUS         PIC XX.
       01  APVFL-STATUS         PIC XX.
       01  LIMFL-STATUS         PIC XX.
       01  VCUFL-STATUS         PIC XX.
       01  SKU-TAB-AREA.
           03 SKU-CNT           PIC 9(3)   VALUE 0.
           03 SKU-ENTRY         OCCURS 500 TIMES.
       01  MATCH-IDX            PIC 9(3).
       01  EOF-SW               PIC X      VALUE "N".
       01  LINE-CNT             PIC 9(3)   VALUE 0.
       01  PO-LINE-CNT          PIC 9(3).
       01  PO-VALUE             PIC 9(9)V99.
       01  TWD-VALUE            PIC 9(9)V99.
       01  USER-LIMIT           PIC 9(9)V99  VALUE 0.
       01  WK-CUR               PIC X(3).
       01  WK-RATE              PIC 9(3)V9(6).
       01  RATE-REPLY           PIC X.
       01  PENDING-CNT          PIC 9(3)   VALUE 0.
       01  WK-DATE-WK           PIC 9(6).
       01  WK-DATE-PL           PIC 9(4)/99/99.
       01  WK-DATE-8            PIC 9(8).
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "OPERATOR ID : " WITH NO ADVANCING
               STOP  RUN
           END-IF
           PERFORM  100-LOAD-PRICES
           PERFORM  110-LOAD-LIMIT
           OPEN  EXTEND APVFL
           IF  APVFL-STATUS  =  "35"
               OPEN  OUTPUT APVFL
           END-IF
           OPEN  INPUT VDRFL
           OPEN  I-O   POFL
           IF  POFL-STATUS  =  "35"
                  PERFORM  200-ENTER-PO
              END-IF
           END-PERFORM
           CLOSE VDRFL   POFL   APVFL
           DISPLAY  "PO LINES WRITTEN = " LINE-CNT
           IF  PENDING-CNT  >  0
               DISPLAY  "POS PENDING APPROVAL = " PENDING-CNT
           END-IF
           STOP  RUN.
       100-LOAD-PRICES.
           OPEN  INPUT PRCFL
               END-PERFORM
               CLOSE PRCFL
           END-IF.
       110-LOAD-LIMIT.
           MOVE  "N"  TO EOF-SW
           OPEN  INPUT LIMFL
           IF  LIMFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  LIMFL  AT END
                     MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                     IF  LIM-USER  =  SIGNON-USER
                         MOVE  LIM-AMT  TO USER-LIMIT
                     END-IF
                     READ  LIMFL  AT END
                           MOVE  "Y"  TO EOF-SW
                     END-READ
               END-PERFORM
               CLOSE LIMFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       200-ENTER-PO.
           DISPLAY  "廠商代號          : " WITH NO ADVANCING
           ACCEPT   WK-VDR
           DISPLAY  "訂購日期 (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT   WK-DATE
           MOVE  0  TO WK-LINE
           MOVE  0  TO PO-LINE-CNT
           MOVE  0  TO PO-VALUE
           MOVE  SPACES  TO WK-SKU
           PERFORM  UNTIL WK-SKU = "E"
              DISPLAY  "貨品編號 (E:結束)   : " WITH NO ADVANCING
              IF  WK-SKU  NOT =  "E"  AND  WK-SKU  NOT =  SPACES
                  PERFORM  220-ENTER-ONE-LINE
              END-IF
           END-PERFORM
           IF  PO-LINE-CNT  >  0
               PERFORM  230-SET-APPROVAL
           END-IF.
       220-ENTER-ONE-LINE.
           ADD   1  TO WK-LINE
           MOVE  WK-PO-NO  TO PO-NO
                          WK-PO-NO " " WK-LINE
              NOT INVALID  KEY
                 ADD   1  TO LINE-CNT
                 ADD   1  TO PO-LINE-CNT
                 COMPUTE  PO-VALUE = PO-VALUE + PO-QTY * PO-PRICE
           END-WRITE.
       230-SET-APPROVAL.
           ACCEPT   WK-DATE-WK  FROM  DATE
           CALL  "P0447"  USING  WK-DATE-WK  WK-DATE-PL
           MOVE  WK-DATE-PL (1:4)   TO WK-DATE-8 (1:4)
           MOVE  WK-DATE-PL (6:2)   TO WK-DATE-8 (5:2)
           MOVE  WK-DATE-PL (9:2)   TO WK-DATE-8 (7:2)
           PERFORM  240-VENDOR-CURRENCY
           CALL  "P1232"  USING  WK-CUR  WK-DATE  WK-RATE  RATE-REPLY
           IF  RATE-REPLY  =  "Y"
               COMPUTE  TWD-VALUE ROUNDED = PO-VALUE * WK-RATE
           ELSE
               MOVE  PO-VALUE  TO TWD-VALUE
               DISPLAY  "查無 " WK-CUR " 匯率, 須主管核准"
           END-IF
           MOVE  WK-PO-NO     TO APV-PO
           MOVE  TWD-VALUE    TO APV-VALUE
           MOVE  SIGNON-USER  TO APV-KEYER
           MOVE  WK-DATE-8    TO APV-KEY-DATE
           ACCEPT   APV-KEY-TIME  FROM  TIME
           IF  TWD-VALUE  >  USER-LIMIT
               OR  RATE-REPLY  NOT =  "Y"
               MOVE  "P"      TO APV-STATE
               MOVE  SPACES   TO APV-APPROVER
               MOVE  0        TO APV-APV-DATE
               MOVE  0        TO APV-APV-TIME
               ADD   1  TO PENDING-CNT
               DISPLAY  "採購金額 " TWD-VALUE
                        " 超過核決權限, 待主管核准"
           ELSE
               MOVE  "A"           TO APV-STATE
               MOVE  SIGNON-USER   TO APV-APPROVER
               MOVE  APV-KEY-DATE  TO APV-APV-DATE
               MOVE  APV-KEY-TIME  TO APV-APV-TIME
           END-IF
           WRITE APV-REC.
       240-VENDOR-CURRENCY.
           MOVE  "TWD"  TO WK-CUR
           OPEN  INPUT VCUFL
           IF  VCUFL-STATUS  =  "00"
               READ  VCUFL  AT END
                     MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                     IF  VCU-VDR  =  WK-VDR
                         MOVE  VCU-CUR  TO WK-CUR
                     END-IF
                     READ  VCUFL  AT END
                           MOVE  "Y"  TO EOF-SW
                     END-READ
               END-PERFORM
               CLOSE VCUFL
           END-IF
           MOVE  "N"  TO EOF-SW.
