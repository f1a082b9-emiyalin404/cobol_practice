              ACCESS MODE    DYNAMIC
              RECORD KEY     PO-KEY
              FILE STATUS    POFL-STATUS.
           SELECT   BPAFL   ASSIGN   TO "D1227.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    BPAFL-STATUS.
           SELECT   APVFL   ASSIGN   TO "D1228.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    APVFL-STATUS.
           SELECT   VCUFL   ASSIGN   TO "D1231.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    VCUFL-STATUS.
           SELECT   PRINTFL ASSIGN   TO "PRINT0781".
       DATA   DIVISION.
       FILE   SECTION.
           03 ROP-POINT       PIC 9(5).
           03 ROP-QTY         PIC 9(5).
           03 ROP-VDR         PIC X(4).
           03 ROP-LOC         PIC X(2).
       FD  SDTFL
           DATA  RECORD   IS SDT-REC.
       01  SDT-REC.
           03 SDT-MOVE        PIC X.
           03 SDT-QTY         PIC 9(3).
           03 SDT-CUST        PIC X(4).
           03 SDT-LOC         PIC X(2).
           03 SDT-DOC         PIC X(6).
       FD  PRCFL
           DATA  RECORD   IS PRC-REC.
       01  PRC-REC.
           03 PO-QTY            PIC 9(5).
           03 PO-PRICE          PIC 9(5)V99.
           03 PO-RCVD           PIC 9(5).
       FD  BPAFL
           DATA  RECORD   IS BPA-REC.
       01  BPA-REC.
           03 BPA-NO            PIC X(6).
           03 BPA-VDR           PIC X(4).
           03 BPA-SKU           PIC X(4).
           03 BPA-PRICE         PIC 9(5)V99.
           03 BPA-COMMIT        PIC 9(7).
           03 BPA-RELEASED      PIC 9(7).
           03 BPA-START         PIC 9(8).
           03 BPA-END           PIC 9(8).
           03 BPA-STATUS        PIC X.
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
       FD  VCUFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS VCU-REC.
       01  VCU-REC.
           03 VCU-VDR           PIC X(4).
           03 VCU-CUR           PIC X(3).
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC            PIC X(90).
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER          PIC X(12).
                 "<<<  自 動 請 購 建 議 表  >>>".
       01  HD-2.
           03 FILLER          PIC X(8)    VALUE "貨品".
           03 FILLER          PIC X(8)    VALUE "倉別".
           03 FILLER          PIC X(10)   VALUE "現有量".
           03 FILLER          PIC X(10)   VALUE "在途量".
           03 FILLER          PIC X(10)   VALUE "請購點".
           03 FILLER          PIC X(10)   VALUE "請購量".
           03 FILLER          PIC X(8)    VALUE "廠商".
           03 FILLER          PIC X(12)   VALUE "採購單號".
           03 FILLER          PIC X(6)    VALUE "合約".
       01  HD-3               PIC X(82)   VALUE ALL "=".
       01  DL.
           03 DL-SKU          PIC X(4).
           03 FILLER          PIC X(4).
           03 DL-LOC          PIC X(6).
           03 FILLER          PIC X(1).
           03 DL-STOCK        PIC ZZZZ9-.
           03 FILLER          PIC X(2).
           03 DL-OPEN         PIC ZZZZ9.
           03 DL-VDR          PIC X(4).
           03 FILLER          PIC X(3).
           03 DL-PO-NO        PIC X(6).
           03 FILLER          PIC X(2).
           03 DL-BPA          PIC X(6).
       01  ROP-TAB-AREA.
           03 ROP-CNT         PIC 9(3)   VALUE 0.
           03 ROP-ENTRY       OCCURS 200 TIMES.
              05 RT-POINT     PIC 9(5).
              05 RT-QTY       PIC 9(5).
              05 RT-VDR       PIC X(4).
              05 RT-LOC       PIC X(2).
              05 RT-STOCK     PIC S9(6).
              05 RT-OPEN      PIC 9(6).
       01  BPA-TAB-AREA.
           03 BPA-CNT         PIC 9(3)   VALUE 0.
           03 BPA-ENTRY       OCCURS 300 TIMES.
              05 BT-NO        PIC X(6).
              05 BT-VDR       PIC X(4).
              05 BT-SKU       PIC X(4).
              05 BT-PRICE     PIC 9(5)V99.
              05 BT-COMMIT    PIC 9(7).
              05 BT-RELEASED  PIC 9(7).
              05 BT-START     PIC 9(8).
              05 BT-END       PIC 9(8).
              05 BT-STATUS    PIC X.
       01  WK-SKU             PIC X(4).
       01  WK-PO-SEQ          PIC 9(4)   VALUE 0.
       01  WK-PO-NO           PIC X(6).
           03 WK-PO-PFX       PIC X(2).
           03 WK-PO-SEQ-N     PIC 9(4).
       01  WK-PRICE           PIC 9(5)V99.
       01  WK-VDR             PIC X(4).
       01  WK-CUR             PIC X(3).
       01  WK-RATE            PIC 9(3)V9(6).
       01  RATE-REPLY         PIC X.
       01  BPA-IDX            PIC 9(3).
       01  BPA-MATCH          PIC 9(3).
       01  BPA-CHG-CNT        PIC 9(3)   VALUE 0.
       01  MODE-SW            PIC X.
       01  ROP-IDX            PIC 9(3).
       01  MATCH-IDX          PIC 9(3).
       01  SDTFL-STATUS       PIC XX.
       01  PRCFL-STATUS       PIC XX.
       01  POFL-STATUS        PIC XX.
       01  BPAFL-STATUS       PIC XX.
       01  APVFL-STATUS       PIC XX.
       01  VCUFL-STATUS       PIC XX.
       01  RUNLOG-JOB         PIC X(8)   VALUE "P0781".
       01  RUNLOG-ACTION      PIC X.
       01  RUNLOG-READ-CNT    PIC 9(7)   VALUE 0.
                  DISPLAY  "指定廠商          : "
                           WITH NO ADVANCING
                  ACCEPT   ROP-VDR
                  DISPLAY  "倉別 (空白:全公司) : "
                           WITH NO ADVANCING
                  ACCEPT   ROP-LOC
                  WRITE ROP-REC
                  ADD   1  TO LOAD-CNT
              END-IF
           ELSE
               PERFORM  220-BOOK-STOCK
               PERFORM  230-OPEN-PO-QTY
               PERFORM  240-LOAD-AGREEMENTS
               PERFORM  300-GENERATE
               IF  BPA-CHG-CNT  >  0
                   PERFORM  250-SAVE-AGREEMENTS
               END-IF
           END-IF
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                      MOVE  ROP-POINT  TO RT-POINT (ROP-CNT)
                      MOVE  ROP-QTY    TO RT-QTY   (ROP-CNT)
                      MOVE  ROP-VDR    TO RT-VDR   (ROP-CNT)
                      MOVE  ROP-LOC    TO RT-LOC   (ROP-CNT)
                      MOVE  0          TO RT-STOCK (ROP-CNT)
                      MOVE  0          TO RT-OPEN  (ROP-CNT)
                  END-IF
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO RUNLOG-READ-CNT
              IF  SDT-LOC  =  SPACES
                  MOVE  "01"  TO SDT-LOC
              END-IF
              PERFORM  VARYING  ROP-IDX  FROM  1  BY 1
                       UNTIL ROP-IDX  >  ROP-CNT
                 IF  RT-SKU (ROP-IDX)  =  SDT-SKU
                     PERFORM  225-TALLY-MOVE
                 END-IF
              END-PERFORM
              READ  SDTFL   AT END
               CLOSE SDTFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       225-TALLY-MOVE.
           IF  RT-LOC (ROP-IDX)  =  SPACES
               EVALUATE  SDT-MOVE
                  WHEN  "B"
                  WHEN  "R"
                  WHEN  "I"
                     ADD  SDT-QTY  TO RT-STOCK (ROP-IDX)
                  WHEN  "S"
                  WHEN  "O"
                  WHEN  "W"
                     SUBTRACT  SDT-QTY  FROM  RT-STOCK (ROP-IDX)
               END-EVALUATE
           ELSE
               IF  RT-LOC (ROP-IDX)  =  SDT-LOC
                   EVALUATE  SDT-MOVE
                      WHEN  "B"
                      WHEN  "R"
                      WHEN  "I"
                      WHEN  "U"
                         ADD  SDT-QTY  TO RT-STOCK (ROP-IDX)
                      WHEN  "S"
                      WHEN  "O"
                      WHEN  "W"
                      WHEN  "T"
                         SUBTRACT  SDT-QTY  FROM  RT-STOCK (ROP-IDX)
                   END-EVALUATE
               END-IF
           END-IF.
       230-OPEN-PO-QTY.
           OPEN  INPUT POFL
           IF  POFL-STATUS  NOT =  "00"
               CLOSE POFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       240-LOAD-AGREEMENTS.
           OPEN  INPUT BPAFL
           IF  BPAFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  BPAFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  ADD   1  TO RUNLOG-READ-CNT
                  IF  BPA-CNT  <  300
                      ADD   1  TO BPA-CNT
                      MOVE  BPA-NO        TO BT-NO       (BPA-CNT)
                      MOVE  BPA-VDR       TO BT-VDR      (BPA-CNT)
                      MOVE  BPA-SKU       TO BT-SKU      (BPA-CNT)
                      MOVE  BPA-PRICE     TO BT-PRICE    (BPA-CNT)
                      MOVE  BPA-COMMIT    TO BT-COMMIT   (BPA-CNT)
                      MOVE  BPA-RELEASED  TO BT-RELEASED (BPA-CNT)
                      MOVE  BPA-START     TO BT-START    (BPA-CNT)
                      MOVE  BPA-END       TO BT-END      (BPA-CNT)
                      MOVE  BPA-STATUS    TO BT-STATUS   (BPA-CNT)
                  END-IF
                  READ  BPAFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE BPAFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       250-SAVE-AGREEMENTS.
           OPEN  OUTPUT BPAFL
           PERFORM  VARYING  BPA-IDX  FROM  1  BY 1
                    UNTIL BPA-IDX  >  BPA-CNT
              MOVE  BT-NO       (BPA-IDX)  TO BPA-NO
              MOVE  BT-VDR      (BPA-IDX)  TO BPA-VDR
              MOVE  BT-SKU      (BPA-IDX)  TO BPA-SKU
              MOVE  BT-PRICE    (BPA-IDX)  TO BPA-PRICE
              MOVE  BT-COMMIT   (BPA-IDX)  TO BPA-COMMIT
              MOVE  BT-RELEASED (BPA-IDX)  TO BPA-RELEASED
              MOVE  BT-START    (BPA-IDX)  TO BPA-START
              MOVE  BT-END      (BPA-IDX)  TO BPA-END
              MOVE  BT-STATUS   (BPA-IDX)  TO BPA-STATUS
              WRITE BPA-REC
           END-PERFORM
           CLOSE BPAFL.
       300-GENERATE.
           OPEN  I-O   POFL
           IF  POFL-STATUS  =  "35"
               CLOSE POFL
               OPEN  I-O   POFL
           END-IF
           OPEN  EXTEND APVFL
           IF  APVFL-STATUS  =  "35"
               OPEN  OUTPUT APVFL
           END-IF
           OPEN  OUTPUT   PRINTFL
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
                  PERFORM  320-DRAFT-ONE
              END-IF
           END-PERFORM
           CLOSE POFL   APVFL   PRINTFL
           DISPLAY  "請購筆數 = " REQ-CNT.
       320-DRAFT-ONE.
           ADD   1  TO WK-PO-SEQ
           MOVE  WK-PO-SEQ  TO WK-PO-SEQ-N
           MOVE  WK-PO-NO   TO PO-NO
           MOVE  01         TO PO-LINE
           PERFORM  340-BLANKET-LOOKUP
           IF  BPA-MATCH  =  0
               MOVE  RT-VDR (ROP-IDX)  TO WK-VDR
               PERFORM  330-PRICE-LOOKUP
           END-IF
           MOVE  WK-VDR            TO PO-VDR
           MOVE  WK-DATE-8         TO PO-DATE
           MOVE  RT-SKU (ROP-IDX)  TO PO-SKU
           MOVE  RT-QTY (ROP-IDX)  TO PO-QTY
           MOVE  WK-PRICE          TO PO-PRICE
           MOVE  0                 TO PO-RCVD
           WRITE PO-REC
                 ADD   1  TO REQ-CNT
                 ADD   1  TO RUNLOG-WRITE-CNT
                 MOVE  RT-SKU   (ROP-IDX)  TO DL-SKU
                 IF  RT-LOC (ROP-IDX)  =  SPACES
                     MOVE  "全部"             TO DL-LOC
                 ELSE
                     MOVE  RT-LOC (ROP-IDX)  TO DL-LOC
                 END-IF
                 MOVE  RT-STOCK (ROP-IDX)  TO DL-STOCK
                 MOVE  RT-OPEN  (ROP-IDX)  TO DL-OPEN
                 MOVE  RT-POINT (ROP-IDX)  TO DL-POINT
                 MOVE  RT-QTY   (ROP-IDX)  TO DL-QTY
                 MOVE  WK-VDR              TO DL-VDR
                 MOVE  WK-PO-NO            TO DL-PO-NO
                 MOVE  SPACES              TO DL-BPA
                 IF  BPA-MATCH  >  0
                     ADD   RT-QTY (ROP-IDX)
                           TO BT-RELEASED (BPA-MATCH)
                     ADD   1  TO BPA-CHG-CNT
                     MOVE  BT-NO (BPA-MATCH)  TO DL-BPA
                 END-IF
                 WRITE PRT-REC  FROM  DL  AFTER 1  LINES
                 PERFORM  350-PENDING-APPROVAL
           END-WRITE.
       330-PRICE-LOOKUP.
           MOVE  0  TO WK-PRICE
               CLOSE PRCFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       340-BLANKET-LOOKUP.
           MOVE  0  TO BPA-MATCH
           PERFORM  VARYING  BPA-IDX  FROM  1  BY 1
                    UNTIL BPA-IDX  >  BPA-CNT  OR  BPA-MATCH  >  0
              IF  BT-SKU (BPA-IDX)  =  RT-SKU (ROP-IDX)
                  AND  BT-STATUS (BPA-IDX)  NOT =  "C"
                  AND  BT-START (BPA-IDX)  NOT >  WK-DATE-8
                  AND  BT-END (BPA-IDX)  NOT <  WK-DATE-8
                  AND  BT-COMMIT (BPA-IDX) - BT-RELEASED (BPA-IDX)
                       NOT <  RT-QTY (ROP-IDX)
                  MOVE  BPA-IDX               TO BPA-MATCH
                  MOVE  BT-VDR   (BPA-IDX)    TO WK-VDR
                  MOVE  BT-PRICE (BPA-IDX)    TO WK-PRICE
              END-IF
           END-PERFORM.
       350-PENDING-APPROVAL.
           PERFORM  360-VENDOR-CURRENCY
           CALL  "P1232"  USING  WK-CUR  WK-DATE-8  WK-RATE  RATE-REPLY
           IF  RATE-REPLY  =  "Y"
               COMPUTE  APV-VALUE ROUNDED = PO-QTY * PO-PRICE * WK-RATE
           ELSE
               COMPUTE  APV-VALUE = PO-QTY * PO-PRICE
               DISPLAY  "查無 " WK-CUR " 匯率 : " WK-PO-NO
               MOVE  "A"   TO RUNLOG-STATUS
           END-IF
           MOVE  WK-PO-NO    TO APV-PO
           MOVE  "P"         TO APV-STATE
           MOVE  RUNLOG-JOB  TO APV-KEYER
           MOVE  WK-DATE-8   TO APV-KEY-DATE
           ACCEPT   APV-KEY-TIME  FROM  TIME
           MOVE  SPACES      TO APV-APPROVER
           MOVE  0           TO APV-APV-DATE
           MOVE  0           TO APV-APV-TIME
           WRITE APV-REC
           ADD   1  TO RUNLOG-WRITE-CNT.
       360-VENDOR-CURRENCY.
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
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE VCUFL
           END-IF
           MOVE  "N"  TO EOF-SW.
