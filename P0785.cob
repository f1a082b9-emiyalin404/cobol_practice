           SELECT   SDTFL   ASSIGN   TO "D0772.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    SDTFL-STATUS.
           SELECT   LOCFL   ASSIGN   TO "D0795.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    LOCFL-STATUS.
           SELECT   PRINTFL ASSIGN   TO "PRINT0785".
       DATA   DIVISION.
       FILE   SECTION.
           03 ORD-SHIPPED     PIC 9(3).
           03 ORD-DATE        PIC 9(6).
           03 ORD-STATUS      PIC X.
           03 ORD-PRICE       PIC 9(5)V99.
           03 ORD-QUOTE       PIC X(6).
       FD  SDTFL
           DATA  RECORD   IS SDT-REC.
       01  SDT-REC.
           03 SDT-MOVE        PIC X.
           03 SDT-QTY         PIC 9(3).
           03 SDT-CUST        PIC X(4).
           03 SDT-LOC         PIC X(2).
           03 SDT-DOC         PIC X(6).
       FD  LOCFL
           DATA  RECORD   IS LOC-REC.
       01  LOC-REC.
           03 LOC-CODE        PIC X(2).
           03 LOC-NAME        PIC X(20).
           03 LOC-COLD        PIC X.
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC            PIC X(70).
              05 OT-SHIPPED   PIC 9(3).
              05 OT-DATE      PIC 9(6).
              05 OT-STATUS    PIC X.
              05 OT-PRICE     PIC 9(5)V99.
              05 OT-QUOTE     PIC X(6).
       01  STK-TAB-AREA.
           03 STK-CNT         PIC 9(3)   VALUE 0.
           03 STK-ENTRY       OCCURS 500 TIMES.
       01  WK-REMAIN          PIC 9(3).
       01  WK-SHIP            PIC 9(3).
       01  ASK-DATE           PIC 9(6).
       01  ASK-LOC            PIC X(2).
       01  LOC-OK-SW          PIC X      VALUE "N".
       01  MODE-SW            PIC X.
       01  ORD-IDX            PIC 9(3).
       01  STK-IDX            PIC 9(3).
       01  EOF-SW             PIC X      VALUE "N".
       01  ORDFL-STATUS       PIC XX.
       01  SDTFL-STATUS       PIC XX.
       01  LOCFL-STATUS       PIC XX.
       01  RUNLOG-JOB         PIC X(8)   VALUE "P0785".
       01  RUNLOG-ACTION      PIC X.
       01  RUNLOG-READ-CNT    PIC 9(7)   VALUE 0.
                      MOVE  ORD-SHIPPED  TO OT-SHIPPED (ORD-CNT)
                      MOVE  ORD-DATE     TO OT-DATE    (ORD-CNT)
                      MOVE  ORD-STATUS   TO OT-STATUS  (ORD-CNT)
                      MOVE  ORD-PRICE    TO OT-PRICE   (ORD-CNT)
                      MOVE  ORD-QUOTE    TO OT-QUOTE   (ORD-CNT)
                      ADD   1  TO RUNLOG-READ-CNT
                  END-IF
                  READ  ORDFL   AT END
       200-FULFILL.
           DISPLAY  "出貨日期 (YYMMDD) : " WITH NO ADVANCING
           ACCEPT   ASK-DATE
           DISPLAY  "出貨倉別 (空白:01) : " WITH NO ADVANCING
           ACCEPT   ASK-LOC
           PERFORM  205-CHECK-LOCATION
           IF  LOC-OK-SW  NOT =  "Y"
               DISPLAY  "倉別不在倉庫檔 : " ASK-LOC
               MOVE  "A"   TO RUNLOG-STATUS
               EXIT  PARAGRAPH
           END-IF
           PERFORM  210-BOOK-STOCK
           OPEN  EXTEND SDTFL
           IF  SDTFL-STATUS  =  "35"
           PERFORM  400-SAVE-ORDERS
           DISPLAY  "出貨筆數 = " SHIP-CNT
                    "  欠單筆數 = " BACK-CNT.
       205-CHECK-LOCATION.
           IF  ASK-LOC  =  SPACES
               MOVE  "01"  TO ASK-LOC
           END-IF
           OPEN  INPUT LOCFL
           IF  LOCFL-STATUS  NOT =  "00"
               IF  ASK-LOC  =  "01"
                   MOVE  "Y"  TO LOC-OK-SW
               END-IF
               EXIT  PARAGRAPH
           END-IF
           READ  LOCFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              IF  LOC-CODE  =  ASK-LOC
                  MOVE  "Y"  TO LOC-OK-SW
              END-IF
              READ  LOCFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE LOCFL
           MOVE  "N"  TO EOF-SW.
       210-BOOK-STOCK.
           OPEN  INPUT SDTFL
           IF  SDTFL-STATUS  NOT =  "00"
           END-IF
           MOVE  "N"  TO EOF-SW.
       220-TALLY-MOVE.
           IF  SDT-LOC  =  SPACES
               MOVE  "01"  TO SDT-LOC
           END-IF
           IF  SDT-LOC  NOT =  ASK-LOC
               EXIT  PARAGRAPH
           END-IF
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  STK-IDX  FROM  1  BY 1
                    UNTIL STK-IDX  >  STK-CNT
                  WHEN  "B"
                  WHEN  "R"
                  WHEN  "I"
                  WHEN  "U"
                     ADD  SDT-QTY  TO STK-QTY (MATCH-IDX)
                  WHEN  "S"
                  WHEN  "O"
                  WHEN  "W"
                  WHEN  "T"
                     SUBTRACT  SDT-QTY  FROM  STK-QTY (MATCH-IDX)
               END-EVALUATE
           END-IF.
               MOVE  "S"                 TO SDT-MOVE
               MOVE  WK-SHIP             TO SDT-QTY
               MOVE  OT-CUST (ORD-IDX)   TO SDT-CUST
               MOVE  ASK-LOC             TO SDT-LOC
               MOVE  OT-NO   (ORD-IDX)   TO SDT-DOC
               WRITE SDT-REC
               ADD   1  TO SHIP-CNT
               ADD   1  TO RUNLOG-WRITE-CNT
              MOVE  OT-SHIPPED (ORD-IDX)  TO ORD-SHIPPED
              MOVE  OT-DATE    (ORD-IDX)  TO ORD-DATE
              MOVE  OT-STATUS  (ORD-IDX)  TO ORD-STATUS
              MOVE  OT-PRICE   (ORD-IDX)  TO ORD-PRICE
              MOVE  OT-QUOTE   (ORD-IDX)  TO ORD-QUOTE
              WRITE ORD-REC
           END-PERFORM
           CLOSE ORDFL.
