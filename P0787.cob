           SELECT   PRCFL   ASSIGN   TO "D1221.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    PRCFL-STATUS.
           SELECT   LOCFL   ASSIGN   TO "D0795.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    LOCFL-STATUS.
           SELECT   PRINTFL ASSIGN   TO "PRINT0787".
       DATA   DIVISION.
       FILE   SECTION.
           03 SDT-MOVE        PIC X.
           03 SDT-QTY         PIC 9(3).
           03 SDT-CUST        PIC X(4).
           03 SDT-LOC         PIC X(2).
           03 SDT-DOC         PIC X(6).
       FD  PRCFL
           DATA  RECORD   IS PRC-REC.
       01  PRC-REC.
           03 PRC-SKU          PIC X(4).
           03 PRC-PRICE        PIC 9(5)V99.
       FD  LOCFL
           DATA  RECORD   IS LOC-REC.
       01  LOC-REC.
           03 LOC-CODE        PIC X(2).
           03 LOC-NAME        PIC X(20).
           03 LOC-COLD        PIC X.
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC            PIC X(80).
           03 HD-FROM         PIC 9(6).
           03 FILLER          PIC X(3)    VALUE " - ".
           03 HD-TO           PIC 9(6).
           03 FILLER          PIC X(4).
           03 FILLER          PIC X(9)    VALUE "倉別 : ".
           03 HD-LOC          PIC X(2).
           03 FILLER          PIC X.
           03 HD-LOC-NAME     PIC X(20).
       01  HD-3.
           03 FILLER          PIC X(8)    VALUE "貨品".
           03 FILLER          PIC X(14)   VALUE "本倉帳面".
           03 FILLER          PIC X(14)   VALUE "全倉帳面".
           03 FILLER          PIC X(10)   VALUE "報廢量".
           03 FILLER          PIC X(14)   VALUE "  報廢金額".
       01  HD-4               PIC X(62)   VALUE ALL "=".
       01  DL.
           03 DL-SKU          PIC X(4).
           03 FILLER          PIC X(4).
           03 DL-BOOK         PIC ZZZZ9-.
           03 FILLER          PIC X(6).
           03 DL-TOTAL        PIC ZZZZ9-.
           03 FILLER          PIC X(3).
           03 DL-QTY          PIC ZZZZ9.
           03 FILLER          PIC X(2).
              05 SKU-TAB-CODE   PIC X(4).
              05 SKU-TAB-PRICE  PIC 9(5)V99.
              05 SKU-TAB-BOOK   PIC S9(6).
              05 SKU-TAB-TOTAL  PIC S9(6).
       01  UNIT-TAB-AREA.
           03 UNIT-CNT        PIC 9(2)   VALUE 0.
           03 UNIT-ENTRY      OCCURS 20 TIMES.
       01  ASK-FROM           PIC 9(6).
       01  ASK-TO             PIC 9(6).
       01  ASK-DATE           PIC 9(6).
       01  ASK-LOC            PIC X(2).
       01  LOC-OK-SW          PIC X      VALUE "N".
       01  WK-SKU             PIC X(4).
       01  SKU-IDX            PIC 9(3).
       01  UNIT-IDX           PIC 9(2).
       01  EOF-SW             PIC X      VALUE "N".
       01  SDTFL-STATUS       PIC XX.
       01  PRCFL-STATUS       PIC XX.
       01  LOCFL-STATUS       PIC XX.
       01  RUNLOG-JOB         PIC X(8)   VALUE "P0787".
       01  RUNLOG-ACTION      PIC X.
       01  RUNLOG-READ-CNT    PIC 9(7)   VALUE 0.
           ACCEPT   ASK-TO
           DISPLAY  "報廢異動日期 (YYMMDD) : " WITH NO ADVANCING
           ACCEPT   ASK-DATE
           DISPLAY  "報廢倉別 (空白:冷藏倉) : "
                    WITH NO ADVANCING
           ACCEPT   ASK-LOC
           MOVE  ASK-FROM  TO HD-FROM
           MOVE  ASK-TO    TO HD-TO
           PERFORM  050-CHECK-LOCATION
           IF  LOC-OK-SW  NOT =  "Y"
               DISPLAY  "倉別不在倉庫檔 : " ASK-LOC
               MOVE  "A"   TO RUNLOG-STATUS
               MOVE  "E"   TO RUNLOG-ACTION
               CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                     RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                     RUNLOG-STATUS
               STOP  RUN
           END-IF
           MOVE  ASK-LOC   TO HD-LOC
           PERFORM  100-LOAD-PRICES
           PERFORM  200-BOOK-STOCK
           PERFORM  300-CONFIRM-UNITS
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           STOP  RUN.
       050-CHECK-LOCATION.
           MOVE  SPACES  TO HD-LOC-NAME
           OPEN  INPUT LOCFL
           IF  LOCFL-STATUS  NOT =  "00"
               IF  ASK-LOC  =  SPACES  OR  ASK-LOC  =  "01"
                   MOVE  "01"  TO ASK-LOC
                   MOVE  "Y"   TO LOC-OK-SW
               END-IF
               EXIT  PARAGRAPH
           END-IF
           READ  LOCFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              IF  ASK-LOC  =  SPACES  AND  LOC-COLD  =  "Y"
                  MOVE  LOC-CODE  TO ASK-LOC
              END-IF
              IF  LOC-CODE  =  ASK-LOC
                  MOVE  "Y"       TO LOC-OK-SW
                  MOVE  LOC-NAME  TO HD-LOC-NAME
              END-IF
              READ  LOCFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE LOCFL
           MOVE  "N"  TO EOF-SW.
       100-LOAD-PRICES.
           OPEN  INPUT PRCFL
           IF  PRCFL-STATUS  NOT =  "00"
                         MOVE  PRC-SKU    TO SKU-TAB-CODE  (SKU-CNT)
                         MOVE  PRC-PRICE  TO SKU-TAB-PRICE (SKU-CNT)
                         MOVE  0          TO SKU-TAB-BOOK  (SKU-CNT)
                         MOVE  0          TO SKU-TAB-TOTAL (SKU-CNT)
                     END-IF
                     READ  PRCFL  AT END
                           MOVE  "Y"  TO EOF-SW
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO RUNLOG-READ-CNT
              IF  SDT-LOC  =  SPACES
                  MOVE  "01"  TO SDT-LOC
              END-IF
              PERFORM  VARYING  SKU-IDX  FROM  1  BY 1
                       UNTIL SKU-IDX  >  SKU-CNT
                 IF  SKU-TAB-CODE (SKU-IDX)  =  SDT-SKU
                     PERFORM  210-TALLY-MOVE
                 END-IF
              END-PERFORM
              READ  SDTFL   AT END
               CLOSE SDTFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       210-TALLY-MOVE.
           EVALUATE  SDT-MOVE
              WHEN  "B"
              WHEN  "R"
              WHEN  "I"
                 ADD  SDT-QTY  TO SKU-TAB-TOTAL (SKU-IDX)
              WHEN  "S"
              WHEN  "O"
              WHEN  "W"
                 SUBTRACT  SDT-QTY  FROM  SKU-TAB-TOTAL (SKU-IDX)
           END-EVALUATE
           IF  SDT-LOC  =  ASK-LOC
               EVALUATE  SDT-MOVE
                  WHEN  "B"
                  WHEN  "R"
                  WHEN  "I"
                  WHEN  "U"
                     ADD  SDT-QTY  TO SKU-TAB-BOOK (SKU-IDX)
                  WHEN  "S"
                  WHEN  "O"
                  WHEN  "W"
                  WHEN  "T"
                     SUBTRACT  SDT-QTY  FROM  SKU-TAB-BOOK (SKU-IDX)
               END-EVALUATE
           END-IF.
       300-CONFIRM-UNITS.
           MOVE  SPACES   TO WK-SKU
           PERFORM  UNTIL WK-SKU = "E"
           ELSE
               MOVE  0  TO WK-PROPOSE
           END-IF
           DISPLAY  "本倉帳面 " SKU-TAB-BOOK (MATCH-IDX)
                    "  全倉帳面 " SKU-TAB-TOTAL (MATCH-IDX)
                    "  建議報廢 " WK-PROPOSE
           DISPLAY  "確認報廢數量          : " WITH NO ADVANCING
           ACCEPT   WK-QTY
              MOVE  "W"                TO SDT-MOVE
              MOVE  UT-QTY (UNIT-IDX)  TO SDT-QTY
              MOVE  SPACES             TO SDT-CUST
              MOVE  ASK-LOC            TO SDT-LOC
              MOVE  SPACES             TO SDT-DOC
              WRITE SDT-REC
              ADD   1  TO WOFF-CNT
              ADD   1  TO RUNLOG-WRITE-CNT
                 END-IF
              END-PERFORM
              IF  MATCH-IDX  >  0
                  MOVE  SKU-TAB-BOOK  (MATCH-IDX)  TO DL-BOOK
                  MOVE  SKU-TAB-TOTAL (MATCH-IDX)  TO DL-TOTAL
              ELSE
                  MOVE  0  TO DL-BOOK  DL-TOTAL
              END-IF
              MOVE  UT-QTY   (UNIT-IDX)  TO DL-QTY
              MOVE  UT-VALUE (UNIT-IDX)  TO DL-VALUE
