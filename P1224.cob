       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P1224.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   QTEFL   ASSIGN   TO "D1224.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    QTEFL-STATUS.
           SELECT   ORDFL   ASSIGN   TO "D0784.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    ORDFL-STATUS.
           SELECT   CUSFL   ASSIGN   TO "D0775.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CUSFL-STATUS.
           SELECT   PRCFL   ASSIGN   TO "D1221.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    PRCFL-STATUS.
           SELECT   PRINTFL ASSIGN   TO "PRINT1224".
       DATA   DIVISION.
       FILE   SECTION.
       FD  QTEFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS QTE-REC.
       01  QTE-REC.
           03 QTE-NO          PIC X(6).
           03 QTE-CUST        PIC X(4).
           03 QTE-DATE        PIC 9(6).
           03 QTE-VALID       PIC 9(6).
           03 QTE-SKU         PIC X(4).
           03 QTE-QTY         PIC 9(3).
           03 QTE-PRICE       PIC 9(5)V99.
           03 QTE-STATUS      PIC X.
           03 QTE-ORD         PIC X(6).
           03 QTE-CONV        PIC 9(6).
       FD  ORDFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS ORD-REC.
       01  ORD-REC.
           03 ORD-NO          PIC X(6).
           03 ORD-CUST        PIC X(4).
           03 ORD-SKU         PIC X(4).
           03 ORD-QTY         PIC 9(3).
           03 ORD-SHIPPED     PIC 9(3).
           03 ORD-DATE        PIC 9(6).
           03 ORD-STATUS      PIC X.
           03 ORD-PRICE       PIC 9(5)V99.
           03 ORD-QUOTE       PIC X(6).
       FD  CUSFL
           DATA  RECORD   IS CUS-REC.
       01  CUS-REC.
           03 CUS-CODE        PIC X(4).
           03 CUS-NAME        PIC X(20).
           03 CUS-BAL         PIC S9(7)V99.
           03 CUS-LIMIT       PIC 9(7).
       FD  PRCFL
           DATA  RECORD   IS PRC-REC.
       01  PRC-REC.
           03 PRC-SKU          PIC X(4).
           03 PRC-PRICE        PIC 9(5)V99.
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC            PIC X(90).
       WORKING-STORAGE SECTION.
       01  QP-1               PIC X(56)   VALUE ALL "*".
       01  QP-2.
           03 FILLER          PIC X(18).
           03 FILLER          PIC X(20)   VALUE "報   價   單".
       01  QP-3.
           03 FILLER          PIC X(15)   VALUE "報價單號 : ".
           03 QP-NO           PIC X(6).
       01  QP-4.
           03 FILLER          PIC X(15)   VALUE "客    戶 : ".
           03 QP-CUST         PIC X(4).
           03 FILLER          PIC X(2).
           03 QP-NAME         PIC X(20).
       01  QP-5.
           03 FILLER          PIC X(15)   VALUE "報價日期 : ".
           03 QP-DATE         PIC 99/99/99.
           03 FILLER          PIC X(4).
           03 FILLER          PIC X(15)   VALUE "有效期限 : ".
           03 QP-VALID        PIC 99/99/99.
       01  QP-6.
           03 FILLER          PIC X(10)   VALUE "貨品".
           03 FILLER          PIC X(10)   VALUE "  數量".
           03 FILLER          PIC X(14)   VALUE "    單價".
           03 FILLER          PIC X(16)   VALUE "        金額".
       01  QP-7               PIC X(56)   VALUE ALL "-".
       01  QP-DL.
           03 QP-SKU          PIC X(4).
           03 FILLER          PIC X(6).
           03 QP-QTY          PIC ZZ9.
           03 FILLER          PIC X(5).
           03 QP-PRICE        PIC ZZ,ZZ9.99.
           03 FILLER          PIC X(5).
           03 QP-AMT          PIC Z,ZZZ,ZZ9.99.
       01  QP-8.
           03 FILLER          PIC X(28).
           03 FILLER          PIC X(10)   VALUE "合  計".
           03 QP-TOT          PIC Z,ZZZ,ZZ9.99.
       01  QP-9.
           03 FILLER          PIC X(40)   VALUE
                 "本報價單逾有效期限即失效".
       01  HD-1.
           03 FILLER          PIC X(12).
           03 FILLER          PIC X(45)   VALUE
                 "<<<  報 價 轉 訂 單 月 報 表  >>>".
       01  HD-2.
           03 FILLER          PIC X(15)   VALUE "報價年月 : ".
           03 HD-YYMM         PIC 9(4).
       01  HD-3.
           03 FILLER          PIC X(6)    VALUE "客戶".
           03 FILLER          PIC X(22)   VALUE "客戶名稱".
           03 FILLER          PIC X(9)    VALUE "報價數".
           03 FILLER          PIC X(9)    VALUE "成交數".
           03 FILLER          PIC X(10)   VALUE "成交率%".
           03 FILLER          PIC X(16)   VALUE "    報價金額".
           03 FILLER          PIC X(16)   VALUE "    成交金額".
       01  HD-4               PIC X(78)   VALUE ALL "=".
       01  DL.
           03 DL-CUST         PIC X(4).
           03 FILLER          PIC X(2).
           03 DL-NAME         PIC X(20).
           03 FILLER          PIC X(2).
           03 DL-QUOTES       PIC ZZZ9.
           03 FILLER          PIC X(4).
           03 DL-WON          PIC ZZZ9.
           03 FILLER          PIC X(4).
           03 DL-RATE         PIC ZZ9.9.
           03 FILLER          PIC X(3).
           03 DL-QAMT         PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER          PIC X(1).
           03 DL-WAMT         PIC ZZ,ZZZ,ZZ9.99.
       01  TOT-1.
           03 FILLER          PIC X(28)   VALUE "合    計".
           03 TOT-QUOTES      PIC ZZZ9.
           03 FILLER          PIC X(4).
           03 TOT-WON         PIC ZZZ9.
           03 FILLER          PIC X(4).
           03 TOT-RATE        PIC ZZ9.9.
           03 FILLER          PIC X(3).
           03 TOT-QAMT        PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER          PIC X(1).
           03 TOT-WAMT        PIC ZZ,ZZZ,ZZ9.99.
       01  LP-HD-1.
           03 FILLER          PIC X(50)   VALUE
                 "-- 逾期未成交報價 (待追蹤) --".
       01  LP-HD-2.
           03 FILLER          PIC X(12)   VALUE "報價單號".
           03 FILLER          PIC X(6)    VALUE "客戶".
           03 FILLER          PIC X(22)   VALUE "客戶名稱".
           03 FILLER          PIC X(10)   VALUE "報價日".
           03 FILLER          PIC X(12)   VALUE "有效期限".
           03 FILLER          PIC X(16)   VALUE "    報價金額".
       01  LP-DL.
           03 LP-NO           PIC X(6).
           03 FILLER          PIC X(4).
           03 LP-CUST         PIC X(4).
           03 FILLER          PIC X(2).
           03 LP-NAME         PIC X(20).
           03 FILLER          PIC X(2).
           03 LP-DATE         PIC 9(6).
           03 FILLER          PIC X(4).
           03 LP-VALID        PIC 9(6).
           03 FILLER          PIC X(2).
           03 LP-AMT          PIC ZZ,ZZZ,ZZ9.99.
       01  LP-TOT.
           03 FILLER          PIC X(27)   VALUE
                 "逾期未成交筆數 : ".
           03 LP-CNT-O        PIC ZZZ9.
       01  QL-TAB-AREA.
           03 QL-CNT          PIC 9(4)   VALUE 0.
           03 QL-ENTRY        OCCURS 2000 TIMES.
              05 QL-NO        PIC X(6).
              05 QL-CUST      PIC X(4).
              05 QL-DATE      PIC 9(6).
              05 QL-VALID     PIC 9(6).
              05 QL-SKU       PIC X(4).
              05 QL-QTY       PIC 9(3).
              05 QL-PRICE     PIC 9(5)V99.
              05 QL-STATUS    PIC X.
              05 QL-ORD       PIC X(6).
              05 QL-CONV      PIC 9(6).
       01  QH-TAB-AREA.
           03 QH-CNT          PIC 9(4)   VALUE 0.
           03 QH-ENTRY        OCCURS 1000 TIMES.
              05 QH-NO        PIC X(6).
              05 QH-CUST      PIC X(4).
              05 QH-DATE      PIC 9(6).
              05 QH-VALID     PIC 9(6).
              05 QH-STATUS    PIC X.
              05 QH-AMT       PIC 9(8)V99.
       01  RS-TAB-AREA.
           03 RS-CNT          PIC 9(3)   VALUE 0.
           03 RS-ENTRY        OCCURS 200 TIMES.
              05 RS-CUST      PIC X(4).
              05 RS-QUOTES    PIC 9(4).
              05 RS-WON       PIC 9(4).
              05 RS-QAMT      PIC 9(8)V99.
              05 RS-WAMT      PIC 9(8)V99.
       01  CUS-TAB-AREA.
           03 CUS-CNT         PIC 9(3)   VALUE 0.
           03 CUS-ENTRY       OCCURS 200 TIMES.
              05 CT-CODE      PIC X(4).
              05 CT-NAME      PIC X(20).
              05 CT-BAL       PIC S9(8)V99.
              05 CT-LIMIT     PIC 9(7).
       01  SKU-TAB-AREA.
           03 SKU-CNT           PIC 9(3)   VALUE 0.
           03 SKU-ENTRY         OCCURS 500 TIMES.
              05 SKU-TAB-CODE   PIC X(4).
              05 SKU-TAB-PRICE  PIC 9(5)V99.
       01  ASK-QNO            PIC X(6).
       01  WK-QNO             PIC X(6).
       01  ASK-CUST           PIC X(4).
       01  ASK-DATE           PIC 9(6).
       01  ASK-VALID          PIC 9(6).
       01  ASK-SKU            PIC X(4).
       01  ASK-QTY            PIC 9(3).
       01  ASK-PRICE          PIC 9(5)V99.
       01  ASK-ORD-NO         PIC X(6).
       01  ASK-YYMM           PIC 9(4).
       01  WK-CUST            PIC X(4).
       01  WK-AMT             PIC 9(8)V99.
       01  WK-TOTAL           PIC 9(8)V99.
       01  WK-RATE            PIC 9(3)V9.
       01  MODE-SW            PIC X.
       01  QL-IDX             PIC 9(4).
       01  QH-IDX             PIC 9(4).
       01  QH-MATCH           PIC 9(4).
       01  RS-IDX             PIC 9(3).
       01  RS-MATCH           PIC 9(3).
       01  CUS-IDX            PIC 9(3).
       01  CUS-MATCH          PIC 9(3).
       01  SKU-IDX            PIC 9(3).
       01  SKU-MATCH          PIC 9(3).
       01  LINE-CNT           PIC 9(3).
       01  OPEN-CNT           PIC 9(3).
       01  LOAD-CNT           PIC 9(4)   VALUE 0.
       01  CONV-CNT           PIC 9(4)   VALUE 0.
       01  LAPSE-CNT          PIC 9(4)   VALUE 0.
       01  TOT-Q-CNT          PIC 9(5)   VALUE 0.
       01  TOT-W-CNT          PIC 9(5)   VALUE 0.
       01  TOT-Q-AMT          PIC 9(9)V99  VALUE 0.
       01  TOT-W-AMT          PIC 9(9)V99  VALUE 0.
       01  EOF-SW             PIC X      VALUE "N".
       01  QTEFL-STATUS       PIC XX.
       01  ORDFL-STATUS       PIC XX.
       01  CUSFL-STATUS       PIC XX.
       01  PRCFL-STATUS       PIC XX.
       01  RUNLOG-JOB         PIC X(8)   VALUE "P1224".
       01  RUNLOG-ACTION      PIC X.
       01  RUNLOG-READ-CNT    PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT   PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS      PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "(N)新增報價  (P)列印報價  (C)轉訂單"
           DISPLAY  "(R)報價轉單月報 : "
                    WITH NO ADVANCING
           ACCEPT   MODE-SW
           PERFORM  150-LOAD-CUSTOMERS
           PERFORM  160-LOAD-PRICES
           PERFORM  170-LOAD-QUOTES
           EVALUATE  MODE-SW
              WHEN  "N"
              WHEN  "n"
                 PERFORM  100-NEW-QUOTES
              WHEN  "P"
              WHEN  "p"
                 PERFORM  200-REPRINT
              WHEN  "C"
              WHEN  "c"
                 PERFORM  400-CONVERT
              WHEN  OTHER
                 PERFORM  600-MONTHLY-REPORT
           END-EVALUATE
           STOP  RUN.
       100-NEW-QUOTES.
           OPEN  EXTEND QTEFL
           IF  QTEFL-STATUS  =  "35"
               OPEN  OUTPUT QTEFL
           END-IF
           OPEN  OUTPUT PRINTFL
           MOVE  SPACES   TO ASK-QNO
           PERFORM  UNTIL ASK-QNO = "E"
              DISPLAY  " "
              DISPLAY  "報價單號 (E:結束)    : " WITH NO ADVANCING
              ACCEPT   ASK-QNO
              IF  ASK-QNO  NOT =  "E"  AND  ASK-QNO  NOT =  SPACES
                  PERFORM  110-QUOTE-ONE
              END-IF
           END-PERFORM
           CLOSE QTEFL   PRINTFL
           DISPLAY  "報價單張數 = " LOAD-CNT.
       110-QUOTE-ONE.
           MOVE  ASK-QNO  TO WK-QNO
           PERFORM  180-FIND-QUOTE
           IF  QH-MATCH  >  0
               DISPLAY  "報價單號重複 : " ASK-QNO
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  "客戶編號             : " WITH NO ADVANCING
           ACCEPT   ASK-CUST
           MOVE  ASK-CUST  TO WK-CUST
           PERFORM  190-FIND-CUSTOMER
           IF  CUS-MATCH  =  0
               DISPLAY  "客戶未建檔 : " ASK-CUST
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  "客戶名稱 : " CT-NAME (CUS-MATCH)
           DISPLAY  "報價日期 (YYMMDD)    : " WITH NO ADVANCING
           ACCEPT   ASK-DATE
           DISPLAY  "有效期限 (YYMMDD)    : " WITH NO ADVANCING
           ACCEPT   ASK-VALID
           IF  ASK-VALID  <  ASK-DATE
               DISPLAY  "有效期限早於報價日期, 未登錄"
               EXIT  PARAGRAPH
           END-IF
           MOVE  0  TO LINE-CNT
           MOVE  SPACES   TO ASK-SKU
           PERFORM  UNTIL ASK-SKU = "E"
              DISPLAY  "貨品編號 (E:結束)    : " WITH NO ADVANCING
              ACCEPT   ASK-SKU
              IF  ASK-SKU  NOT =  "E"  AND  ASK-SKU  NOT =  SPACES
                  PERFORM  120-QUOTE-LINE
              END-IF
           END-PERFORM
           IF  LINE-CNT  =  0
               DISPLAY  "報價單無明細, 未登錄"
               EXIT  PARAGRAPH
           END-IF
           ADD   1  TO LOAD-CNT
           PERFORM  125-BUILD-HEADERS
           MOVE  ASK-QNO  TO WK-QNO
           PERFORM  180-FIND-QUOTE
           PERFORM  300-PRINT-QUOTE.
       120-QUOTE-LINE.
           PERFORM  195-FIND-SKU
           IF  SKU-MATCH  =  0
               DISPLAY  "貨品不在價格檔 : " ASK-SKU
               EXIT  PARAGRAPH
           END-IF
           IF  QL-CNT  NOT <  2000
               DISPLAY  "報價明細已滿, 未登錄"
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  "數量                 : " WITH NO ADVANCING
           ACCEPT   ASK-QTY
           DISPLAY  "定價 : " SKU-TAB-PRICE (SKU-MATCH)
           DISPLAY  "報價單價 (0:依定價)  : " WITH NO ADVANCING
           ACCEPT   ASK-PRICE
           IF  ASK-PRICE  =  0
               MOVE  SKU-TAB-PRICE (SKU-MATCH)  TO ASK-PRICE
           END-IF
           MOVE  ASK-QNO    TO QTE-NO
           MOVE  ASK-CUST   TO QTE-CUST
           MOVE  ASK-DATE   TO QTE-DATE
           MOVE  ASK-VALID  TO QTE-VALID
           MOVE  ASK-SKU    TO QTE-SKU
           MOVE  ASK-QTY    TO QTE-QTY
           MOVE  ASK-PRICE  TO QTE-PRICE
           MOVE  "O"        TO QTE-STATUS
           MOVE  SPACES     TO QTE-ORD
           MOVE  0          TO QTE-CONV
           WRITE QTE-REC
           PERFORM  175-ADD-LINE
           ADD   1  TO LINE-CNT.
       125-BUILD-HEADERS.
           MOVE  0  TO QH-CNT
           PERFORM  VARYING  QL-IDX  FROM  1  BY 1
                    UNTIL QL-IDX  >  QL-CNT
              MOVE  QL-NO (QL-IDX)  TO WK-QNO
              PERFORM  180-FIND-QUOTE
              IF  QH-MATCH  =  0  AND  QH-CNT  <  1000
                  ADD   1  TO QH-CNT
                  MOVE  QH-CNT              TO QH-MATCH
                  MOVE  QL-NO     (QL-IDX)  TO QH-NO     (QH-MATCH)
                  MOVE  QL-CUST   (QL-IDX)  TO QH-CUST   (QH-MATCH)
                  MOVE  QL-DATE   (QL-IDX)  TO QH-DATE   (QH-MATCH)
                  MOVE  QL-VALID  (QL-IDX)  TO QH-VALID  (QH-MATCH)
                  MOVE  QL-STATUS (QL-IDX)  TO QH-STATUS (QH-MATCH)
                  MOVE  0                   TO QH-AMT    (QH-MATCH)
              END-IF
              IF  QH-MATCH  >  0
                  COMPUTE  QH-AMT (QH-MATCH) = QH-AMT (QH-MATCH)
                         + QL-QTY (QL-IDX) * QL-PRICE (QL-IDX)
              END-IF
           END-PERFORM.
       150-LOAD-CUSTOMERS.
           OPEN  INPUT CUSFL
           IF  CUSFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  CUSFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  CUS-CNT  <  200
                      ADD   1  TO CUS-CNT
                      MOVE  CUS-CODE   TO CT-CODE  (CUS-CNT)
                      MOVE  CUS-NAME   TO CT-NAME  (CUS-CNT)
                      MOVE  CUS-BAL    TO CT-BAL   (CUS-CNT)
                      MOVE  CUS-LIMIT  TO CT-LIMIT (CUS-CNT)
                  END-IF
                  READ  CUSFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE CUSFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       160-LOAD-PRICES.
           OPEN  INPUT PRCFL
           IF  PRCFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  PRCFL  AT END
                     MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                     IF  SKU-CNT  <  500
                         ADD   1  TO SKU-CNT
                         MOVE  PRC-SKU    TO SKU-TAB-CODE  (SKU-CNT)
                         MOVE  PRC-PRICE  TO SKU-TAB-PRICE (SKU-CNT)
                     END-IF
                     READ  PRCFL  AT END
                           MOVE  "Y"  TO EOF-SW
                     END-READ
               END-PERFORM
               CLOSE PRCFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       170-LOAD-QUOTES.
           OPEN  INPUT QTEFL
           IF  QTEFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  QTEFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO RUNLOG-READ-CNT
              IF  QL-CNT  <  2000
                  PERFORM  175-ADD-LINE
              END-IF
              READ  QTEFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  QTEFL-STATUS  NOT =  "35"
               CLOSE QTEFL
           END-IF
           MOVE  "N"  TO EOF-SW
           PERFORM  125-BUILD-HEADERS.
       175-ADD-LINE.
           ADD   1  TO QL-CNT
           MOVE  QTE-NO      TO QL-NO     (QL-CNT)
           MOVE  QTE-CUST    TO QL-CUST   (QL-CNT)
           MOVE  QTE-DATE    TO QL-DATE   (QL-CNT)
           MOVE  QTE-VALID   TO QL-VALID  (QL-CNT)
           MOVE  QTE-SKU     TO QL-SKU    (QL-CNT)
           MOVE  QTE-QTY     TO QL-QTY    (QL-CNT)
           MOVE  QTE-PRICE   TO QL-PRICE  (QL-CNT)
           MOVE  QTE-STATUS  TO QL-STATUS (QL-CNT)
           MOVE  QTE-ORD     TO QL-ORD    (QL-CNT)
           MOVE  QTE-CONV    TO QL-CONV   (QL-CNT).
       180-FIND-QUOTE.
           MOVE  0  TO QH-MATCH
           PERFORM  VARYING  QH-IDX  FROM  1  BY 1
                    UNTIL QH-IDX  >  QH-CNT
              IF  QH-NO (QH-IDX)  =  WK-QNO
                  MOVE  QH-IDX  TO QH-MATCH
              END-IF
           END-PERFORM.
       190-FIND-CUSTOMER.
           MOVE  0  TO CUS-MATCH
           PERFORM  VARYING  CUS-IDX  FROM  1  BY 1
                    UNTIL CUS-IDX  >  CUS-CNT
              IF  CT-CODE (CUS-IDX)  =  WK-CUST
                  MOVE  CUS-IDX  TO CUS-MATCH
              END-IF
           END-PERFORM.
       195-FIND-SKU.
           MOVE  0  TO SKU-MATCH
           PERFORM  VARYING  SKU-IDX  FROM  1  BY 1
                    UNTIL SKU-IDX  >  SKU-CNT
              IF  SKU-TAB-CODE (SKU-IDX)  =  ASK-SKU
                  MOVE  SKU-IDX  TO SKU-MATCH
              END-IF
           END-PERFORM.
       200-REPRINT.
           OPEN  OUTPUT PRINTFL
           MOVE  SPACES   TO ASK-QNO
           PERFORM  UNTIL ASK-QNO = "E"
              DISPLAY  "報價單號 (E:結束)    : " WITH NO ADVANCING
              ACCEPT   ASK-QNO
              IF  ASK-QNO  NOT =  "E"  AND  ASK-QNO  NOT =  SPACES
                  MOVE  ASK-QNO  TO WK-QNO
                  PERFORM  180-FIND-QUOTE
                  IF  QH-MATCH  =  0
                      DISPLAY  "查無此報價單 : " ASK-QNO
                  ELSE
                      PERFORM  300-PRINT-QUOTE
                  END-IF
              END-IF
           END-PERFORM
           CLOSE PRINTFL.
       300-PRINT-QUOTE.
           WRITE PRT-REC  FROM  QP-1  AFTER PAGE
           WRITE PRT-REC  FROM  QP-2  AFTER 1  LINES
           WRITE PRT-REC  FROM  QP-1  AFTER 1  LINES
           MOVE  QH-NO (QH-MATCH)    TO QP-NO
           WRITE PRT-REC  FROM  QP-3  AFTER 2  LINES
           MOVE  QH-CUST (QH-MATCH)  TO QP-CUST  WK-CUST
           PERFORM  190-FIND-CUSTOMER
           IF  CUS-MATCH  >  0
               MOVE  CT-NAME (CUS-MATCH)  TO QP-NAME
           ELSE
               MOVE  SPACES  TO QP-NAME
           END-IF
           WRITE PRT-REC  FROM  QP-4  AFTER 1  LINES
           MOVE  QH-DATE  (QH-MATCH)  TO QP-DATE
           MOVE  QH-VALID (QH-MATCH)  TO QP-VALID
           WRITE PRT-REC  FROM  QP-5  AFTER 1  LINES
           WRITE PRT-REC  FROM  QP-6  AFTER 2  LINES
           WRITE PRT-REC  FROM  QP-7  AFTER 1  LINES
           PERFORM  VARYING  QL-IDX  FROM  1  BY 1
                    UNTIL QL-IDX  >  QL-CNT
              IF  QL-NO (QL-IDX)  =  QH-NO (QH-MATCH)
                  MOVE  QL-SKU   (QL-IDX)  TO QP-SKU
                  MOVE  QL-QTY   (QL-IDX)  TO QP-QTY
                  MOVE  QL-PRICE (QL-IDX)  TO QP-PRICE
                  COMPUTE  WK-AMT = QL-QTY (QL-IDX)
                                  * QL-PRICE (QL-IDX)
                  MOVE  WK-AMT  TO QP-AMT
                  WRITE PRT-REC  FROM  QP-DL  AFTER 1  LINES
              END-IF
           END-PERFORM
           WRITE PRT-REC  FROM  QP-7  AFTER 1  LINES
           MOVE  QH-AMT (QH-MATCH)  TO QP-TOT
           WRITE PRT-REC  FROM  QP-8  AFTER 1  LINES
           WRITE PRT-REC  FROM  QP-9  AFTER 2  LINES.
       400-CONVERT.
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           DISPLAY  "轉單日期 (YYMMDD)    : " WITH NO ADVANCING
           ACCEPT   ASK-DATE
           OPEN  EXTEND ORDFL
           IF  ORDFL-STATUS  =  "35"
               OPEN  OUTPUT ORDFL
           END-IF
           MOVE  SPACES   TO ASK-QNO
           PERFORM  UNTIL ASK-QNO = "E"
              DISPLAY  " "
              DISPLAY  "報價單號 (E:結束)    : " WITH NO ADVANCING
              ACCEPT   ASK-QNO
              IF  ASK-QNO  NOT =  "E"  AND  ASK-QNO  NOT =  SPACES
                  PERFORM  410-CONVERT-ONE
              END-IF
           END-PERFORM
           CLOSE ORDFL
           IF  CONV-CNT  >  0
               PERFORM  450-SAVE-QUOTES
           END-IF
           DISPLAY  "轉訂單張數 = " CONV-CNT
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS.
       410-CONVERT-ONE.
           MOVE  ASK-QNO  TO WK-QNO
           PERFORM  180-FIND-QUOTE
           IF  QH-MATCH  =  0
               DISPLAY  "查無此報價單 : " ASK-QNO
               EXIT  PARAGRAPH
           END-IF
           IF  QH-STATUS (QH-MATCH)  =  "C"
               DISPLAY  "此報價單已轉訂單"
               EXIT  PARAGRAPH
           END-IF
           IF  ASK-DATE  >  QH-VALID (QH-MATCH)
               DISPLAY  "報價已逾有效期限 " QH-VALID (QH-MATCH)
                        ", 不可轉單"
               EXIT  PARAGRAPH
           END-IF
           MOVE  QH-CUST (QH-MATCH)  TO WK-CUST
           PERFORM  190-FIND-CUSTOMER
           IF  CUS-MATCH  =  0
               DISPLAY  "查無此客戶, 不可轉單 : " WK-CUST
               MOVE  "A"   TO RUNLOG-STATUS
               EXIT  PARAGRAPH
           END-IF
           MOVE  QH-AMT (QH-MATCH)  TO WK-TOTAL
           IF  CT-LIMIT (CUS-MATCH)  >  0
               AND  CT-BAL (CUS-MATCH) + WK-TOTAL
                    >  CT-LIMIT (CUS-MATCH)
               DISPLAY  "超過信用額度, 不可轉單 : " WK-CUST
               DISPLAY  "  餘額 " CT-BAL (CUS-MATCH)
                        "  額度 " CT-LIMIT (CUS-MATCH)
                        "  報價 " WK-TOTAL
               MOVE  "A"   TO RUNLOG-STATUS
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  "訂單編號 (空白:同報價單號) : "
                    WITH NO ADVANCING
           ACCEPT   ASK-ORD-NO
           IF  ASK-ORD-NO  =  SPACES
               MOVE  ASK-QNO  TO ASK-ORD-NO
           END-IF
           PERFORM  VARYING  QL-IDX  FROM  1  BY 1
                    UNTIL QL-IDX  >  QL-CNT
              IF  QL-NO (QL-IDX)  =  ASK-QNO
                  PERFORM  420-WRITE-ORDER-LINE
              END-IF
           END-PERFORM
           ADD   WK-TOTAL  TO CT-BAL (CUS-MATCH)
           MOVE  "C"  TO QH-STATUS (QH-MATCH)
           ADD   1  TO CONV-CNT
           DISPLAY  "已轉訂單 " ASK-ORD-NO "  金額 " WK-TOTAL.
       420-WRITE-ORDER-LINE.
           MOVE  ASK-ORD-NO          TO ORD-NO
           MOVE  QL-CUST  (QL-IDX)   TO ORD-CUST
           MOVE  QL-SKU   (QL-IDX)   TO ORD-SKU
           MOVE  QL-QTY   (QL-IDX)   TO ORD-QTY
           MOVE  0                   TO ORD-SHIPPED
           MOVE  ASK-DATE            TO ORD-DATE
           MOVE  "O"                 TO ORD-STATUS
           MOVE  QL-PRICE (QL-IDX)   TO ORD-PRICE
           MOVE  ASK-QNO             TO ORD-QUOTE
           WRITE ORD-REC
           ADD   1  TO RUNLOG-WRITE-CNT
           MOVE  "C"                 TO QL-STATUS (QL-IDX)
           MOVE  ASK-ORD-NO          TO QL-ORD    (QL-IDX)
           MOVE  ASK-DATE            TO QL-CONV   (QL-IDX).
       450-SAVE-QUOTES.
           OPEN  OUTPUT QTEFL
           PERFORM  VARYING  QL-IDX  FROM  1  BY 1
                    UNTIL QL-IDX  >  QL-CNT
              MOVE  QL-NO     (QL-IDX)  TO QTE-NO
              MOVE  QL-CUST   (QL-IDX)  TO QTE-CUST
              MOVE  QL-DATE   (QL-IDX)  TO QTE-DATE
              MOVE  QL-VALID  (QL-IDX)  TO QTE-VALID
              MOVE  QL-SKU    (QL-IDX)  TO QTE-SKU
              MOVE  QL-QTY    (QL-IDX)  TO QTE-QTY
              MOVE  QL-PRICE  (QL-IDX)  TO QTE-PRICE
              MOVE  QL-STATUS (QL-IDX)  TO QTE-STATUS
              MOVE  QL-ORD    (QL-IDX)  TO QTE-ORD
              MOVE  QL-CONV   (QL-IDX)  TO QTE-CONV
              WRITE QTE-REC
           END-PERFORM
           CLOSE QTEFL.
       600-MONTHLY-REPORT.
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           DISPLAY  "報價年月 (YYMM) : " WITH NO ADVANCING
           ACCEPT   ASK-YYMM
           PERFORM  VARYING  QH-IDX  FROM  1  BY 1
                    UNTIL QH-IDX  >  QH-CNT
              IF  QH-DATE (QH-IDX) (1:4)  =  ASK-YYMM
                  PERFORM  610-TALLY-QUOTE
              END-IF
           END-PERFORM
           MOVE  ASK-YYMM  TO HD-YYMM
           OPEN  OUTPUT   PRINTFL
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           PERFORM  VARYING  RS-IDX  FROM  1  BY 1
                    UNTIL RS-IDX  >  RS-CNT
              PERFORM  620-CUSTOMER-LINE
           END-PERFORM
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  TOT-Q-CNT  TO TOT-QUOTES
           MOVE  TOT-W-CNT  TO TOT-WON
           MOVE  TOT-Q-AMT  TO TOT-QAMT
           MOVE  TOT-W-AMT  TO TOT-WAMT
           IF  TOT-Q-CNT  >  0
               COMPUTE  WK-RATE ROUNDED
                      = TOT-W-CNT * 100 / TOT-Q-CNT
           ELSE
               MOVE  0  TO WK-RATE
           END-IF
           MOVE  WK-RATE  TO TOT-RATE
           WRITE PRT-REC  FROM  TOT-1  AFTER 1  LINES
           WRITE PRT-REC  FROM  LP-HD-1  AFTER 3  LINES
           WRITE PRT-REC  FROM  LP-HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           PERFORM  VARYING  QH-IDX  FROM  1  BY 1
                    UNTIL QH-IDX  >  QH-CNT
              IF  QH-STATUS (QH-IDX)  NOT =  "C"
                  AND  QH-VALID (QH-IDX) (1:4)  NOT >  ASK-YYMM
                  PERFORM  630-LAPSED-LINE
              END-IF
           END-PERFORM
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  LAPSE-CNT  TO LP-CNT-O
           WRITE PRT-REC  FROM  LP-TOT  AFTER 1  LINES
           CLOSE PRINTFL
           DISPLAY  "報價張數 = " TOT-Q-CNT
                    "  成交張數 = " TOT-W-CNT
                    "  逾期未成交 = " LAPSE-CNT
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS.
       610-TALLY-QUOTE.
           MOVE  0  TO RS-MATCH
           PERFORM  VARYING  RS-IDX  FROM  1  BY 1
                    UNTIL RS-IDX  >  RS-CNT
              IF  RS-CUST (RS-IDX)  =  QH-CUST (QH-IDX)
                  MOVE  RS-IDX  TO RS-MATCH
              END-IF
           END-PERFORM
           IF  RS-MATCH  =  0  AND  RS-CNT  <  200
               ADD   1  TO RS-CNT
               MOVE  RS-CNT             TO RS-MATCH
               MOVE  QH-CUST (QH-IDX)   TO RS-CUST   (RS-MATCH)
               MOVE  0                  TO RS-QUOTES (RS-MATCH)
               MOVE  0                  TO RS-WON    (RS-MATCH)
               MOVE  0                  TO RS-QAMT   (RS-MATCH)
               MOVE  0                  TO RS-WAMT   (RS-MATCH)
           END-IF
           IF  RS-MATCH  =  0
               EXIT  PARAGRAPH
           END-IF
           ADD   1                  TO RS-QUOTES (RS-MATCH)  TOT-Q-CNT
           ADD   QH-AMT (QH-IDX)    TO RS-QAMT   (RS-MATCH)  TOT-Q-AMT
           IF  QH-STATUS (QH-IDX)  =  "C"
               ADD   1                TO RS-WON  (RS-MATCH)  TOT-W-CNT
               ADD   QH-AMT (QH-IDX)  TO RS-WAMT (RS-MATCH)  TOT-W-AMT
           END-IF.
       620-CUSTOMER-LINE.
           MOVE  RS-CUST (RS-IDX)  TO DL-CUST  WK-CUST
           PERFORM  190-FIND-CUSTOMER
           IF  CUS-MATCH  >  0
               MOVE  CT-NAME (CUS-MATCH)  TO DL-NAME
           ELSE
               MOVE  "** 客戶未建檔 **"   TO DL-NAME
           END-IF
           MOVE  RS-QUOTES (RS-IDX)  TO DL-QUOTES
           MOVE  RS-WON    (RS-IDX)  TO DL-WON
           COMPUTE  WK-RATE ROUNDED
                  = RS-WON (RS-IDX) * 100 / RS-QUOTES (RS-IDX)
           MOVE  WK-RATE             TO DL-RATE
           MOVE  RS-QAMT   (RS-IDX)  TO DL-QAMT
           MOVE  RS-WAMT   (RS-IDX)  TO DL-WAMT
           WRITE PRT-REC  FROM  DL  AFTER 1  LINES
           ADD   1  TO RUNLOG-WRITE-CNT.
       630-LAPSED-LINE.
           MOVE  QH-NO   (QH-IDX)  TO LP-NO
           MOVE  QH-CUST (QH-IDX)  TO LP-CUST  WK-CUST
           PERFORM  190-FIND-CUSTOMER
           IF  CUS-MATCH  >  0
               MOVE  CT-NAME (CUS-MATCH)  TO LP-NAME
           ELSE
               MOVE  "** 客戶未建檔 **"   TO LP-NAME
           END-IF
           MOVE  QH-DATE  (QH-IDX)  TO LP-DATE
           MOVE  QH-VALID (QH-IDX)  TO LP-VALID
           MOVE  QH-AMT   (QH-IDX)  TO LP-AMT
           WRITE PRT-REC  FROM  LP-DL  AFTER 1  LINES
           ADD   1  TO LAPSE-CNT
           ADD   1  TO RUNLOG-WRITE-CNT.
