              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    PRCFL-STATUS.
           SELECT   INVFL   ASSIGN   TO "INV0786".
           SELECT   CRNFL   ASSIGN   TO "D0788.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CRNFL-STATUS.
           SELECT   CUSFL   ASSIGN   TO "D0775.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CUSFL-STATUS.
           SELECT   CRPFL   ASSIGN   TO "CRN0786".
           SELECT   PROMFL  ASSIGN   TO "D0783.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    PROMFL-STATUS.
           SELECT   CTRFL   ASSIGN   TO "D1223.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CTRFL-STATUS.
           SELECT   ORDFL   ASSIGN   TO "D0784.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    ORDFL-STATUS.
           SELECT   LOCFL   ASSIGN   TO "D0795.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    LOCFL-STATUS.
       DATA   DIVISION.
       FILE   SECTION.
       FD  RNGFL
           03 INV-CUST        PIC X(4).
           03 INV-AMT         PIC 9(8)V99.
           03 INV-VOID        PIC X.
           03 INV-SRC         PIC X.
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
       FD  INVFL
           DATA  RECORD   IS INV-PRT-REC.
       01  INV-PRT-REC        PIC X(70).
       FD  CRNFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS CRN-REC.
       01  CRN-REC.
           03 CRN-NO          PIC 9(6).
           03 CRN-DATE        PIC 9(6).
           03 CRN-PREFIX      PIC X(2).
           03 CRN-INV-NO      PIC 9(8).
           03 CRN-CUST        PIC X(4).
           03 CRN-KIND        PIC X.
           03 CRN-SKU         PIC X(4).
           03 CRN-QTY         PIC 9(3).
           03 CRN-AMT         PIC 9(8)V99.
       FD  CUSFL
           DATA  RECORD   IS CUS-REC.
       01  CUS-REC.
           03 CUS-CODE        PIC X(4).
           03 CUS-NAME        PIC X(20).
           03 CUS-BAL         PIC S9(7)V99.
           03 CUS-LIMIT       PIC 9(7).
       FD  CRPFL
           DATA  RECORD   IS CRP-REC.
       01  CRP-REC            PIC X(70).
       FD  PROMFL
           DATA  RECORD   IS PROM-REC.
       01  PROM-REC.
           03 PRM-SKU         PIC X(4).
           03 PRM-START       PIC 9(6).
           03 PRM-END         PIC 9(6).
           03 PRM-PRICE       PIC 9(5)V99.
           03 PRM-PCT         PIC 99.
       FD  CTRFL
           DATA  RECORD   IS CTR-REC.
       01  CTR-REC.
           03 CTR-CUST        PIC X(4).
           03 CTR-SKU         PIC X(4).
           03 CTR-START       PIC 9(6).
           03 CTR-END         PIC 9(6).
           03 CTR-PRICE       PIC 9(5)V99.
           03 CTR-PCT         PIC 99.
       FD  ORDFL
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
       FD  LOCFL
           DATA  RECORD   IS LOC-REC.
       01  LOC-REC.
           03 LOC-CODE        PIC X(2).
           03 LOC-NAME        PIC X(20).
           03 LOC-COLD        PIC X.
       WORKING-STORAGE SECTION.
       01  IV-1               PIC X(50)   VALUE ALL "*".
       01  IV-2.
           03 IV-SKU          PIC X(4).
           03 FILLER          PIC X(3).
           03 IV-QTY          PIC ZZ9.
       01  IV-6A.
           03 FILLER          PIC X(14)   VALUE "單    價 : ".
           03 IV-PRICE        PIC ZZ,ZZ9.99.
           03 FILLER          PIC X(2).
           03 IV-SRC-DESC     PIC X(6).
       01  IV-7.
           03 FILLER          PIC X(14)   VALUE "金    額 : ".
           03 IV-AMT          PIC Z,ZZZ,ZZ9.99.
       01  TR-DL-4.
           03 FILLER          PIC X(16)   VALUE "銷售總額  : ".
           03 TR-AMT          PIC ZZ,ZZZ,ZZ9.99.
       01  TR-DL-5.
           03 FILLER          PIC X(16)   VALUE "折讓張數  : ".
           03 TR-CRN-CNT      PIC ZZZZ9.
       01  TR-DL-6.
           03 FILLER          PIC X(16)   VALUE "折讓金額  : ".
           03 TR-CRN-AMT      PIC ZZ,ZZZ,ZZ9.99.
       01  TR-DL-7.
           03 FILLER          PIC X(16)   VALUE "銷售淨額  : ".
           03 TR-NET-AMT      PIC ZZ,ZZZ,ZZ9.99-.
       01  CR-1.
           03 FILLER          PIC X(12).
           03 FILLER          PIC X(51)   VALUE
                 "營業人銷貨退回進貨退出或折讓證明單".
       01  CR-2.
           03 FILLER          PIC X(15)   VALUE "折讓單號 : ".
           03 CR-NO           PIC 9(6).
           03 FILLER          PIC X(4).
           03 FILLER          PIC X(9)    VALUE "日期 : ".
           03 CR-DATE         PIC 99/99/99.
       01  CR-3.
           03 FILLER          PIC X(15)   VALUE "原發票號 : ".
           03 CR-PREFIX       PIC X(2).
           03 CR-INV-NO       PIC 9(8).
           03 FILLER          PIC X(4).
           03 FILLER          PIC X(15)   VALUE "發票日期 : ".
           03 CR-INV-DATE     PIC 99/99/99.
       01  CR-4.
           03 FILLER          PIC X(15)   VALUE "買受人   : ".
           03 CR-CUST         PIC X(4).
           03 FILLER          PIC X(2).
           03 CR-CUST-NAME    PIC X(20).
       01  CR-5.
           03 FILLER          PIC X(15)   VALUE "類    別 : ".
           03 CR-KIND-DESC    PIC X(12).
           03 FILLER          PIC X(2).
           03 CR-SKU          PIC X(4).
           03 FILLER          PIC X(2).
           03 CR-QTY          PIC ZZ9.
       01  CR-6.
           03 FILLER          PIC X(15)   VALUE "原發票額 : ".
           03 CR-INV-AMT      PIC Z,ZZZ,ZZ9.99.
       01  CR-7.
           03 FILLER          PIC X(15)   VALUE "折讓金額 : ".
           03 CR-AMT          PIC Z,ZZZ,ZZ9.99.
       01  CR-8.
           03 FILLER          PIC X(15)   VALUE "累計折讓 : ".
           03 CR-TOT          PIC Z,ZZZ,ZZ9.99.
       01  CR-9               PIC X(50)   VALUE
           "買受人簽章 : ______________________".
       01  CUS-TAB-AREA.
           03 CUS-CNT         PIC 9(3)   VALUE 0.
           03 CUS-ENTRY       OCCURS 200 TIMES.
              05 CT-CODE      PIC X(4).
              05 CT-NAME      PIC X(20).
       01  CUS-IDX            PIC 9(3).
       01  CUS-MATCH          PIC 9(3).
       01  ASK-CRN-DATE       PIC 9(6).
       01  ASK-INV-PREFIX     PIC X(2).
       01  ASK-INV-NO         PIC 9(8).
       01  WK-INV-DATE        PIC 9(6).
       01  WK-INV-CUST        PIC X(4).
       01  WK-INV-AMT         PIC 9(8)V99.
       01  WK-PRIOR-CRN       PIC 9(8)V99.
       01  WK-CRN-LEFT        PIC 9(8)V99.
       01  WK-LAST-CRN        PIC 9(6)   VALUE 0.
       01  WK-SALE-QTY        PIC 9(3).
       01  WK-SALE-LOC        PIC X(2).
       01  INV-FOUND-SW       PIC X.
       01  SALE-FOUND-SW      PIC X.
       01  INV-VOID-SW        PIC X.
       01  CRN-CNT            PIC 9(5)   VALUE 0.
       01  CRN-TOT            PIC 9(9)V99  VALUE 0.
       01  NET-AMT            PIC S9(9)V99 VALUE 0.
       01  CRNFL-STATUS       PIC XX.
       01  CUSFL-STATUS       PIC XX.
       01  LOCFL-STATUS       PIC XX.
       01  LOC-TAB-AREA.
           03 LOC-CNT         PIC 9(2)   VALUE 0.
           03 LOC-TAB         PIC X(2)   OCCURS 10 TIMES.
       01  LOC-IDX            PIC 9(2).
       01  WK-LOC             PIC X(2)   VALUE SPACES.
       01  LOC-OK-SW          PIC X      VALUE "N".
       01  SKU-TAB-AREA.
           03 SKU-CNT           PIC 9(3)   VALUE 0.
           03 SKU-ENTRY         OCCURS 500 TIMES.
              05 SKU-TAB-CODE   PIC X(4).
              05 SKU-TAB-PRICE  PIC 9(5)V99.
       01  PROM-TAB-AREA.
           03 PROM-CNT        PIC 9(2)   VALUE 0.
           03 PROM-ENTRY      OCCURS 50 TIMES.
              05 PM-SKU       PIC X(4).
              05 PM-START     PIC 9(6).
              05 PM-END       PIC 9(6).
              05 PM-PRICE     PIC 9(5)V99.
              05 PM-PCT       PIC 99.
       01  CTR-TAB-AREA.
           03 CTR-CNT         PIC 9(3)   VALUE 0.
           03 CTR-ENTRY       OCCURS 300 TIMES.
              05 CN-CUST      PIC X(4).
              05 CN-SKU       PIC X(4).
              05 CN-START     PIC 9(6).
              05 CN-END       PIC 9(6).
              05 CN-PRICE     PIC 9(5)V99.
              05 CN-PCT       PIC 99.
       01  QO-TAB-AREA.
           03 QO-CNT          PIC 9(3)   VALUE 0.
           03 QO-ENTRY        OCCURS 500 TIMES.
              05 QO-NO        PIC X(6).
              05 QO-SKU       PIC X(4).
              05 QO-PRICE     PIC 9(5)V99.
       01  QO-IDX             PIC 9(3).
       01  ORDFL-STATUS       PIC XX.
       01  PROM-IDX           PIC 9(2).
       01  CTR-IDX            PIC 9(3).
       01  PROMFL-STATUS      PIC XX.
       01  CTRFL-STATUS       PIC XX.
       01  PRICE-AREA.
           03 WK-PRC-SKU      PIC X(4).
           03 WK-PRC-CUST     PIC X(4).
           03 WK-PRC-DATE     PIC 9(6).
           03 WK-LIST-PRICE   PIC 9(5)V99.
           03 WK-EFF-PRICE    PIC 9(5)V99.
           03 WK-PRC-SRC      PIC X.
           03 WK-CTR-SW       PIC X.
       01  WK-RANGE-AREA.
           03 WK-PREFIX       PIC X(2).
           03 WK-START        PIC 9(8).
       01  RUNLOG-STATUS      PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "(M)字軌 (R)開立 (V)作廢 (C)折讓"
           DISPLAY  "(T)彙總 : " WITH NO ADVANCING
           ACCEPT   MODE-SW
           EVALUATE TRUE
              WHEN  MODE-SW = "M"  OR  MODE-SW = "m"
                 PERFORM  100-MAINTAIN-RANGE
              WHEN  MODE-SW = "V"  OR  MODE-SW = "v"
                 PERFORM  500-VOID-ONE
              WHEN  MODE-SW = "C"  OR  MODE-SW = "c"
                 PERFORM  700-CREDIT-NOTES
              WHEN  MODE-SW = "T"  OR  MODE-SW = "t"
                 PERFORM  600-PERIOD-TOTALS
              WHEN  OTHER
               END-PERFORM
               CLOSE PRCFL
           END-IF
           MOVE  "N"  TO EOF-SW
           PERFORM  252-LOAD-PROMOS
           PERFORM  254-LOAD-CONTRACTS
           PERFORM  256-LOAD-QUOTED-ORDERS.
       252-LOAD-PROMOS.
           OPEN  INPUT PROMFL
           IF  PROMFL-STATUS  NOT =  "00"
               EXIT  PARAGRAPH
           END-IF
           READ  PROMFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              IF  PROM-CNT  <  50
                  ADD   1  TO PROM-CNT
                  MOVE  PRM-SKU    TO PM-SKU   (PROM-CNT)
                  MOVE  PRM-START  TO PM-START (PROM-CNT)
                  MOVE  PRM-END    TO PM-END   (PROM-CNT)
                  MOVE  PRM-PRICE  TO PM-PRICE (PROM-CNT)
                  MOVE  PRM-PCT    TO PM-PCT   (PROM-CNT)
              END-IF
              READ  PROMFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE PROMFL
           MOVE  "N"  TO EOF-SW.
       254-LOAD-CONTRACTS.
           OPEN  INPUT CTRFL
           IF  CTRFL-STATUS  NOT =  "00"
               EXIT  PARAGRAPH
           END-IF
           READ  CTRFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              IF  CTR-CNT  <  300
                  ADD   1  TO CTR-CNT
                  MOVE  CTR-CUST   TO CN-CUST  (CTR-CNT)
                  MOVE  CTR-SKU    TO CN-SKU   (CTR-CNT)
                  MOVE  CTR-START  TO CN-START (CTR-CNT)
                  MOVE  CTR-END    TO CN-END   (CTR-CNT)
                  MOVE  CTR-PRICE  TO CN-PRICE (CTR-CNT)
                  MOVE  CTR-PCT    TO CN-PCT   (CTR-CNT)
              END-IF
              READ  CTRFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE CTRFL
           MOVE  "N"  TO EOF-SW.
       256-LOAD-QUOTED-ORDERS.
           OPEN  INPUT ORDFL
           IF  ORDFL-STATUS  NOT =  "00"
               EXIT  PARAGRAPH
           END-IF
           READ  ORDFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              IF  ORD-PRICE  >  0  AND  QO-CNT  <  500
                  ADD   1  TO QO-CNT
                  MOVE  ORD-NO     TO QO-NO    (QO-CNT)
                  MOVE  ORD-SKU    TO QO-SKU   (QO-CNT)
                  MOVE  ORD-PRICE  TO QO-PRICE (QO-CNT)
              END-IF
              READ  ORDFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE ORDFL
           MOVE  "N"  TO EOF-SW.
       270-EFFECTIVE-PRICE.
           MOVE  0    TO WK-LIST-PRICE
           MOVE  "L"  TO WK-PRC-SRC
           MOVE  "N"  TO WK-CTR-SW
           PERFORM  VARYING  SKU-IDX  FROM  1  BY 1
                    UNTIL SKU-IDX  >  SKU-CNT
              IF  SKU-TAB-CODE (SKU-IDX)  =  WK-PRC-SKU
                  MOVE  SKU-TAB-PRICE (SKU-IDX)  TO WK-LIST-PRICE
              END-IF
           END-PERFORM
           MOVE  WK-LIST-PRICE  TO WK-EFF-PRICE
           PERFORM  VARYING  CTR-IDX  FROM  1  BY 1
                    UNTIL CTR-IDX  >  CTR-CNT
              IF  CN-CUST (CTR-IDX)  =  WK-PRC-CUST
                  AND  CN-SKU (CTR-IDX)  =  WK-PRC-SKU
                  AND  WK-PRC-DATE  NOT <  CN-START (CTR-IDX)
                  AND  WK-PRC-DATE  NOT >  CN-END   (CTR-IDX)
                  MOVE  "Y"  TO WK-CTR-SW
                  MOVE  "C"  TO WK-PRC-SRC
                  IF  CN-PRICE (CTR-IDX)  >  0
                      MOVE  CN-PRICE (CTR-IDX)  TO WK-EFF-PRICE
                  ELSE
                      COMPUTE  WK-EFF-PRICE ROUNDED
                             = WK-LIST-PRICE
                             * ( 100 - CN-PCT (CTR-IDX) ) / 100
                  END-IF
              END-IF
           END-PERFORM
           IF  WK-CTR-SW  =  "Y"
               EXIT  PARAGRAPH
           END-IF
           PERFORM  VARYING  PROM-IDX  FROM  1  BY 1
                    UNTIL PROM-IDX  >  PROM-CNT
              IF  PM-SKU (PROM-IDX)  =  WK-PRC-SKU
                  AND  WK-PRC-DATE  NOT <  PM-START (PROM-IDX)
                  AND  WK-PRC-DATE  NOT >  PM-END   (PROM-IDX)
                  MOVE  "P"  TO WK-PRC-SRC
                  IF  PM-PRICE (PROM-IDX)  >  0
                      MOVE  PM-PRICE (PROM-IDX)  TO WK-EFF-PRICE
                  ELSE
                      COMPUTE  WK-EFF-PRICE ROUNDED
                             = WK-LIST-PRICE
                             * ( 100 - PM-PCT (PROM-IDX) ) / 100
                  END-IF
              END-IF
           END-PERFORM.
       275-QUOTED-PRICE.
           IF  SDT-DOC  =  SPACES
               EXIT  PARAGRAPH
           END-IF
           PERFORM  VARYING  QO-IDX  FROM  1  BY 1
                    UNTIL QO-IDX  >  QO-CNT
              IF  QO-NO  (QO-IDX)  =  SDT-DOC
                  AND  QO-SKU (QO-IDX)  =  SDT-SKU
                  MOVE  QO-PRICE (QO-IDX)  TO WK-EFF-PRICE
                  MOVE  "Q"  TO WK-PRC-SRC
              END-IF
           END-PERFORM.
       280-SOURCE-DESC.
           EVALUATE  WK-PRC-SRC
              WHEN  "Q"
                 MOVE  "報價"  TO IV-SRC-DESC
              WHEN  "C"
                 MOVE  "合約"  TO IV-SRC-DESC
              WHEN  "P"
                 MOVE  "促銷"  TO IV-SRC-DESC
              WHEN  OTHER
                 MOVE  "定價"  TO IV-SRC-DESC
           END-EVALUATE.
       300-ISSUE-ONE.
           IF  WK-NEXT  >  WK-END
               MOVE  "Y"  TO EXHAUST-SW
               EXIT  PARAGRAPH
           END-IF
           MOVE  SDT-SKU   TO WK-PRC-SKU
           MOVE  SDT-CUST  TO WK-PRC-CUST
           MOVE  SDT-DATE  TO WK-PRC-DATE
           PERFORM  270-EFFECTIVE-PRICE
           PERFORM  275-QUOTED-PRICE
           COMPUTE  WK-AMT = SDT-QTY * WK-EFF-PRICE
           MOVE  WK-PREFIX  TO INV-PREFIX
           MOVE  WK-NEXT    TO INV-NO
           MOVE  SDT-DATE   TO INV-DATE
           MOVE  SDT-CUST   TO INV-CUST
           MOVE  WK-AMT     TO INV-AMT
           MOVE  SPACE      TO INV-VOID
           MOVE  WK-PRC-SRC TO INV-SRC
           WRITE REG-REC
           ADD   1  TO ISSUE-CNT
           ADD   1  TO RUNLOG-WRITE-CNT
           MOVE  SDT-SKU    TO IV-SKU
           MOVE  SDT-QTY    TO IV-QTY
           WRITE INV-PRT-REC  FROM  IV-6  AFTER 1  LINES
           MOVE  WK-EFF-PRICE  TO IV-PRICE
           PERFORM  280-SOURCE-DESC
           WRITE INV-PRT-REC  FROM  IV-6A AFTER 1  LINES
           MOVE  WK-AMT     TO IV-AMT
           WRITE INV-PRT-REC  FROM  IV-7  AFTER 1  LINES
           WRITE INV-PRT-REC  FROM  IV-1  AFTER 1  LINES
           MOVE  SPACES      TO INV-CUST
           MOVE  0           TO INV-AMT
           MOVE  "V"         TO INV-VOID
           MOVE  SPACE       TO INV-SRC
           WRITE REG-REC
           CLOSE REGFL
           DISPLAY  "已登錄作廢 : " ASK-VOID-NO.
           IF  REGFL-STATUS  NOT =  "35"
               CLOSE REGFL
           END-IF
           MOVE  "N"   TO EOF-SW
           OPEN  INPUT CRNFL
           IF  CRNFL-STATUS  =  "00"
               READ  CRNFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  ADD   1  TO RUNLOG-READ-CNT
                  IF  CRN-DATE (1:4)  =  ASK-YYMM
                      ADD   1        TO CRN-CNT
                      ADD   CRN-AMT  TO CRN-TOT
                  END-IF
                  READ  CRNFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE CRNFL
           END-IF
           COMPUTE  NET-AMT = GR-AMT - CRN-TOT
           OPEN  OUTPUT   INVFL
           WRITE INV-PRT-REC  FROM  TR-HD-1  AFTER PAGE
           MOVE  ASK-YYMM   TO TR-YYMM
           WRITE INV-PRT-REC  FROM  TR-DL-3  AFTER 1  LINES
           MOVE  GR-AMT     TO TR-AMT
           WRITE INV-PRT-REC  FROM  TR-DL-4  AFTER 1  LINES
           MOVE  CRN-CNT    TO TR-CRN-CNT
           WRITE INV-PRT-REC  FROM  TR-DL-5  AFTER 1  LINES
           MOVE  CRN-TOT    TO TR-CRN-AMT
           WRITE INV-PRT-REC  FROM  TR-DL-6  AFTER 1  LINES
           MOVE  NET-AMT    TO TR-NET-AMT
           WRITE INV-PRT-REC  FROM  TR-DL-7  AFTER 1  LINES
           CLOSE INVFL
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS.
       700-CREDIT-NOTES.
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           PERFORM  250-LOAD-PRICES
           PERFORM  710-LOAD-CUSTOMERS
           PERFORM  715-LOAD-LOCATIONS
           PERFORM  720-LAST-CREDIT-NO
           DISPLAY  "折讓日期 (YYMMDD) : " WITH NO ADVANCING
           ACCEPT   ASK-CRN-DATE
           OPEN  OUTPUT   CRPFL
           MOVE  SPACES   TO ASK-INV-PREFIX
           PERFORM  UNTIL ASK-INV-PREFIX = "E"
              DISPLAY  " "
              DISPLAY  "原發票字軌 (E:結束) : " WITH NO ADVANCING
              ACCEPT   ASK-INV-PREFIX
              IF  ASK-INV-PREFIX  NOT =  "E"
                  AND  ASK-INV-PREFIX  NOT =  SPACES
                  DISPLAY  "原發票號碼 (8碼)    : "
                           WITH NO ADVANCING
                  ACCEPT   ASK-INV-NO
                  PERFORM  730-CREDIT-ONE
              END-IF
           END-PERFORM
           CLOSE CRPFL
           DISPLAY  "折讓張數 = " CRN-CNT
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS.
       710-LOAD-CUSTOMERS.
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
                  END-IF
                  READ  CUSFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE CUSFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       715-LOAD-LOCATIONS.
           OPEN  INPUT LOCFL
           IF  LOCFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  LOCFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  LOC-CNT  <  10
                      ADD   1  TO LOC-CNT
                      MOVE  LOC-CODE  TO LOC-TAB (LOC-CNT)
                  END-IF
                  READ  LOCFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE LOCFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       720-LAST-CREDIT-NO.
           OPEN  INPUT CRNFL
           IF  CRNFL-STATUS  =  "00"
               READ  CRNFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  CRN-NO  >  WK-LAST-CRN
                      MOVE  CRN-NO  TO WK-LAST-CRN
                  END-IF
                  READ  CRNFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE CRNFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       730-CREDIT-ONE.
           PERFORM  740-FIND-INVOICE
           IF  INV-FOUND-SW  NOT =  "Y"
               DISPLAY  "查無此發票 : " ASK-INV-PREFIX ASK-INV-NO
               EXIT  PARAGRAPH
           END-IF
           IF  INV-VOID-SW  =  "Y"
               DISPLAY  "發票已作廢, 不可折讓 : " ASK-INV-NO
               EXIT  PARAGRAPH
           END-IF
           PERFORM  750-PRIOR-CREDITS
           COMPUTE  WK-CRN-LEFT = WK-INV-AMT - WK-PRIOR-CRN
           DISPLAY  "買受人 : " WK-INV-CUST
           MOVE  WK-INV-AMT    TO CR-INV-AMT
           MOVE  WK-PRIOR-CRN  TO CR-TOT
           DISPLAY  "發票金額 : " CR-INV-AMT
                    "  已折讓 : " CR-TOT
           IF  WK-CRN-LEFT  NOT >  0
               DISPLAY  "已全額折讓, 不可再折讓"
               EXIT  PARAGRAPH
           END-IF
           MOVE  SPACES  TO CRN-SKU
           MOVE  0       TO CRN-QTY   CRN-AMT
           DISPLAY  "類別 R:退回 A:折讓 : " WITH NO ADVANCING
           ACCEPT   CRN-KIND
           EVALUATE  CRN-KIND
              WHEN  "R"
                 DISPLAY  "退回貨品編號        : "
                          WITH NO ADVANCING
                 ACCEPT   CRN-SKU
                 DISPLAY  "退回數量            : "
                          WITH NO ADVANCING
                 ACCEPT   CRN-QTY
                 PERFORM  745-FIND-SALE-LINE
                 IF  SALE-FOUND-SW  NOT =  "Y"
                     DISPLAY  "原發票無此貨品 : " CRN-SKU
                     EXIT  PARAGRAPH
                 END-IF
                 IF  CRN-QTY  >  WK-SALE-QTY
                     DISPLAY  "退回數量超過原發票數量 : "
                              WK-SALE-QTY
                     EXIT  PARAGRAPH
                 END-IF
                 COMPUTE  WK-AMT ROUNDED
                        = WK-INV-AMT * CRN-QTY / WK-SALE-QTY
                 IF  WK-AMT  =  0
                     DISPLAY  "貨品無單價或數量為零"
                     EXIT  PARAGRAPH
                 END-IF
                 MOVE  WK-AMT  TO CRN-AMT
                 IF  WK-SALE-LOC  =  SPACES
                     MOVE  "01"  TO WK-SALE-LOC
                 END-IF
                 MOVE  "N"  TO LOC-OK-SW
                 PERFORM  UNTIL LOC-OK-SW = "Y"
                    DISPLAY  "退回倉別 (空白:" WK-SALE-LOC ") : "
                             WITH NO ADVANCING
                    ACCEPT   WK-LOC
                    PERFORM  775-CHECK-LOCATION
                 END-PERFORM
              WHEN  "A"
                 DISPLAY  "折讓金額            : "
                          WITH NO ADVANCING
                 ACCEPT   CRN-AMT
              WHEN  OTHER
                 DISPLAY  "類別錯誤 : " CRN-KIND
                 EXIT  PARAGRAPH
           END-EVALUATE
           IF  CRN-AMT  =  0
               DISPLAY  "折讓金額為零, 未折讓"
               EXIT  PARAGRAPH
           END-IF
           IF  CRN-AMT  >  WK-CRN-LEFT
               MOVE  WK-CRN-LEFT  TO CR-AMT
               DISPLAY  "超過可折讓金額 " CR-AMT " , 未折讓"
               EXIT  PARAGRAPH
           END-IF
           ADD   1  TO WK-LAST-CRN
           MOVE  WK-LAST-CRN     TO CRN-NO
           MOVE  ASK-CRN-DATE    TO CRN-DATE
           MOVE  ASK-INV-PREFIX  TO CRN-PREFIX
           MOVE  ASK-INV-NO      TO CRN-INV-NO
           MOVE  WK-INV-CUST     TO CRN-CUST
           OPEN  EXTEND   CRNFL
           IF  CRNFL-STATUS  =  "35"
               OPEN  OUTPUT   CRNFL
           END-IF
           WRITE CRN-REC
           CLOSE CRNFL
           ADD   1        TO CRN-CNT
           ADD   CRN-AMT  TO CRN-TOT
           ADD   1        TO RUNLOG-WRITE-CNT
           IF  CRN-KIND  =  "R"
               OPEN  EXTEND   SDTFL
               IF  SDTFL-STATUS  =  "35"
                   OPEN  OUTPUT   SDTFL
               END-IF
               MOVE  ASK-CRN-DATE  TO SDT-DATE
               MOVE  CRN-SKU       TO SDT-SKU
               MOVE  "R"           TO SDT-MOVE
               MOVE  CRN-QTY       TO SDT-QTY
               MOVE  WK-INV-CUST   TO SDT-CUST
               MOVE  WK-LOC        TO SDT-LOC
               MOVE  SPACES        TO SDT-DOC
               WRITE SDT-REC
               CLOSE SDTFL
           END-IF
           MOVE  0  TO CUS-MATCH
           PERFORM  VARYING  CUS-IDX  FROM  1  BY 1
                    UNTIL CUS-IDX  >  CUS-CNT
              IF  CT-CODE (CUS-IDX)  =  WK-INV-CUST
                  MOVE  CUS-IDX  TO CUS-MATCH
              END-IF
           END-PERFORM
           PERFORM  760-PRINT-CREDIT-NOTE.
       740-FIND-INVOICE.
           MOVE  "N"  TO INV-FOUND-SW   INV-VOID-SW
           OPEN  INPUT REGFL
           IF  REGFL-STATUS  NOT =  "00"
               EXIT  PARAGRAPH
           END-IF
           READ  REGFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              IF  INV-PREFIX  =  ASK-INV-PREFIX
                  AND  INV-NO  =  ASK-INV-NO
                  IF  INV-VOID  =  "V"
                      MOVE  "Y"  TO INV-VOID-SW
                  ELSE
                      MOVE  "Y"       TO INV-FOUND-SW
                      MOVE  INV-DATE  TO WK-INV-DATE
                      MOVE  INV-CUST  TO WK-INV-CUST
                      MOVE  INV-AMT   TO WK-INV-AMT
                  END-IF
              END-IF
              READ  REGFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE REGFL
           MOVE  "N"  TO EOF-SW.
       745-FIND-SALE-LINE.
           MOVE  "N"     TO SALE-FOUND-SW
           MOVE  0       TO WK-SALE-QTY
           MOVE  SPACES  TO WK-SALE-LOC
           OPEN  INPUT SDTFL
           IF  SDTFL-STATUS  NOT =  "00"
               EXIT  PARAGRAPH
           END-IF
           READ  SDTFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"  OR  SALE-FOUND-SW = "Y"
              IF  SDT-MOVE  =  "S"
                  AND  SDT-DATE  =  WK-INV-DATE
                  AND  SDT-CUST  =  WK-INV-CUST
                  AND  SDT-SKU   =  CRN-SKU
                  AND  SDT-QTY   >  0
                  MOVE  SDT-SKU   TO WK-PRC-SKU
                  MOVE  SDT-CUST  TO WK-PRC-CUST
                  MOVE  SDT-DATE  TO WK-PRC-DATE
                  PERFORM  270-EFFECTIVE-PRICE
                  PERFORM  275-QUOTED-PRICE
                  COMPUTE  WK-AMT = SDT-QTY * WK-EFF-PRICE
                  IF  WK-AMT  =  WK-INV-AMT
                      OR  WK-SALE-QTY  =  0
                      MOVE  SDT-QTY  TO WK-SALE-QTY
                      MOVE  SDT-LOC  TO WK-SALE-LOC
                  END-IF
                  IF  WK-AMT  =  WK-INV-AMT
                      MOVE  "Y"  TO SALE-FOUND-SW
                  END-IF
              END-IF
              READ  SDTFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE SDTFL
           MOVE  "N"  TO EOF-SW
           IF  WK-SALE-QTY  >  0
               MOVE  "Y"  TO SALE-FOUND-SW
           END-IF.
       750-PRIOR-CREDITS.
           MOVE  0  TO WK-PRIOR-CRN
           OPEN  INPUT CRNFL
           IF  CRNFL-STATUS  NOT =  "00"
               EXIT  PARAGRAPH
           END-IF
           READ  CRNFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              IF  CRN-PREFIX  =  ASK-INV-PREFIX
                  AND  CRN-INV-NO  =  ASK-INV-NO
                  ADD   CRN-AMT  TO WK-PRIOR-CRN
              END-IF
              READ  CRNFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE CRNFL
           MOVE  "N"  TO EOF-SW.
       760-PRINT-CREDIT-NOTE.
           WRITE CRP-REC  FROM  IV-1  AFTER PAGE
           WRITE CRP-REC  FROM  CR-1  AFTER 1  LINES
           MOVE  CRN-NO          TO CR-NO
           MOVE  ASK-CRN-DATE    TO CR-DATE
           WRITE CRP-REC  FROM  CR-2  AFTER 2  LINES
           MOVE  ASK-INV-PREFIX  TO CR-PREFIX
           MOVE  ASK-INV-NO      TO CR-INV-NO
           MOVE  WK-INV-DATE     TO CR-INV-DATE
           WRITE CRP-REC  FROM  CR-3  AFTER 1  LINES
           MOVE  WK-INV-CUST     TO CR-CUST
           MOVE  SPACES          TO CR-CUST-NAME
           IF  CUS-MATCH  >  0
               MOVE  CT-NAME (CUS-MATCH)  TO CR-CUST-NAME
           END-IF
           WRITE CRP-REC  FROM  CR-4  AFTER 1  LINES
           IF  CRN-KIND  =  "R"
               MOVE  "銷貨退回"  TO CR-KIND-DESC
               MOVE  CRN-SKU     TO CR-SKU
               MOVE  CRN-QTY     TO CR-QTY
           ELSE
               MOVE  "價格折讓"  TO CR-KIND-DESC
               MOVE  SPACES      TO CR-SKU
               MOVE  0           TO CR-QTY
           END-IF
           WRITE CRP-REC  FROM  CR-5  AFTER 1  LINES
           MOVE  WK-INV-AMT      TO CR-INV-AMT
           WRITE CRP-REC  FROM  CR-6  AFTER 1  LINES
           MOVE  CRN-AMT         TO CR-AMT
           WRITE CRP-REC  FROM  CR-7  AFTER 1  LINES
           COMPUTE  CR-TOT = WK-PRIOR-CRN + CRN-AMT
           WRITE CRP-REC  FROM  CR-8  AFTER 1  LINES
           WRITE CRP-REC  FROM  CR-9  AFTER 2  LINES
           WRITE CRP-REC  FROM  IV-1  AFTER 1  LINES.
       775-CHECK-LOCATION.
           IF  WK-LOC  =  SPACES
               MOVE  WK-SALE-LOC  TO WK-LOC
           END-IF
           IF  LOC-CNT  =  0
               IF  WK-LOC  =  "01"
                   MOVE  "Y"  TO LOC-OK-SW
               END-IF
           ELSE
               PERFORM  VARYING  LOC-IDX  FROM  1  BY 1
                        UNTIL LOC-IDX  >  LOC-CNT
                  IF  LOC-TAB (LOC-IDX)  =  WK-LOC
                      MOVE  "Y"  TO LOC-OK-SW
                  END-IF
               END-PERFORM
           END-IF
           IF  LOC-OK-SW  NOT =  "Y"
               DISPLAY  "倉別不在倉庫檔, 請重新輸入"
           END-IF.
