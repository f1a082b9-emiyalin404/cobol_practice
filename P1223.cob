       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P1223.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   CTRFL   ASSIGN   TO "D1223.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CTRFL-STATUS.
           SELECT   CUSFL   ASSIGN   TO "D0775.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CUSFL-STATUS.
           SELECT   PRCFL   ASSIGN   TO "D1221.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    PRCFL-STATUS.
           SELECT   PRINTFL ASSIGN   TO "PRINT1223".
       DATA   DIVISION.
       FILE   SECTION.
       FD  CTRFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS CTR-REC.
       01  CTR-REC.
           03 CTR-CUST        PIC X(4).
           03 CTR-SKU         PIC X(4).
           03 CTR-START       PIC 9(6).
           03 CTR-END         PIC 9(6).
           03 CTR-PRICE       PIC 9(5)V99.
           03 CTR-PCT         PIC 99.
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
       01  PRT-REC            PIC X(80).
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER          PIC X(12).
           03 FILLER          PIC X(45)   VALUE
                 "<<<  次 月 到 期 合 約 價 清 單  >>>".
       01  HD-2.
           03 FILLER          PIC X(15)   VALUE "到期年月 : ".
           03 HD-YYMM         PIC 9(4).
       01  HD-3.
           03 FILLER          PIC X(6)    VALUE "客戶".
           03 FILLER          PIC X(22)   VALUE "客戶名稱".
           03 FILLER          PIC X(6)    VALUE "貨品".
           03 FILLER          PIC X(8)    VALUE "起日".
           03 FILLER          PIC X(8)    VALUE "迄日".
           03 FILLER          PIC X(11)   VALUE "  合約價".
           03 FILLER          PIC X(10)   VALUE "  折扣%".
           03 FILLER          PIC X(10)   VALUE "  定價".
       01  HD-4               PIC X(78)   VALUE ALL "=".
       01  DL.
           03 DL-CUST         PIC X(4).
           03 FILLER          PIC X(2).
           03 DL-NAME         PIC X(20).
           03 FILLER          PIC X(2).
           03 DL-SKU          PIC X(4).
           03 FILLER          PIC X(2).
           03 DL-START        PIC 9(6).
           03 FILLER          PIC X(2).
           03 DL-END          PIC 9(6).
           03 FILLER          PIC X(2).
           03 DL-PRICE        PIC ZZ,ZZ9.99.
           03 FILLER          PIC X(4).
           03 DL-PCT          PIC Z9.
           03 FILLER          PIC X(4).
           03 DL-LIST         PIC ZZ,ZZ9.99.
       01  TOT-1.
           03 FILLER          PIC X(21)   VALUE "到期合約筆數 : ".
           03 TOT-CNT         PIC ZZZ9.
       01  CUS-TAB-AREA.
           03 CUS-CNT         PIC 9(3)   VALUE 0.
           03 CUS-ENTRY       OCCURS 200 TIMES.
              05 CT-CODE      PIC X(4).
              05 CT-NAME      PIC X(20).
       01  SKU-TAB-AREA.
           03 SKU-CNT           PIC 9(3)   VALUE 0.
           03 SKU-ENTRY         OCCURS 500 TIMES.
              05 SKU-TAB-CODE   PIC X(4).
              05 SKU-TAB-PRICE  PIC 9(5)V99.
       01  ASK-YYMM           PIC 9(4).
       01  ASK-YYMM-R  REDEFINES  ASK-YYMM.
           03 ASK-YY          PIC 99.
           03 ASK-MM          PIC 99.
       01  WK-NEXT-YYMM       PIC 9(4).
       01  WK-NEXT-R  REDEFINES  WK-NEXT-YYMM.
           03 WK-NEXT-YY      PIC 99.
           03 WK-NEXT-MM      PIC 99.
       01  WK-CUST            PIC X(4).
       01  MODE-SW            PIC X.
       01  CUS-IDX            PIC 9(3).
       01  CUS-MATCH          PIC 9(3).
       01  SKU-IDX            PIC 9(3).
       01  SKU-MATCH          PIC 9(3).
       01  LOAD-CNT           PIC 9(3)   VALUE 0.
       01  LIST-CNT           PIC 9(4)   VALUE 0.
       01  EOF-SW             PIC X      VALUE "N".
       01  CTRFL-STATUS       PIC XX.
       01  CUSFL-STATUS       PIC XX.
       01  PRCFL-STATUS       PIC XX.
       01  RUNLOG-JOB         PIC X(8)   VALUE "P1223".
       01  RUNLOG-ACTION      PIC X.
       01  RUNLOG-READ-CNT    PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT   PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS      PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "(M)維護合約價  (R)次月到期清單 : "
                    WITH NO ADVANCING
           ACCEPT   MODE-SW
           PERFORM  150-LOAD-CUSTOMERS
           PERFORM  160-LOAD-PRICES
           IF  MODE-SW = "M"  OR  MODE-SW = "m"
               PERFORM  100-MAINTAIN-CONTRACTS
           ELSE
               PERFORM  200-EXPIRY-REPORT
           END-IF
           STOP  RUN.
       100-MAINTAIN-CONTRACTS.
           OPEN  EXTEND CTRFL
           IF  CTRFL-STATUS  =  "35"
               OPEN  OUTPUT CTRFL
           END-IF
           MOVE  SPACES   TO WK-CUST
           PERFORM  UNTIL WK-CUST = "E"
              DISPLAY  " "
              DISPLAY  "客戶編號 (E:結束)    : " WITH NO ADVANCING
              ACCEPT   WK-CUST
              IF  WK-CUST  NOT =  "E"  AND  WK-CUST  NOT =  SPACES
                  PERFORM  110-CONTRACT-ONE
              END-IF
           END-PERFORM
           CLOSE CTRFL
           DISPLAY  "合約價筆數 = " LOAD-CNT.
       110-CONTRACT-ONE.
           PERFORM  170-FIND-CUSTOMER
           IF  CUS-MATCH  =  0
               DISPLAY  "客戶未建檔 : " WK-CUST
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  "客戶名稱 : " CT-NAME (CUS-MATCH)
           MOVE  WK-CUST  TO CTR-CUST
           DISPLAY  "貨品編號             : " WITH NO ADVANCING
           ACCEPT   CTR-SKU
           PERFORM  180-FIND-SKU
           IF  SKU-MATCH  =  0
               DISPLAY  "貨品不在價格檔 : " CTR-SKU
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  "定價 : " SKU-TAB-PRICE (SKU-MATCH)
           DISPLAY  "合約起日 (YYMMDD)    : " WITH NO ADVANCING
           ACCEPT   CTR-START
           DISPLAY  "合約迄日 (YYMMDD)    : " WITH NO ADVANCING
           ACCEPT   CTR-END
           IF  CTR-END  <  CTR-START
               DISPLAY  "迄日早於起日, 未登錄"
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  "合約價 (無:0)        : " WITH NO ADVANCING
           ACCEPT   CTR-PRICE
           MOVE  0  TO CTR-PCT
           IF  CTR-PRICE  =  0
               DISPLAY  "折扣百分比           : "
                        WITH NO ADVANCING
               ACCEPT   CTR-PCT
               IF  CTR-PCT  =  0
                   DISPLAY  "未輸入合約價或折扣, 未登錄"
                   EXIT  PARAGRAPH
               END-IF
           END-IF
           WRITE CTR-REC
           ADD   1  TO LOAD-CNT.
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
       170-FIND-CUSTOMER.
           MOVE  0  TO CUS-MATCH
           PERFORM  VARYING  CUS-IDX  FROM  1  BY 1
                    UNTIL CUS-IDX  >  CUS-CNT
              IF  CT-CODE (CUS-IDX)  =  WK-CUST
                  MOVE  CUS-IDX  TO CUS-MATCH
              END-IF
           END-PERFORM.
       180-FIND-SKU.
           MOVE  0  TO SKU-MATCH
           PERFORM  VARYING  SKU-IDX  FROM  1  BY 1
                    UNTIL SKU-IDX  >  SKU-CNT
              IF  SKU-TAB-CODE (SKU-IDX)  =  CTR-SKU
                  MOVE  SKU-IDX  TO SKU-MATCH
              END-IF
           END-PERFORM.
       200-EXPIRY-REPORT.
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           DISPLAY  "本月年月 (YYMM) : " WITH NO ADVANCING
           ACCEPT   ASK-YYMM
           IF  ASK-MM  =  12
               COMPUTE  WK-NEXT-YY = ASK-YY + 1
               MOVE  1  TO WK-NEXT-MM
           ELSE
               MOVE  ASK-YY  TO WK-NEXT-YY
               COMPUTE  WK-NEXT-MM = ASK-MM + 1
           END-IF
           MOVE  WK-NEXT-YYMM  TO HD-YYMM
           OPEN  OUTPUT   PRINTFL
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           OPEN  INPUT CTRFL
           IF  CTRFL-STATUS  NOT =  "00"
               DISPLAY  "查無合約價檔 D1223.DAT"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  CTRFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO RUNLOG-READ-CNT
              IF  CTR-END (1:4)  =  WK-NEXT-YYMM
                  PERFORM  210-EXPIRY-LINE
              END-IF
              READ  CTRFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  CTRFL-STATUS  NOT =  "35"
               CLOSE CTRFL
           END-IF
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  LIST-CNT  TO TOT-CNT
           WRITE PRT-REC  FROM  TOT-1  AFTER 1  LINES
           CLOSE PRINTFL
           DISPLAY  "次月到期合約筆數 = " LIST-CNT
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS.
       210-EXPIRY-LINE.
           MOVE  CTR-CUST  TO WK-CUST  DL-CUST
           PERFORM  170-FIND-CUSTOMER
           IF  CUS-MATCH  >  0
               MOVE  CT-NAME (CUS-MATCH)  TO DL-NAME
           ELSE
               MOVE  "** 客戶未建檔 **"   TO DL-NAME
           END-IF
           PERFORM  180-FIND-SKU
           IF  SKU-MATCH  >  0
               MOVE  SKU-TAB-PRICE (SKU-MATCH)  TO DL-LIST
           ELSE
               MOVE  0  TO DL-LIST
           END-IF
           MOVE  CTR-SKU    TO DL-SKU
           MOVE  CTR-START  TO DL-START
           MOVE  CTR-END    TO DL-END
           MOVE  CTR-PRICE  TO DL-PRICE
           MOVE  CTR-PCT    TO DL-PCT
           WRITE PRT-REC  FROM  DL  AFTER 1  LINES
           ADD   1  TO LIST-CNT
           ADD   1  TO RUNLOG-WRITE-CNT.
