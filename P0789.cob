       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P0789.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   CSTFL   ASSIGN   TO "D0789.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CSTFL-STATUS.
           SELECT   PRCFL   ASSIGN   TO "D1221.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    PRCFL-STATUS.
           SELECT   SDTFL   ASSIGN   TO "D0772.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    SDTFL-STATUS.
           SELECT   RCVFL   ASSIGN   TO "D1028.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    RCVFL-STATUS.
           SELECT   POFL    ASSIGN   TO "D1001.DAT"
              ORGANIZATION   INDEXED
              ACCESS MODE    RANDOM
              RECORD KEY     PO-KEY
              FILE STATUS    POFL-STATUS.
           SELECT   PRINTFL ASSIGN   TO "PRINT0789".
       DATA   DIVISION.
       FILE   SECTION.
       FD  CSTFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS CST-REC.
       01  CST-REC.
           03 CST-SKU         PIC X(4).
           03 CST-YYMM        PIC 9(4).
           03 CST-QTY         PIC S9(6).
           03 CST-AVG         PIC 9(5)V9999.
           03 CST-VALUE       PIC S9(9)V99.
           03 CST-OPEN-VAL    PIC S9(9)V99.
           03 CST-RCV-QTY     PIC 9(6).
           03 CST-RCV-VAL     PIC 9(9)V99.
           03 CST-COGS-VAL    PIC S9(9)V99.
           03 CST-SHRK-VAL    PIC S9(9)V99.
           03 CST-SALES-VAL   PIC S9(9)V99.
       FD  PRCFL
           DATA  RECORD   IS PRC-REC.
       01  PRC-REC.
           03 PRC-SKU          PIC X(4).
           03 PRC-PRICE        PIC 9(5)V99.
       FD  SDTFL
           DATA  RECORD   IS SDT-REC.
       01  SDT-REC.
           03 SDT-DATE        PIC 9(6).
           03 SDT-SKU         PIC X(4).
           03 SDT-MOVE        PIC X.
           03 SDT-QTY         PIC 9(3).
           03 SDT-CUST        PIC X(4).
           03 SDT-LOC         PIC X(2).
           03 SDT-DOC         PIC X(6).
       FD  RCVFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS RCV-REC.
       01  RCV-REC.
           03 GR-NO          PIC X(6).
           03 GR-PO-NO       PIC X(6).
           03 GR-PO-LINE     PIC 99.
           03 GR-DATE        PIC 9(8).
           03 GR-QTY         PIC 9(5).
           03 GR-LOT         PIC X(10).
           03 GR-EXPIRY      PIC 9(8).
           03 GR-LOC         PIC X(2).
       FD  POFL
           DATA  RECORD   IS PO-REC.
       01  PO-REC.
           03 PO-KEY.
              05 PO-NO          PIC X(6).
              05 PO-LINE        PIC 99.
           03 PO-VDR            PIC X(4).
           03 PO-DATE           PIC 9(8).
           03 PO-SKU            PIC X(4).
           03 PO-QTY            PIC 9(5).
           03 PO-PRICE          PIC 9(5)V99.
           03 PO-RCVD           PIC 9(5).
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC            PIC X(96).
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER          PIC X(25).
           03 FILLER          PIC X(55)   VALUE
                 "<<<   貨 品 成 本 及 毛 利 月 報 表   >>>".
       01  HD-2.
           03 FILLER          PIC X(15)   VALUE "成本期別 : ".
           03 HD-YYMM         PIC 9(4).
       01  HD-3.
           03 FILLER          PIC X(6)    VALUE "貨品".
           03 FILLER          PIC X(16)   VALUE "    期初成本".
           03 FILLER          PIC X(16)   VALUE "    進貨成本".
           03 FILLER          PIC X(16)   VALUE "    銷貨成本".
           03 FILLER          PIC X(16)   VALUE "    期末成本".
           03 FILLER          PIC X(16)   VALUE "    銷貨收入".
           03 FILLER          PIC X(12)   VALUE "  毛利率%".
       01  HD-4               PIC X(96)   VALUE ALL "=".
       01  DL.
           03 DL-SKU          PIC X(4).
           03 FILLER          PIC X(6).
           03 DL-OPEN         PIC ZZZ,ZZZ,ZZ9-.
           03 FILLER          PIC X(4).
           03 DL-RCV          PIC ZZZ,ZZZ,ZZ9-.
           03 FILLER          PIC X(4).
           03 DL-COGS         PIC ZZZ,ZZZ,ZZ9-.
           03 FILLER          PIC X(4).
           03 DL-CLOSE        PIC ZZZ,ZZZ,ZZ9-.
           03 FILLER          PIC X(4).
           03 DL-SALES        PIC ZZZ,ZZZ,ZZ9-.
           03 FILLER          PIC X(2).
           03 DL-GM           PIC ZZZ9.9-.
       01  TOT-1.
           03 FILLER          PIC X(10)   VALUE "合計".
           03 TOT-OPEN        PIC ZZZ,ZZZ,ZZ9-.
           03 FILLER          PIC X(4).
           03 TOT-RCV         PIC ZZZ,ZZZ,ZZ9-.
           03 FILLER          PIC X(4).
           03 TOT-COGS        PIC ZZZ,ZZZ,ZZ9-.
           03 FILLER          PIC X(4).
           03 TOT-CLOSE       PIC ZZZ,ZZZ,ZZ9-.
           03 FILLER          PIC X(4).
           03 TOT-SALES       PIC ZZZ,ZZZ,ZZ9-.
           03 FILLER          PIC X(2).
           03 TOT-GM          PIC ZZZ9.9-.
       01  TOT-2.
           03 FILLER          PIC X(24)   VALUE
                 "盤損報廢成本 : ".
           03 TOT-SHRK        PIC ZZZ,ZZZ,ZZ9-.
       01  CS-TAB-AREA.
           03 CS-CNT            PIC 9(3)   VALUE 0.
           03 CS-ENTRY          OCCURS 500 TIMES.
              05 CS-SKU         PIC X(4).
              05 CS-PRICE       PIC 9(5)V99.
              05 CS-YYMM        PIC 9(4).
              05 CS-QTY         PIC S9(6).
              05 CS-AVG         PIC 9(5)V9999.
              05 CS-VALUE       PIC S9(9)V99.
              05 CS-OPEN-VAL    PIC S9(9)V99.
              05 CS-RCV-QTY     PIC 9(6).
              05 CS-RCV-VAL     PIC 9(9)V99.
              05 CS-COGS-VAL    PIC S9(9)V99.
              05 CS-SHRK-VAL    PIC S9(9)V99.
              05 CS-SALES-VAL   PIC S9(9)V99.
       01  RC-TAB-AREA.
           03 RC-CNT            PIC 9(4)   VALUE 0.
           03 RC-ENTRY          OCCURS 2000 TIMES.
              05 RC-DAY         PIC 99.
              05 RC-SKU         PIC X(4).
              05 RC-QTY         PIC 9(5).
              05 RC-PRICE       PIC 9(5)V99.
       01  MV-TAB-AREA.
           03 MV-CNT            PIC 9(4)   VALUE 0.
           03 MV-ENTRY          OCCURS 5000 TIMES.
              05 MV-DAY         PIC 99.
              05 MV-SKU         PIC X(4).
              05 MV-MOVE        PIC X.
              05 MV-QTY         PIC 9(3).
       01  WORK-AREA.
           03 WK-COST         PIC S9(9)V99.
           03 WK-QTY          PIC S9(6).
           03 WK-SKU          PIC X(4).
           03 WK-GM           PIC S9(4)V9.
       01  ASK-YYMM           PIC 9(4).
       01  CS-IDX             PIC 9(3).
       01  MATCH-IDX          PIC 9(3).
       01  RC-IDX             PIC 9(4).
       01  MV-IDX             PIC 9(4).
       01  DAY-IDX            PIC 99.
       01  COSTED-SW          PIC X      VALUE "N".
       01  NOPO-CNT           PIC 9(4)   VALUE 0.
       01  NOSKU-CNT          PIC 9(4)   VALUE 0.
       01  GR-OPEN            PIC S9(9)V99  VALUE 0.
       01  GR-RCV             PIC S9(9)V99  VALUE 0.
       01  GR-COGS            PIC S9(9)V99  VALUE 0.
       01  GR-CLOSE           PIC S9(9)V99  VALUE 0.
       01  GR-SALES           PIC S9(9)V99  VALUE 0.
       01  GR-SHRK            PIC S9(9)V99  VALUE 0.
       01  EOF-SW             PIC X      VALUE "N".
       01  CSTFL-STATUS       PIC XX.
       01  PRCFL-STATUS       PIC XX.
       01  SDTFL-STATUS       PIC XX.
       01  RCVFL-STATUS       PIC XX.
       01  POFL-STATUS        PIC XX.
       01  GL-SOURCE          PIC X(8)   VALUE "P0789".
       01  GL-TYPE            PIC X(6).
       01  GL-AMT             PIC 9(9)V99.
       01  GL-REPLY           PIC X.
       01  RUNLOG-JOB         PIC X(8)   VALUE "P0789".
       01  RUNLOG-ACTION      PIC X.
       01  RUNLOG-READ-CNT    PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT   PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS      PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           DISPLAY  "成本期別 (YYMM) : " WITH NO ADVANCING
           ACCEPT   ASK-YYMM
           PERFORM  100-LOAD-COST-MASTER
           IF  COSTED-SW  =  "Y"
               DISPLAY  "此期別已計算成本, 不可重複 : "
                        ASK-YYMM
               MOVE  "A"   TO RUNLOG-STATUS
           ELSE
               PERFORM  150-LOAD-PRICES
               PERFORM  200-LOAD-RECEIPTS
               PERFORM  300-LOAD-MOVEMENTS
               PERFORM  400-COST-BY-DAY
               PERFORM  500-COST-REPORT
               PERFORM  600-POST-LEDGER
               PERFORM  700-SAVE-COST-MASTER
               IF  NOPO-CNT  >  0  OR  NOSKU-CNT  >  0
                   DISPLAY  "查無採購單行之收貨 = " NOPO-CNT
                   DISPLAY  "無成本檔之異動     = " NOSKU-CNT
                   MOVE  "A"   TO RUNLOG-STATUS
               END-IF
           END-IF
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           STOP  RUN.
       100-LOAD-COST-MASTER.
           OPEN  INPUT CSTFL
           IF  CSTFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  CSTFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO RUNLOG-READ-CNT
              IF  CST-YYMM  =  ASK-YYMM
                  MOVE  "Y"  TO COSTED-SW
              END-IF
              IF  CS-CNT  <  500
                  ADD   1  TO CS-CNT
                  MOVE  CST-SKU        TO CS-SKU       (CS-CNT)
                  MOVE  0              TO CS-PRICE     (CS-CNT)
                  MOVE  CST-YYMM       TO CS-YYMM      (CS-CNT)
                  MOVE  CST-QTY        TO CS-QTY       (CS-CNT)
                  MOVE  CST-AVG        TO CS-AVG       (CS-CNT)
                  MOVE  CST-VALUE      TO CS-VALUE     (CS-CNT)
                  MOVE  CST-VALUE      TO CS-OPEN-VAL  (CS-CNT)
                  MOVE  0              TO CS-RCV-QTY   (CS-CNT)
                  MOVE  0              TO CS-RCV-VAL   (CS-CNT)
                  MOVE  0              TO CS-COGS-VAL  (CS-CNT)
                  MOVE  0              TO CS-SHRK-VAL  (CS-CNT)
                  MOVE  0              TO CS-SALES-VAL (CS-CNT)
              END-IF
              READ  CSTFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  CSTFL-STATUS  NOT =  "35"
               CLOSE CSTFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       150-LOAD-PRICES.
           OPEN  INPUT PRCFL
           IF  PRCFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  PRCFL  AT END
                     MOVE  "Y"   TO EOF-SW
               END-READ
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              MOVE  PRC-SKU  TO WK-SKU
              PERFORM  800-FIND-SKU
              IF  MATCH-IDX  =  0
                  PERFORM  810-ADD-SKU
              END-IF
              IF  MATCH-IDX  >  0
                  MOVE  PRC-PRICE  TO CS-PRICE (MATCH-IDX)
              END-IF
              READ  PRCFL  AT END
                    MOVE  "Y"  TO EOF-SW
              END-READ
           END-PERFORM
           IF  PRCFL-STATUS  NOT =  "35"
               CLOSE PRCFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       200-LOAD-RECEIPTS.
           OPEN  INPUT RCVFL
           IF  RCVFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               OPEN  INPUT POFL
               READ  RCVFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO RUNLOG-READ-CNT
              IF  GR-DATE (3:4)  =  ASK-YYMM
                  PERFORM  210-TABLE-RECEIPT
              END-IF
              READ  RCVFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  RCVFL-STATUS  NOT =  "35"
               CLOSE RCVFL   POFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       210-TABLE-RECEIPT.
           MOVE  GR-PO-NO    TO PO-NO
           MOVE  GR-PO-LINE  TO PO-LINE
           READ  POFL
              INVALID  KEY
                 DISPLAY  "查無採購單行 : " GR-NO " "
                          GR-PO-NO " " GR-PO-LINE
                 ADD   1  TO NOPO-CNT
              NOT INVALID  KEY
                 IF  RC-CNT  <  2000
                     ADD   1  TO RC-CNT
                     MOVE  GR-DATE (7:2)  TO RC-DAY   (RC-CNT)
                     MOVE  PO-SKU         TO RC-SKU   (RC-CNT)
                     MOVE  GR-QTY         TO RC-QTY   (RC-CNT)
                     MOVE  PO-PRICE       TO RC-PRICE (RC-CNT)
                 END-IF
           END-READ.
       300-LOAD-MOVEMENTS.
           OPEN  INPUT SDTFL
           IF  SDTFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  SDTFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO RUNLOG-READ-CNT
              IF  SDT-DATE (1:4)  =  ASK-YYMM
                  AND  MV-CNT  <  5000
                  ADD   1  TO MV-CNT
                  MOVE  SDT-DATE (5:2)  TO MV-DAY  (MV-CNT)
                  MOVE  SDT-SKU         TO MV-SKU  (MV-CNT)
                  MOVE  SDT-MOVE        TO MV-MOVE (MV-CNT)
                  MOVE  SDT-QTY         TO MV-QTY  (MV-CNT)
              END-IF
              READ  SDTFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  SDTFL-STATUS  NOT =  "35"
               CLOSE SDTFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       400-COST-BY-DAY.
           PERFORM  VARYING  DAY-IDX  FROM  1  BY 1
                    UNTIL DAY-IDX  >  31
              PERFORM  VARYING  RC-IDX  FROM  1  BY 1
                       UNTIL RC-IDX  >  RC-CNT
                 IF  RC-DAY (RC-IDX)  =  DAY-IDX
                     PERFORM  410-COST-RECEIPT
                 END-IF
              END-PERFORM
              PERFORM  VARYING  MV-IDX  FROM  1  BY 1
                       UNTIL MV-IDX  >  MV-CNT
                 IF  MV-DAY (MV-IDX)  =  DAY-IDX
                     PERFORM  420-COST-MOVEMENT
                 END-IF
              END-PERFORM
           END-PERFORM.
       410-COST-RECEIPT.
           MOVE  RC-SKU (RC-IDX)  TO WK-SKU
           PERFORM  800-FIND-SKU
           IF  MATCH-IDX  =  0
               PERFORM  810-ADD-SKU
           END-IF
           IF  MATCH-IDX  =  0
               ADD   1  TO NOSKU-CNT
               EXIT  PARAGRAPH
           END-IF
           COMPUTE  WK-COST  ROUNDED
                  = RC-QTY (RC-IDX) * RC-PRICE (RC-IDX)
           ADD   RC-QTY (RC-IDX)  TO CS-RCV-QTY (MATCH-IDX)
           ADD   WK-COST          TO CS-RCV-VAL (MATCH-IDX)
           IF  CS-QTY (MATCH-IDX)  NOT >  0
               MOVE  RC-PRICE (RC-IDX)  TO CS-AVG (MATCH-IDX)
               MOVE  RC-QTY (RC-IDX)    TO CS-QTY (MATCH-IDX)
               MOVE  WK-COST            TO CS-VALUE (MATCH-IDX)
           ELSE
               ADD   RC-QTY (RC-IDX)  TO CS-QTY (MATCH-IDX)
               ADD   WK-COST          TO CS-VALUE (MATCH-IDX)
               COMPUTE  CS-AVG (MATCH-IDX)  ROUNDED
                      = CS-VALUE (MATCH-IDX) / CS-QTY (MATCH-IDX)
           END-IF.
       420-COST-MOVEMENT.
           MOVE  MV-SKU (MV-IDX)  TO WK-SKU
           PERFORM  800-FIND-SKU
           IF  MATCH-IDX  =  0
               ADD   1  TO NOSKU-CNT
               EXIT  PARAGRAPH
           END-IF
           COMPUTE  WK-COST  ROUNDED
                  = MV-QTY (MV-IDX) * CS-AVG (MATCH-IDX)
           EVALUATE  MV-MOVE (MV-IDX)
              WHEN  "S"
                 PERFORM  430-RELIEVE-STOCK
                 ADD   WK-COST  TO CS-COGS-VAL (MATCH-IDX)
                 COMPUTE  CS-SALES-VAL (MATCH-IDX)
                        = CS-SALES-VAL (MATCH-IDX)
                        + MV-QTY (MV-IDX) * CS-PRICE (MATCH-IDX)
              WHEN  "O"
              WHEN  "W"
                 PERFORM  430-RELIEVE-STOCK
                 ADD   WK-COST  TO CS-SHRK-VAL (MATCH-IDX)
              WHEN  "R"
                 ADD   MV-QTY (MV-IDX)  TO CS-QTY (MATCH-IDX)
                 ADD   WK-COST  TO CS-VALUE (MATCH-IDX)
                 SUBTRACT  WK-COST  FROM CS-COGS-VAL (MATCH-IDX)
                 COMPUTE  CS-SALES-VAL (MATCH-IDX)
                        = CS-SALES-VAL (MATCH-IDX)
                        - MV-QTY (MV-IDX) * CS-PRICE (MATCH-IDX)
              WHEN  "I"
                 ADD   MV-QTY (MV-IDX)  TO CS-QTY (MATCH-IDX)
                 ADD   WK-COST  TO CS-VALUE (MATCH-IDX)
                 SUBTRACT  WK-COST  FROM CS-SHRK-VAL (MATCH-IDX)
              WHEN  "B"
                 ADD   MV-QTY (MV-IDX)  TO CS-QTY (MATCH-IDX)
                 ADD   WK-COST  TO CS-VALUE (MATCH-IDX)
           END-EVALUATE.
       430-RELIEVE-STOCK.
           SUBTRACT  MV-QTY (MV-IDX)  FROM CS-QTY (MATCH-IDX)
           SUBTRACT  WK-COST  FROM CS-VALUE (MATCH-IDX)
           IF  CS-QTY (MATCH-IDX)  =  0
               MOVE  0  TO CS-VALUE (MATCH-IDX)
           END-IF.
       500-COST-REPORT.
           OPEN  OUTPUT   PRINTFL
           MOVE  ASK-YYMM  TO HD-YYMM
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           PERFORM  VARYING  CS-IDX  FROM  1  BY 1
                    UNTIL CS-IDX  >  CS-CNT
              IF  CS-OPEN-VAL (CS-IDX)  NOT =  0
                  OR  CS-RCV-VAL (CS-IDX)   NOT =  0
                  OR  CS-COGS-VAL (CS-IDX)  NOT =  0
                  OR  CS-VALUE (CS-IDX)     NOT =  0
                  OR  CS-SALES-VAL (CS-IDX) NOT =  0
                  PERFORM  510-COST-LINE
              END-IF
           END-PERFORM
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  GR-OPEN   TO TOT-OPEN
           MOVE  GR-RCV    TO TOT-RCV
           MOVE  GR-COGS   TO TOT-COGS
           MOVE  GR-CLOSE  TO TOT-CLOSE
           MOVE  GR-SALES  TO TOT-SALES
           MOVE  0         TO WK-GM
           IF  GR-SALES  NOT =  0
               COMPUTE  WK-GM  ROUNDED
                      = (GR-SALES - GR-COGS) * 100 / GR-SALES
           END-IF
           MOVE  WK-GM     TO TOT-GM
           WRITE PRT-REC  FROM  TOT-1  AFTER 1  LINES
           MOVE  GR-SHRK   TO TOT-SHRK
           WRITE PRT-REC  FROM  TOT-2  AFTER 2  LINES
           CLOSE PRINTFL.
       510-COST-LINE.
           MOVE  CS-SKU (CS-IDX)        TO DL-SKU
           MOVE  CS-OPEN-VAL (CS-IDX)   TO DL-OPEN
           MOVE  CS-RCV-VAL (CS-IDX)    TO DL-RCV
           MOVE  CS-COGS-VAL (CS-IDX)   TO DL-COGS
           MOVE  CS-VALUE (CS-IDX)      TO DL-CLOSE
           MOVE  CS-SALES-VAL (CS-IDX)  TO DL-SALES
           MOVE  0  TO WK-GM
           IF  CS-SALES-VAL (CS-IDX)  NOT =  0
               COMPUTE  WK-GM  ROUNDED
                      = (CS-SALES-VAL (CS-IDX) - CS-COGS-VAL (CS-IDX))
                      * 100 / CS-SALES-VAL (CS-IDX)
           END-IF
           MOVE  WK-GM  TO DL-GM
           WRITE PRT-REC  FROM  DL  AFTER 1  LINES
           ADD   1  TO RUNLOG-WRITE-CNT
           ADD   CS-OPEN-VAL (CS-IDX)   TO GR-OPEN
           ADD   CS-RCV-VAL (CS-IDX)    TO GR-RCV
           ADD   CS-COGS-VAL (CS-IDX)   TO GR-COGS
           ADD   CS-VALUE (CS-IDX)      TO GR-CLOSE
           ADD   CS-SALES-VAL (CS-IDX)  TO GR-SALES
           ADD   CS-SHRK-VAL (CS-IDX)   TO GR-SHRK.
       600-POST-LEDGER.
           IF  GR-COGS  >  0
               MOVE  "COGS  "  TO GL-TYPE
               MOVE  GR-COGS   TO GL-AMT
               PERFORM  610-POST-ONE
           END-IF
           IF  GR-SHRK  >  0
               MOVE  "SHRINK"  TO GL-TYPE
               MOVE  GR-SHRK   TO GL-AMT
               PERFORM  610-POST-ONE
           END-IF.
       610-POST-ONE.
           CALL  "P1024"  USING  GL-SOURCE  GL-TYPE
                                 GL-AMT     GL-REPLY
           IF  GL-REPLY  NOT =  "Y"
               DISPLAY  "無過帳對照, 未過帳 : " GL-TYPE
               MOVE  "A"   TO RUNLOG-STATUS
           ELSE
               DISPLAY  "已過帳 " GL-TYPE " = " GL-AMT
           END-IF.
       700-SAVE-COST-MASTER.
           OPEN  OUTPUT CSTFL
           PERFORM  VARYING  CS-IDX  FROM  1  BY 1
                    UNTIL CS-IDX  >  CS-CNT
              MOVE  CS-SKU (CS-IDX)        TO CST-SKU
              MOVE  ASK-YYMM               TO CST-YYMM
              MOVE  CS-QTY (CS-IDX)        TO CST-QTY
              MOVE  CS-AVG (CS-IDX)        TO CST-AVG
              MOVE  CS-VALUE (CS-IDX)      TO CST-VALUE
              MOVE  CS-OPEN-VAL (CS-IDX)   TO CST-OPEN-VAL
              MOVE  CS-RCV-QTY (CS-IDX)    TO CST-RCV-QTY
              MOVE  CS-RCV-VAL (CS-IDX)    TO CST-RCV-VAL
              MOVE  CS-COGS-VAL (CS-IDX)   TO CST-COGS-VAL
              MOVE  CS-SHRK-VAL (CS-IDX)   TO CST-SHRK-VAL
              MOVE  CS-SALES-VAL (CS-IDX)  TO CST-SALES-VAL
              WRITE CST-REC
              ADD   1  TO RUNLOG-WRITE-CNT
           END-PERFORM
           CLOSE CSTFL.
       800-FIND-SKU.
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  CS-IDX  FROM  1  BY 1
                    UNTIL CS-IDX  >  CS-CNT
              IF  CS-SKU (CS-IDX)  =  WK-SKU
                  MOVE  CS-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM.
       810-ADD-SKU.
           IF  CS-CNT  <  500
               ADD   1  TO CS-CNT
               MOVE  CS-CNT  TO MATCH-IDX
               MOVE  WK-SKU  TO CS-SKU       (CS-CNT)
               MOVE  0       TO CS-PRICE     (CS-CNT)
               MOVE  0       TO CS-YYMM      (CS-CNT)
               MOVE  0       TO CS-QTY       (CS-CNT)
               MOVE  0       TO CS-AVG       (CS-CNT)
               MOVE  0       TO CS-VALUE     (CS-CNT)
               MOVE  0       TO CS-OPEN-VAL  (CS-CNT)
               MOVE  0       TO CS-RCV-QTY   (CS-CNT)
               MOVE  0       TO CS-RCV-VAL   (CS-CNT)
               MOVE  0       TO CS-COGS-VAL  (CS-CNT)
               MOVE  0       TO CS-SHRK-VAL  (CS-CNT)
               MOVE  0       TO CS-SALES-VAL (CS-CNT)
           END-IF.
