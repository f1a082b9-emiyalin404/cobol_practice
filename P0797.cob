       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P0797.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   RCVFL   ASSIGN   TO "D1028.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    RCVFL-STATUS.
           SELECT   POFL    ASSIGN   TO "D1001.DAT"
              ORGANIZATION   INDEXED
              ACCESS MODE    RANDOM
              RECORD KEY     PO-KEY
              FILE STATUS    POFL-STATUS.
           SELECT   SDTFL   ASSIGN   TO "D0772.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    SDTFL-STATUS.
           SELECT   LOCFL   ASSIGN   TO "D0795.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    LOCFL-STATUS.
           SELECT   PRCFL   ASSIGN   TO "D1221.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    PRCFL-STATUS.
           SELECT   LOTFL   ASSIGN   TO "D0797.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    LOTFL-STATUS.
           SELECT   ALCFL   ASSIGN   TO "D0798.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    ALCFL-STATUS.
           SELECT   WOPFL   ASSIGN   TO "D0799.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    WOPFL-STATUS.
           SELECT   PRINTFL ASSIGN   TO "PRINT0797".
       DATA   DIVISION.
       FILE   SECTION.
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
       FD  LOCFL
           DATA  RECORD   IS LOC-REC.
       01  LOC-REC.
           03 LOC-CODE        PIC X(2).
           03 LOC-NAME        PIC X(20).
           03 LOC-COLD        PIC X.
       FD  PRCFL
           DATA  RECORD   IS PRC-REC.
       01  PRC-REC.
           03 PRC-SKU          PIC X(4).
           03 PRC-PRICE        PIC 9(5)V99.
       FD  LOTFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS LOT-REC.
       01  LOT-REC.
           03 LOT-SKU         PIC X(4).
           03 LOT-NO          PIC X(10).
           03 LOT-EXPIRY      PIC 9(8).
           03 LOT-LOC         PIC X(2).
           03 LOT-DOC         PIC X(6).
           03 LOT-DATE        PIC 9(8).
           03 LOT-QTY         PIC 9(5).
       FD  ALCFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS ALC-REC.
       01  ALC-REC.
           03 ALC-DATE        PIC 9(6).
           03 ALC-SKU         PIC X(4).
           03 ALC-MOVE        PIC X.
           03 ALC-LOC         PIC X(2).
           03 ALC-DOC         PIC X(6).
           03 ALC-CUST        PIC X(4).
           03 ALC-LOT         PIC X(10).
           03 ALC-EXPIRY      PIC 9(8).
           03 ALC-QTY         PIC 9(3).
       FD  WOPFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS WOP-REC.
       01  WOP-REC.
           03 WOP-SKU         PIC X(4).
           03 WOP-LOC         PIC X(2).
           03 WOP-LOT         PIC X(10).
           03 WOP-EXPIRY      PIC 9(8).
           03 WOP-QTY         PIC 9(5).
           03 WOP-VALUE       PIC 9(9)V99.
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC            PIC X(80).
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER          PIC X(12).
           03 HD-TITLE        PIC X(45).
       01  HD-2.
           03 FILLER          PIC X(15)   VALUE "基準日期 : ".
           03 HD-DATE         PIC 9(8).
           03 FILLER          PIC X(4).
           03 HD-TEXT         PIC X(20).
           03 HD-DAYS         PIC ZZ9.
       01  HD-2X.
           03 FILLER          PIC X(15)   VALUE "異常期間 : ".
           03 HD-FROM         PIC 9(6).
           03 FILLER          PIC X(3)    VALUE " - ".
           03 HD-TO           PIC 9(6).
           03 FILLER          PIC X(4).
           03 FILLER          PIC X(9)    VALUE "倉別 : ".
           03 HD-LOC          PIC X(2).
           03 FILLER          PIC X.
           03 HD-LOC-NAME     PIC X(20).
       01  HD-3A.
           03 FILLER          PIC X(8)    VALUE "日期".
           03 FILLER          PIC X(8)    VALUE "單號".
           03 FILLER          PIC X(8)    VALUE "客戶".
           03 FILLER          PIC X(4)    VALUE "倉".
           03 FILLER          PIC X(8)    VALUE "貨品".
           03 FILLER          PIC X(4)    VALUE "類".
           03 FILLER          PIC X(12)   VALUE "批號".
           03 FILLER          PIC X(14)   VALUE "有效日期".
           03 FILLER          PIC X(6)    VALUE "數量".
       01  HD-3E.
           03 FILLER          PIC X(8)    VALUE "貨品".
           03 FILLER          PIC X(4)    VALUE "倉".
           03 FILLER          PIC X(12)   VALUE "批號".
           03 FILLER          PIC X(12)   VALUE "有效日期".
           03 FILLER          PIC X(9)    VALUE "收貨單".
           03 FILLER          PIC X(9)    VALUE "  庫存".
           03 FILLER          PIC X(12)   VALUE "    金額".
       01  HD-3X.
           03 FILLER          PIC X(8)    VALUE "貨品".
           03 FILLER          PIC X(12)   VALUE "批號".
           03 FILLER          PIC X(12)   VALUE "有效日期".
           03 FILLER          PIC X(9)    VALUE "來源單".
           03 FILLER          PIC X(12)   VALUE "  期初量".
           03 FILLER          PIC X(12)   VALUE "期間入庫".
           03 FILLER          PIC X(12)   VALUE "  期末量".
       01  HD-4               PIC X(72)   VALUE ALL "=".
       01  HD-5.
           03 HD-SECTION      PIC X(50).
       01  DL-A.
           03 DA-DATE         PIC 9(6).
           03 FILLER          PIC X(2).
           03 DA-DOC          PIC X(6).
           03 FILLER          PIC X(2).
           03 DA-CUST         PIC X(4).
           03 FILLER          PIC X(4).
           03 DA-LOC          PIC X(2).
           03 FILLER          PIC X(2).
           03 DA-SKU          PIC X(4).
           03 FILLER          PIC X(4).
           03 DA-MOVE         PIC X.
           03 FILLER          PIC X(3).
           03 DA-LOT          PIC X(10).
           03 FILLER          PIC X(2).
           03 DA-EXPIRY       PIC X(8).
           03 FILLER          PIC X(4).
           03 DA-QTY          PIC ZZ9.
       01  DL-E.
           03 DE-SKU          PIC X(4).
           03 FILLER          PIC X(4).
           03 DE-LOC          PIC X(2).
           03 FILLER          PIC X(2).
           03 DE-LOT          PIC X(10).
           03 FILLER          PIC X(2).
           03 DE-EXPIRY       PIC 9(8).
           03 FILLER          PIC X(4).
           03 DE-DOC          PIC X(6).
           03 FILLER          PIC X(2).
           03 DE-QTY          PIC ZZ,ZZ9.
           03 FILLER          PIC X(2).
           03 DE-VALUE        PIC Z,ZZZ,ZZ9.99.
       01  DL-X.
           03 DX-SKU          PIC X(4).
           03 FILLER          PIC X(4).
           03 DX-LOT          PIC X(10).
           03 FILLER          PIC X(2).
           03 DX-EXPIRY       PIC 9(8).
           03 FILLER          PIC X(4).
           03 DX-DOC          PIC X(6).
           03 FILLER          PIC X(3).
           03 DX-START        PIC ZZ,ZZ9-.
           03 FILLER          PIC X(4).
           03 DX-IN           PIC ZZ,ZZ9.
           03 FILLER          PIC X(5).
           03 DX-END          PIC ZZ,ZZ9-.
       01  TOT-1.
           03 TOT-TEXT        PIC X(40).
           03 TOT-CNT         PIC ZZZ9.
           03 FILLER          PIC X(4).
           03 TOT-QTY         PIC ZZZ,ZZ9.
           03 FILLER          PIC X(2).
           03 TOT-VALUE       PIC Z,ZZZ,ZZ9.99.
       01  LOC-TAB-AREA.
           03 LOC-CNT           PIC 9(2)   VALUE 0.
           03 LOC-ENTRY         OCCURS 10 TIMES.
              05 LT-CODE        PIC X(2).
              05 LT-NAME        PIC X(20).
              05 LT-COLD        PIC X.
       01  SKU-TAB-AREA.
           03 SKU-CNT           PIC 9(3)   VALUE 0.
           03 SKU-ENTRY         OCCURS 500 TIMES.
              05 SKU-TAB-CODE   PIC X(4).
              05 SKU-TAB-PRICE  PIC 9(5)V99.
       01  LOT-TAB-AREA.
           03 LOT-CNT           PIC 9(4)   VALUE 0.
           03 LOT-ENTRY         OCCURS 2000 TIMES.
              05 LB-SKU         PIC X(4).
              05 LB-LOT         PIC X(10).
              05 LB-EXPIRY      PIC 9(8).
              05 LB-LOC         PIC X(2).
              05 LB-DOC         PIC X(6).
              05 LB-DATE        PIC 9(8).
              05 LB-IN          PIC 9(5).
              05 LB-QTY         PIC S9(5).
              05 LB-PRE-OUT     PIC 9(5).
       01  WOP-TAB-AREA.
           03 WOP-CNT           PIC 9(3)   VALUE 0.
           03 WOP-ENTRY         OCCURS 200 TIMES.
              05 WT-SKU         PIC X(4).
              05 WT-LOC         PIC X(2).
              05 WT-LOT         PIC X(10).
              05 WT-QTY         PIC 9(5).
       01  WORK-AREA.
           03 WK-DATE-8       PIC 9(8).
           03 WK-LOC          PIC X(2).
           03 WK-NEED         PIC 9(5).
           03 WK-TAKE         PIC 9(5).
           03 WK-KEY          PIC 9(8).
           03 WK-BEST-KEY     PIC 9(8).
           03 WK-BEST-IDX     PIC 9(4).
           03 WK-LIMIT        PIC 9(8).
           03 WK-START        PIC S9(5).
           03 WK-IN           PIC 9(5).
           03 WK-VALUE        PIC 9(9)V99.
           03 WK-PRICE        PIC 9(5)V99.
           03 WK-LEFT         PIC 9(5).
           03 WK-LINE-CNT     PIC 9(4).
           03 WK-LINE-QTY     PIC 9(7).
           03 WK-LINE-VALUE   PIC 9(9)V99.
       01  REPLAY-FROM        PIC 9(8)   VALUE 0.
       01  REPLAY-TO          PIC 9(8)   VALUE 99999999.
       01  ALC-SW             PIC X      VALUE "N".
       01  ASK-SDATE          PIC 9(6).
       01  ASK-DATE           PIC 9(8).
       01  ASK-DAYS           PIC 9(3).
       01  ASK-FROM           PIC 9(6).
       01  ASK-TO             PIC 9(6).
       01  ASK-LOC            PIC X(2).
       01  ASK-ANSW           PIC X.
       01  DATE-FUNC          PIC X(4).
       01  DATE-DAYS          PIC S9(7).
       01  DATE-RESULT        PIC S9(7).
       01  MODE-SW            PIC X.
       01  LOC-IDX            PIC 9(2).
       01  SKU-IDX            PIC 9(3).
       01  LOT-IDX            PIC 9(4).
       01  WOP-IDX            PIC 9(3).
       01  MATCH-IDX          PIC 9(3).
       01  NOPO-CNT           PIC 9(4)   VALUE 0.
       01  UNALC-CNT          PIC 9(4)   VALUE 0.
       01  WOFF-CNT           PIC 9(4)   VALUE 0.
       01  EOF-SW             PIC X      VALUE "N".
       01  RCVFL-STATUS       PIC XX.
       01  POFL-STATUS        PIC XX.
       01  SDTFL-STATUS       PIC XX.
       01  LOCFL-STATUS       PIC XX.
       01  PRCFL-STATUS       PIC XX.
       01  LOTFL-STATUS       PIC XX.
       01  ALCFL-STATUS       PIC XX.
       01  WOPFL-STATUS       PIC XX.
       01  RUNLOG-JOB         PIC X(8)   VALUE "P0797".
       01  RUNLOG-ACTION      PIC X.
       01  RUNLOG-READ-CNT    PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT   PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS      PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "(A)批號分配揀貨單  (E)效期報表"
           DISPLAY  "(W)過期報廢轉入  (X)冷藏異常追溯 : "
                    WITH NO ADVANCING
           ACCEPT   MODE-SW
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           PERFORM  100-LOAD-LOCATIONS
           EVALUATE TRUE
              WHEN  MODE-SW = "A"  OR  MODE-SW = "a"
                 PERFORM  300-ALLOCATE-LOTS
              WHEN  MODE-SW = "E"  OR  MODE-SW = "e"
                 PERFORM  400-EXPIRY-REPORT
              WHEN  MODE-SW = "W"  OR  MODE-SW = "w"
                 PERFORM  500-POST-WRITEOFFS
              WHEN  MODE-SW = "X"  OR  MODE-SW = "x"
                 PERFORM  600-EXCURSION-TRACE
              WHEN  OTHER
                 DISPLAY  "作業代號錯誤 : " MODE-SW
                 MOVE  "A"   TO RUNLOG-STATUS
           END-EVALUATE
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           STOP  RUN.
       100-LOAD-LOCATIONS.
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
                      MOVE  LOC-CODE  TO LT-CODE (LOC-CNT)
                      MOVE  LOC-NAME  TO LT-NAME (LOC-CNT)
                      MOVE  LOC-COLD  TO LT-COLD (LOC-CNT)
                  END-IF
                  READ  LOCFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE LOCFL
           END-IF
           MOVE  "N"  TO EOF-SW
           IF  LOC-CNT  =  0
               MOVE  1       TO LOC-CNT
               MOVE  "01"    TO LT-CODE (1)
               MOVE  "總倉"  TO LT-NAME (1)
               MOVE  "N"     TO LT-COLD (1)
           END-IF.
       110-FIND-LOCATION.
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  LOC-IDX  FROM  1  BY 1
                    UNTIL LOC-IDX  >  LOC-CNT
              IF  LT-CODE (LOC-IDX)  =  WK-LOC
                  MOVE  LOC-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM.
       150-LOAD-PRICES.
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
       200-REPLAY-LOTS.
           MOVE  0  TO LOT-CNT  NOPO-CNT  UNALC-CNT
           PERFORM  210-LOAD-RECEIPTS
           PERFORM  220-REPLAY-MOVES
           IF  NOPO-CNT  >  0
               DISPLAY  "收貨查無採購單行筆數 = " NOPO-CNT
               MOVE  "A"   TO RUNLOG-STATUS
           END-IF.
       210-LOAD-RECEIPTS.
           OPEN  INPUT POFL
           IF  POFL-STATUS  NOT =  "00"
               DISPLAY  "查無採購單檔 D1001.DAT"
               MOVE  "A"   TO RUNLOG-STATUS
               EXIT  PARAGRAPH
           END-IF
           OPEN  INPUT RCVFL
           IF  RCVFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  RCVFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO RUNLOG-READ-CNT
              IF  GR-DATE  NOT >  REPLAY-TO
                  PERFORM  215-ADD-RECEIPT
              END-IF
              READ  RCVFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  RCVFL-STATUS  NOT =  "35"
               CLOSE RCVFL
           END-IF
           CLOSE POFL
           MOVE  "N"  TO EOF-SW.
       215-ADD-RECEIPT.
           MOVE  GR-PO-NO    TO PO-NO
           MOVE  GR-PO-LINE  TO PO-LINE
           READ  POFL
              INVALID  KEY
                 ADD   1  TO NOPO-CNT
                 EXIT  PARAGRAPH
           END-READ
           IF  LOT-CNT  NOT <  2000
               DISPLAY  "批號表已滿, 收貨單略過 : " GR-NO
               MOVE  "A"   TO RUNLOG-STATUS
               EXIT  PARAGRAPH
           END-IF
           IF  GR-LOC  =  SPACES
               MOVE  "01"  TO GR-LOC
           END-IF
           IF  GR-EXPIRY  NOT NUMERIC
               MOVE  0  TO GR-EXPIRY
           END-IF
           ADD   1  TO LOT-CNT
           MOVE  PO-SKU     TO LB-SKU     (LOT-CNT)
           MOVE  GR-LOT     TO LB-LOT     (LOT-CNT)
           MOVE  GR-EXPIRY  TO LB-EXPIRY  (LOT-CNT)
           MOVE  GR-LOC     TO LB-LOC     (LOT-CNT)
           MOVE  GR-NO      TO LB-DOC     (LOT-CNT)
           MOVE  GR-DATE    TO LB-DATE    (LOT-CNT)
           MOVE  GR-QTY     TO LB-IN      (LOT-CNT)
           MOVE  GR-QTY     TO LB-QTY     (LOT-CNT)
           MOVE  0          TO LB-PRE-OUT (LOT-CNT).
       220-REPLAY-MOVES.
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
              COMPUTE  WK-DATE-8 = 20000000 + SDT-DATE
              IF  SDT-LOC  =  SPACES
                  MOVE  "01"  TO SDT-LOC
              END-IF
              IF  WK-DATE-8  NOT >  REPLAY-TO
                  EVALUATE  SDT-MOVE
                     WHEN  "S"
                     WHEN  "O"
                     WHEN  "W"
                     WHEN  "T"
                        MOVE  SDT-LOC  TO WK-LOC
                        PERFORM  230-ALLOCATE-MOVE
                     WHEN  "U"
                        MOVE  "**"     TO WK-LOC
                        PERFORM  230-ALLOCATE-MOVE
                  END-EVALUATE
              END-IF
              READ  SDTFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  SDTFL-STATUS  NOT =  "35"
               CLOSE SDTFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       230-ALLOCATE-MOVE.
           MOVE  SDT-QTY  TO WK-NEED
           PERFORM  UNTIL WK-NEED = 0
              PERFORM  240-PICK-LOT
              IF  WK-BEST-IDX  =  0
                  EXIT  PERFORM
              END-IF
              IF  LB-QTY (WK-BEST-IDX)  <  WK-NEED
                  MOVE  LB-QTY (WK-BEST-IDX)  TO WK-TAKE
              ELSE
                  MOVE  WK-NEED  TO WK-TAKE
              END-IF
              SUBTRACT  WK-TAKE  FROM  LB-QTY (WK-BEST-IDX)  WK-NEED
              IF  WK-DATE-8  <  REPLAY-FROM
                  ADD   WK-TAKE  TO LB-PRE-OUT (WK-BEST-IDX)
              END-IF
              EVALUATE  SDT-MOVE
                 WHEN  "T"
                    MOVE  "**"     TO WK-LOC
                    PERFORM  250-ADD-LOT
                    MOVE  SDT-LOC  TO WK-LOC
                 WHEN  "U"
                    MOVE  SDT-LOC  TO WK-LOC
                    PERFORM  250-ADD-LOT
                    MOVE  "**"     TO WK-LOC
              END-EVALUATE
              IF  ALC-SW  =  "Y"  AND  SDT-MOVE  NOT =  "U"
                  MOVE  LB-LOT    (WK-BEST-IDX)  TO ALC-LOT
                  MOVE  LB-EXPIRY (WK-BEST-IDX)  TO ALC-EXPIRY
                  MOVE  WK-TAKE                  TO ALC-QTY
                  PERFORM  260-WRITE-ALLOCATION
              END-IF
           END-PERFORM
           IF  WK-NEED  >  0  AND  SDT-MOVE  NOT =  "U"
               ADD   1  TO UNALC-CNT
               IF  ALC-SW  =  "Y"
                   MOVE  SPACES   TO ALC-LOT
                   MOVE  0        TO ALC-EXPIRY
                   MOVE  WK-NEED  TO ALC-QTY
                   PERFORM  260-WRITE-ALLOCATION
               END-IF
           END-IF.
       240-PICK-LOT.
           MOVE  0         TO WK-BEST-IDX
           MOVE  99999999  TO WK-BEST-KEY
           PERFORM  VARYING  LOT-IDX  FROM  1  BY 1
                    UNTIL LOT-IDX  >  LOT-CNT
              IF  LB-SKU (LOT-IDX)  =  SDT-SKU
                  AND  LB-LOC (LOT-IDX)  =  WK-LOC
                  AND  LB-QTY (LOT-IDX)  >  0
                  AND  LB-DATE (LOT-IDX)  NOT >  WK-DATE-8
                  IF  WK-LOC  NOT =  "**"
                      OR  SDT-DOC  =  SPACES
                      OR  LB-DOC (LOT-IDX)  =  SDT-DOC
                      MOVE  LB-EXPIRY (LOT-IDX)  TO WK-KEY
                      IF  WK-KEY  =  0
                          MOVE  99999999  TO WK-KEY
                      END-IF
                      IF  WK-BEST-IDX  =  0
                          OR  WK-KEY  <  WK-BEST-KEY
                          MOVE  LOT-IDX  TO WK-BEST-IDX
                          MOVE  WK-KEY   TO WK-BEST-KEY
                      END-IF
                  END-IF
              END-IF
           END-PERFORM.
       250-ADD-LOT.
           IF  LOT-CNT  NOT <  2000
               DISPLAY  "批號表已滿, 調撥批號略過 : " SDT-DOC
               MOVE  "A"   TO RUNLOG-STATUS
               EXIT  PARAGRAPH
           END-IF
           ADD   1  TO LOT-CNT
           MOVE  LB-SKU    (WK-BEST-IDX)  TO LB-SKU     (LOT-CNT)
           MOVE  LB-LOT    (WK-BEST-IDX)  TO LB-LOT     (LOT-CNT)
           MOVE  LB-EXPIRY (WK-BEST-IDX)  TO LB-EXPIRY  (LOT-CNT)
           MOVE  WK-LOC                   TO LB-LOC     (LOT-CNT)
           MOVE  SDT-DOC                  TO LB-DOC     (LOT-CNT)
           MOVE  WK-DATE-8                TO LB-DATE    (LOT-CNT)
           MOVE  WK-TAKE                  TO LB-IN      (LOT-CNT)
           MOVE  WK-TAKE                  TO LB-QTY     (LOT-CNT)
           MOVE  0                        TO LB-PRE-OUT (LOT-CNT).
       260-WRITE-ALLOCATION.
           MOVE  SDT-DATE  TO ALC-DATE
           MOVE  SDT-SKU   TO ALC-SKU
           MOVE  SDT-MOVE  TO ALC-MOVE
           MOVE  SDT-LOC   TO ALC-LOC
           MOVE  SDT-DOC   TO ALC-DOC
           MOVE  SDT-CUST  TO ALC-CUST
           WRITE ALC-REC
           ADD   1  TO RUNLOG-WRITE-CNT
           IF  ASK-SDATE  =  0  OR  ASK-SDATE  =  SDT-DATE
               MOVE  ALC-DATE  TO DA-DATE
               MOVE  ALC-DOC   TO DA-DOC
               MOVE  ALC-CUST  TO DA-CUST
               MOVE  ALC-LOC   TO DA-LOC
               MOVE  ALC-SKU   TO DA-SKU
               MOVE  ALC-MOVE  TO DA-MOVE
               MOVE  ALC-QTY   TO DA-QTY
               IF  ALC-LOT  =  SPACES
                   MOVE  "*無批號*"  TO DA-LOT
                   MOVE  SPACES      TO DA-EXPIRY
               ELSE
                   MOVE  ALC-LOT     TO DA-LOT
                   MOVE  ALC-EXPIRY  TO DA-EXPIRY
               END-IF
               WRITE PRT-REC  FROM  DL-A  AFTER 1  LINES
               ADD   1        TO WK-LINE-CNT
               ADD   ALC-QTY  TO WK-LINE-QTY
           END-IF.
       300-ALLOCATE-LOTS.
           DISPLAY  "揀貨日期 (YYMMDD, 0:全部) : "
                    WITH NO ADVANCING
           ACCEPT   ASK-SDATE
           MOVE  0         TO REPLAY-FROM  WK-LINE-CNT  WK-LINE-QTY
           MOVE  99999999  TO REPLAY-TO
           MOVE  "Y"       TO ALC-SW
           MOVE  "<<<  先 到 期 先 出 揀 貨 單  >>>"
                 TO HD-TITLE
           OPEN  OUTPUT   ALCFL
           OPEN  OUTPUT   PRINTFL
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-3A AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           PERFORM  200-REPLAY-LOTS
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  "揀貨筆數 / 數量 : "  TO TOT-TEXT
           MOVE  WK-LINE-CNT  TO TOT-CNT
           MOVE  WK-LINE-QTY  TO TOT-QTY
           MOVE  0            TO TOT-VALUE
           WRITE PRT-REC  FROM  TOT-1  AFTER 1  LINES
           CLOSE ALCFL  PRINTFL
           PERFORM  310-SAVE-LOTS
           DISPLAY  "批號筆數 = " LOT-CNT
                    "  未分配異動 = " UNALC-CNT
           IF  UNALC-CNT  >  0
               MOVE  "A"   TO RUNLOG-STATUS
           END-IF.
       310-SAVE-LOTS.
           OPEN  OUTPUT   LOTFL
           PERFORM  VARYING  LOT-IDX  FROM  1  BY 1
                    UNTIL LOT-IDX  >  LOT-CNT
              IF  LB-QTY (LOT-IDX)  >  0
                  MOVE  LB-SKU    (LOT-IDX)  TO LOT-SKU
                  MOVE  LB-LOT    (LOT-IDX)  TO LOT-NO
                  MOVE  LB-EXPIRY (LOT-IDX)  TO LOT-EXPIRY
                  MOVE  LB-LOC    (LOT-IDX)  TO LOT-LOC
                  MOVE  LB-DOC    (LOT-IDX)  TO LOT-DOC
                  MOVE  LB-DATE   (LOT-IDX)  TO LOT-DATE
                  MOVE  LB-QTY    (LOT-IDX)  TO LOT-QTY
                  WRITE LOT-REC
                  ADD   1  TO RUNLOG-WRITE-CNT
              END-IF
           END-PERFORM
           CLOSE LOTFL.
       400-EXPIRY-REPORT.
           DISPLAY  "基準日期 (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT   ASK-DATE
           DISPLAY  "到期預警天數        : " WITH NO ADVANCING
           ACCEPT   ASK-DAYS
           MOVE  "ADD "    TO DATE-FUNC
           MOVE  ASK-DAYS  TO DATE-DAYS
           CALL  "P1023"  USING  DATE-FUNC  ASK-DATE  WK-LIMIT
                                 DATE-DAYS  DATE-RESULT
           PERFORM  150-LOAD-PRICES
           MOVE  0         TO REPLAY-FROM
           MOVE  ASK-DATE  TO REPLAY-TO
           MOVE  "N"       TO ALC-SW
           PERFORM  200-REPLAY-LOTS
           MOVE  "<<<  批 號 效 期 報 表  >>>"  TO HD-TITLE
           MOVE  ASK-DATE               TO HD-DATE
           MOVE  "到期預警天數 : "      TO HD-TEXT
           MOVE  ASK-DAYS               TO HD-DAYS
           OPEN  OUTPUT   WOPFL
           OPEN  OUTPUT   PRINTFL
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           MOVE  "一. 已過期尚有庫存 (轉報廢建議)"
                 TO HD-SECTION
           WRITE PRT-REC  FROM  HD-5  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3E AFTER 1  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  0  TO WK-LINE-CNT  WK-LINE-QTY  WK-LINE-VALUE
           PERFORM  VARYING  LOT-IDX  FROM  1  BY 1
                    UNTIL LOT-IDX  >  LOT-CNT
              IF  LB-QTY (LOT-IDX)  >  0
                  AND  LB-EXPIRY (LOT-IDX)  >  0
                  AND  LB-EXPIRY (LOT-IDX)  <  ASK-DATE
                  PERFORM  410-EXPIRY-LINE
                  IF  LB-LOC (LOT-IDX)  NOT =  "**"
                      PERFORM  420-WRITE-PROPOSAL
                  END-IF
              END-IF
           END-PERFORM
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  "已過期批數 / 數量 / 金額 : "  TO TOT-TEXT
           PERFORM  430-SECTION-TOTAL
           MOVE  "二. 預警期內到期"  TO HD-SECTION
           WRITE PRT-REC  FROM  HD-5  AFTER 3  LINES
           WRITE PRT-REC  FROM  HD-3E AFTER 1  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  0  TO WK-LINE-CNT  WK-LINE-QTY  WK-LINE-VALUE
           PERFORM  VARYING  LOT-IDX  FROM  1  BY 1
                    UNTIL LOT-IDX  >  LOT-CNT
              IF  LB-QTY (LOT-IDX)  >  0
                  AND  LB-EXPIRY (LOT-IDX)  NOT <  ASK-DATE
                  AND  LB-EXPIRY (LOT-IDX)  NOT >  WK-LIMIT
                  PERFORM  410-EXPIRY-LINE
              END-IF
           END-PERFORM
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  "將到期批數 / 數量 / 金額 : "  TO TOT-TEXT
           PERFORM  430-SECTION-TOTAL
           CLOSE WOPFL  PRINTFL
           DISPLAY  "報廢建議筆數 = " WOFF-CNT
                    " (D0799.DAT, 以 W 作業轉入)".
       410-EXPIRY-LINE.
           MOVE  0  TO WK-PRICE
           PERFORM  VARYING  SKU-IDX  FROM  1  BY 1
                    UNTIL SKU-IDX  >  SKU-CNT
              IF  SKU-TAB-CODE (SKU-IDX)  =  LB-SKU (LOT-IDX)
                  MOVE  SKU-TAB-PRICE (SKU-IDX)  TO WK-PRICE
              END-IF
           END-PERFORM
           COMPUTE  WK-VALUE = LB-QTY (LOT-IDX) * WK-PRICE
           MOVE  LB-SKU    (LOT-IDX)  TO DE-SKU
           MOVE  LB-LOC    (LOT-IDX)  TO DE-LOC
           MOVE  LB-LOT    (LOT-IDX)  TO DE-LOT
           MOVE  LB-EXPIRY (LOT-IDX)  TO DE-EXPIRY
           MOVE  LB-DOC    (LOT-IDX)  TO DE-DOC
           MOVE  LB-QTY    (LOT-IDX)  TO DE-QTY
           MOVE  WK-VALUE             TO DE-VALUE
           WRITE PRT-REC  FROM  DL-E  AFTER 1  LINES
           ADD   1                TO WK-LINE-CNT
           ADD   LB-QTY (LOT-IDX) TO WK-LINE-QTY
           ADD   WK-VALUE         TO WK-LINE-VALUE
           ADD   1                TO RUNLOG-WRITE-CNT.
       420-WRITE-PROPOSAL.
           MOVE  LB-SKU    (LOT-IDX)  TO WOP-SKU
           MOVE  LB-LOC    (LOT-IDX)  TO WOP-LOC
           MOVE  LB-LOT    (LOT-IDX)  TO WOP-LOT
           MOVE  LB-EXPIRY (LOT-IDX)  TO WOP-EXPIRY
           MOVE  LB-QTY    (LOT-IDX)  TO WOP-QTY
           MOVE  WK-VALUE             TO WOP-VALUE
           WRITE WOP-REC
           ADD   1  TO WOFF-CNT.
       430-SECTION-TOTAL.
           MOVE  WK-LINE-CNT    TO TOT-CNT
           MOVE  WK-LINE-QTY    TO TOT-QTY
           MOVE  WK-LINE-VALUE  TO TOT-VALUE
           WRITE PRT-REC  FROM  TOT-1  AFTER 1  LINES.
       500-POST-WRITEOFFS.
           OPEN  INPUT WOPFL
           IF  WOPFL-STATUS  NOT =  "00"
               DISPLAY  "查無報廢建議檔 D0799.DAT,"
                        " 請先執行 E 作業"
               MOVE  "A"   TO RUNLOG-STATUS
               EXIT  PARAGRAPH
           END-IF
           READ  WOPFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO RUNLOG-READ-CNT
              IF  WOP-CNT  <  200
                  ADD   1  TO WOP-CNT
                  MOVE  WOP-SKU  TO WT-SKU (WOP-CNT)
                  MOVE  WOP-LOC  TO WT-LOC (WOP-CNT)
                  MOVE  WOP-LOT  TO WT-LOT (WOP-CNT)
                  MOVE  WOP-QTY  TO WT-QTY (WOP-CNT)
                  DISPLAY  WOP-SKU " " WOP-LOC " " WOP-LOT " "
                           WOP-EXPIRY " " WOP-QTY
              END-IF
              READ  WOPFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE WOPFL
           MOVE  "N"  TO EOF-SW
           IF  WOP-CNT  =  0
               DISPLAY  "無報廢建議"
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  "報廢異動日期 (YYMMDD) : " WITH NO ADVANCING
           ACCEPT   ASK-SDATE
           DISPLAY  "以上過期批號確認報廢 (Y/N) : "
                    WITH NO ADVANCING
           ACCEPT   ASK-ANSW
           IF  ASK-ANSW  NOT =  "Y"  AND  ASK-ANSW  NOT =  "y"
               DISPLAY  "未轉入"
               EXIT  PARAGRAPH
           END-IF
           OPEN  EXTEND SDTFL
           IF  SDTFL-STATUS  =  "35"
               OPEN  OUTPUT SDTFL
           END-IF
           PERFORM  VARYING  WOP-IDX  FROM  1  BY 1
                    UNTIL WOP-IDX  >  WOP-CNT
              MOVE  WT-QTY (WOP-IDX)  TO WK-LEFT
              PERFORM  UNTIL WK-LEFT = 0
                 MOVE  ASK-SDATE         TO SDT-DATE
                 MOVE  WT-SKU (WOP-IDX)  TO SDT-SKU
                 MOVE  "W"               TO SDT-MOVE
                 IF  WK-LEFT  >  999
                     MOVE  999      TO SDT-QTY
                 ELSE
                     MOVE  WK-LEFT  TO SDT-QTY
                 END-IF
                 MOVE  SPACES            TO SDT-CUST
                 MOVE  WT-LOC (WOP-IDX)  TO SDT-LOC
                 MOVE  SPACES            TO SDT-DOC
                 WRITE SDT-REC
                 SUBTRACT  SDT-QTY  FROM  WK-LEFT
                 ADD   1  TO WOFF-CNT
                 ADD   1  TO RUNLOG-WRITE-CNT
              END-PERFORM
           END-PERFORM
           CLOSE SDTFL
           OPEN  OUTPUT   WOPFL
           CLOSE WOPFL
           DISPLAY  "報廢異動筆數 = " WOFF-CNT.
       600-EXCURSION-TRACE.
           DISPLAY  "冷藏倉別 (空白:冷藏倉)   : "
                    WITH NO ADVANCING
           ACCEPT   ASK-LOC
           IF  ASK-LOC  =  SPACES
               PERFORM  VARYING  LOC-IDX  FROM  LOC-CNT  BY -1
                        UNTIL LOC-IDX  <  1
                  IF  LT-COLD (LOC-IDX)  =  "Y"
                      MOVE  LT-CODE (LOC-IDX)  TO ASK-LOC
                  END-IF
               END-PERFORM
           END-IF
           MOVE  ASK-LOC  TO WK-LOC
           PERFORM  110-FIND-LOCATION
           IF  MATCH-IDX  =  0
               DISPLAY  "倉別不在倉庫檔 : " ASK-LOC
               MOVE  "A"   TO RUNLOG-STATUS
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  "異常期間起日 (YYMMDD)    : "
                    WITH NO ADVANCING
           ACCEPT   ASK-FROM
           DISPLAY  "異常期間迄日 (YYMMDD)    : "
                    WITH NO ADVANCING
           ACCEPT   ASK-TO
           COMPUTE  REPLAY-FROM = 20000000 + ASK-FROM
           COMPUTE  REPLAY-TO   = 20000000 + ASK-TO
           MOVE  "N"  TO ALC-SW
           PERFORM  200-REPLAY-LOTS
           MOVE  "<<<  冷 藏 異 常 批 號 追 溯  >>>"
                 TO HD-TITLE
           MOVE  ASK-FROM              TO HD-FROM
           MOVE  ASK-TO                TO HD-TO
           MOVE  ASK-LOC               TO HD-LOC
           MOVE  LT-NAME (MATCH-IDX)   TO HD-LOC-NAME
           MOVE  0  TO WK-LINE-CNT  WK-LINE-QTY
           OPEN  OUTPUT   PRINTFL
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-2X AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3X AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           PERFORM  VARYING  LOT-IDX  FROM  1  BY 1
                    UNTIL LOT-IDX  >  LOT-CNT
              IF  LB-LOC (LOT-IDX)  =  ASK-LOC
                  PERFORM  610-TRACE-LINE
              END-IF
           END-PERFORM
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  "期間在庫批數 / 數量 : "  TO TOT-TEXT
           MOVE  WK-LINE-CNT  TO TOT-CNT
           MOVE  WK-LINE-QTY  TO TOT-QTY
           MOVE  0            TO TOT-VALUE
           WRITE PRT-REC  FROM  TOT-1  AFTER 1  LINES
           CLOSE PRINTFL
           DISPLAY  "期間在庫批數 = " WK-LINE-CNT.
       610-TRACE-LINE.
           IF  LB-DATE (LOT-IDX)  <  REPLAY-FROM
               COMPUTE  WK-START = LB-IN (LOT-IDX)
                                 - LB-PRE-OUT (LOT-IDX)
               MOVE  0  TO WK-IN
           ELSE
               MOVE  0               TO WK-START
               MOVE  LB-IN (LOT-IDX) TO WK-IN
           END-IF
           IF  WK-START  NOT >  0  AND  WK-IN  =  0
               EXIT  PARAGRAPH
           END-IF
           MOVE  LB-SKU    (LOT-IDX)  TO DX-SKU
           MOVE  LB-LOT    (LOT-IDX)  TO DX-LOT
           MOVE  LB-EXPIRY (LOT-IDX)  TO DX-EXPIRY
           MOVE  LB-DOC    (LOT-IDX)  TO DX-DOC
           MOVE  WK-START             TO DX-START
           MOVE  WK-IN                TO DX-IN
           MOVE  LB-QTY    (LOT-IDX)  TO DX-END
           WRITE PRT-REC  FROM  DL-X  AFTER 1  LINES
           ADD   1  TO WK-LINE-CNT
           ADD   1  TO RUNLOG-WRITE-CNT
           IF  WK-START  >  0
               ADD   WK-START  TO WK-LINE-QTY
           END-IF
           ADD   WK-IN  TO WK-LINE-QTY.
