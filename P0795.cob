       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P0795.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   LOCFL   ASSIGN   TO "D0795.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    LOCFL-STATUS.
           SELECT   TRFFL   ASSIGN   TO "D0796.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    TRFFL-STATUS.
           SELECT   SDTFL   ASSIGN   TO "D0772.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    SDTFL-STATUS.
           SELECT   PRCFL   ASSIGN   TO "D1221.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    PRCFL-STATUS.
           SELECT   PRINTFL ASSIGN   TO "PRINT0795".
       DATA   DIVISION.
       FILE   SECTION.
       FD  LOCFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS LOC-REC.
       01  LOC-REC.
           03 LOC-CODE        PIC X(2).
           03 LOC-NAME        PIC X(20).
           03 LOC-COLD        PIC X.
       FD  TRFFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS TRF-REC.
       01  TRF-REC.
           03 TRF-NO          PIC X(6).
           03 TRF-LINE        PIC 99.
           03 TRF-FROM        PIC X(2).
           03 TRF-TO          PIC X(2).
           03 TRF-SKU         PIC X(4).
           03 TRF-QTY         PIC 9(3).
           03 TRF-OUT-DATE    PIC 9(6).
           03 TRF-IN-DATE     PIC 9(6).
           03 TRF-STATUS      PIC X.
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
                 "<<<  各 倉 庫 存 明 細 表  >>>".
       01  HD-2.
           03 FILLER          PIC X(8)    VALUE "貨品".
           03 FILLER          PIC X(8)    VALUE "倉別".
           03 FILLER          PIC X(22)   VALUE "倉庫名稱".
           03 FILLER          PIC X(10)   VALUE "  數量".
       01  HD-3               PIC X(60)   VALUE ALL "=".
       01  HD-4               PIC X(60)   VALUE ALL "-".
       01  DL.
           03 DL-SKU          PIC X(4).
           03 FILLER          PIC X(4).
           03 DL-LOC          PIC X(2).
           03 FILLER          PIC X(6).
           03 DL-NAME         PIC X(20).
           03 FILLER          PIC X(2).
           03 DL-QTY          PIC ZZZ,ZZ9-.
       01  TOT-1.
           03 FILLER          PIC X(8).
           03 TOT-LOC         PIC X(2).
           03 FILLER          PIC X(6).
           03 TOT-NAME        PIC X(20).
           03 FILLER          PIC X(2).
           03 TOT-QTY         PIC ZZZ,ZZ9-.
       01  LOC-TAB-AREA.
           03 LOC-CNT           PIC 9(2)   VALUE 0.
           03 LOC-ENTRY         OCCURS 10 TIMES.
              05 LT-CODE        PIC X(2).
              05 LT-NAME        PIC X(20).
              05 LT-COLD        PIC X.
              05 LT-TOTAL       PIC S9(7).
       01  SKU-TAB-AREA.
           03 SKU-CNT           PIC 9(3)   VALUE 0.
           03 SKU-ENTRY         OCCURS 500 TIMES.
              05 SKU-TAB-CODE   PIC X(4).
              05 SKU-TAB-TRANS  PIC 9(6).
              05 SKU-TAB-QTY    PIC S9(6)  OCCURS 10 TIMES.
       01  TRF-TAB-AREA.
           03 TRF-CNT           PIC 9(3)   VALUE 0.
           03 TRF-ENTRY         OCCURS 500 TIMES.
              05 TT-NO          PIC X(6).
              05 TT-LINE        PIC 99.
              05 TT-FROM        PIC X(2).
              05 TT-TO          PIC X(2).
              05 TT-SKU         PIC X(4).
              05 TT-QTY         PIC 9(3).
              05 TT-OUT-DATE    PIC 9(6).
              05 TT-IN-DATE     PIC 9(6).
              05 TT-STATUS      PIC X.
       01  WORK-AREA.
           03 WK-LOC          PIC X(2).
           03 WK-FROM         PIC X(2).
           03 WK-TO           PIC X(2).
           03 WK-SKU          PIC X(4).
           03 WK-QTY          PIC 9(3).
           03 WK-AVAIL        PIC S9(6).
           03 WK-LINE         PIC 99.
           03 WK-TRF-SEQ      PIC 9(4)   VALUE 0.
           03 WK-TRF-NO       PIC X(6).
           03 WK-TRF-NO-R  REDEFINES  WK-TRF-NO.
              05 WK-TRF-PFX   PIC X(2).
              05 WK-TRF-SEQ-N PIC 9(4).
           03 WK-SKU-TOTAL    PIC S9(7).
           03 WK-GR-TOTAL     PIC S9(8).
           03 WK-TRANS-TOTAL  PIC 9(7).
       01  ASK-DATE           PIC 9(6).
       01  ASK-ANSW           PIC X.
       01  MODE-SW            PIC X.
       01  LOC-IDX            PIC 9(2).
       01  FROM-IDX           PIC 9(2).
       01  TO-IDX             PIC 9(2).
       01  SKU-IDX            PIC 9(3).
       01  TRF-IDX            PIC 9(3).
       01  MATCH-IDX          PIC 9(3).
       01  LINE-CNT           PIC 9(3)   VALUE 0.
       01  EOF-SW             PIC X      VALUE "N".
       01  LOCFL-STATUS       PIC XX.
       01  TRFFL-STATUS       PIC XX.
       01  SDTFL-STATUS       PIC XX.
       01  PRCFL-STATUS       PIC XX.
       01  RUNLOG-JOB         PIC X(8)   VALUE "P0795".
       01  RUNLOG-ACTION      PIC X.
       01  RUNLOG-READ-CNT    PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT   PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS      PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "(M)倉庫維護  (T)調撥出庫"
           DISPLAY  "(R)調撥入庫確認  (L)在途查詢"
           DISPLAY  "(H)各倉庫存表 : " WITH NO ADVANCING
           ACCEPT   MODE-SW
           PERFORM  100-LOAD-LOCATIONS
           EVALUATE TRUE
              WHEN  MODE-SW = "M"  OR  MODE-SW = "m"
                 PERFORM  150-MAINTAIN-LOCATIONS
              WHEN  MODE-SW = "T"  OR  MODE-SW = "t"
                 PERFORM  300-TRANSFER-OUT
              WHEN  MODE-SW = "R"  OR  MODE-SW = "r"
                 PERFORM  400-TRANSFER-IN
              WHEN  MODE-SW = "L"  OR  MODE-SW = "l"
                 PERFORM  500-IN-TRANSIT
              WHEN  OTHER
                 PERFORM  600-ON-HAND-REPORT
           END-EVALUATE
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
       150-MAINTAIN-LOCATIONS.
           MOVE  SPACES  TO WK-LOC
           PERFORM  UNTIL WK-LOC = "E"
              DISPLAY  "倉別代號 (E:結束) : " WITH NO ADVANCING
              ACCEPT   WK-LOC
              IF  WK-LOC  NOT =  "E"  AND  WK-LOC  NOT =  SPACES
                  PERFORM  160-MAINTAIN-ONE
              END-IF
           END-PERFORM
           OPEN  OUTPUT LOCFL
           PERFORM  VARYING  LOC-IDX  FROM  1  BY 1
                    UNTIL LOC-IDX  >  LOC-CNT
              MOVE  LT-CODE (LOC-IDX)  TO LOC-CODE
              MOVE  LT-NAME (LOC-IDX)  TO LOC-NAME
              MOVE  LT-COLD (LOC-IDX)  TO LOC-COLD
              WRITE LOC-REC
           END-PERFORM
           CLOSE LOCFL
           DISPLAY  "倉庫筆數 = " LOC-CNT.
       160-MAINTAIN-ONE.
           PERFORM  110-FIND-LOCATION
           IF  MATCH-IDX  =  0
               IF  LOC-CNT  NOT <  10
                   DISPLAY  "倉庫已滿 10 筆"
                   EXIT  PARAGRAPH
               END-IF
               ADD   1  TO LOC-CNT
               MOVE  LOC-CNT  TO MATCH-IDX
               MOVE  WK-LOC   TO LT-CODE (MATCH-IDX)
           ELSE
               DISPLAY  "原名稱 : " LT-NAME (MATCH-IDX)
           END-IF
           DISPLAY  "倉庫名稱           : " WITH NO ADVANCING
           ACCEPT   LT-NAME (MATCH-IDX)
           DISPLAY  "冷藏倉 (Y/N)       : " WITH NO ADVANCING
           ACCEPT   LT-COLD (MATCH-IDX)
           IF  LT-COLD (MATCH-IDX)  =  "y"
               MOVE  "Y"  TO LT-COLD (MATCH-IDX)
           END-IF
           IF  LT-COLD (MATCH-IDX)  NOT =  "Y"
               MOVE  "N"  TO LT-COLD (MATCH-IDX)
           END-IF.
       200-LOAD-PRICES.
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
                         MOVE  PRC-SKU  TO SKU-TAB-CODE  (SKU-CNT)
                         MOVE  0        TO SKU-TAB-TRANS (SKU-CNT)
                         PERFORM  VARYING  LOC-IDX  FROM  1  BY 1
                                  UNTIL LOC-IDX  >  10
                            MOVE  0  TO SKU-TAB-QTY (SKU-CNT, LOC-IDX)
                         END-PERFORM
                     END-IF
                     READ  PRCFL  AT END
                           MOVE  "Y"  TO EOF-SW
                     END-READ
               END-PERFORM
               CLOSE PRCFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       210-BOOK-STOCK.
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
              PERFORM  220-TALLY-MOVE
              READ  SDTFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  SDTFL-STATUS  NOT =  "35"
               CLOSE SDTFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       220-TALLY-MOVE.
           IF  SDT-LOC  =  SPACES
               MOVE  "01"  TO SDT-LOC
           END-IF
           MOVE  SDT-LOC  TO WK-LOC
           PERFORM  110-FIND-LOCATION
           IF  MATCH-IDX  =  0
               EXIT  PARAGRAPH
           END-IF
           MOVE  MATCH-IDX  TO LOC-IDX
           PERFORM  VARYING  SKU-IDX  FROM  1  BY 1
                    UNTIL SKU-IDX  >  SKU-CNT
              IF  SKU-TAB-CODE (SKU-IDX)  =  SDT-SKU
                  EVALUATE  SDT-MOVE
                     WHEN  "B"
                     WHEN  "R"
                     WHEN  "I"
                     WHEN  "U"
                        ADD  SDT-QTY
                           TO SKU-TAB-QTY (SKU-IDX, LOC-IDX)
                     WHEN  "S"
                     WHEN  "O"
                     WHEN  "W"
                     WHEN  "T"
                        SUBTRACT  SDT-QTY
                           FROM  SKU-TAB-QTY (SKU-IDX, LOC-IDX)
                  END-EVALUATE
              END-IF
           END-PERFORM.
       250-LOAD-TRANSFERS.
           OPEN  INPUT TRFFL
           IF  TRFFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  TRFFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  TRF-CNT  <  500
                      ADD   1  TO TRF-CNT
                      MOVE  TRF-NO        TO TT-NO       (TRF-CNT)
                      MOVE  TRF-LINE      TO TT-LINE     (TRF-CNT)
                      MOVE  TRF-FROM      TO TT-FROM     (TRF-CNT)
                      MOVE  TRF-TO        TO TT-TO       (TRF-CNT)
                      MOVE  TRF-SKU       TO TT-SKU      (TRF-CNT)
                      MOVE  TRF-QTY       TO TT-QTY      (TRF-CNT)
                      MOVE  TRF-OUT-DATE  TO TT-OUT-DATE (TRF-CNT)
                      MOVE  TRF-IN-DATE   TO TT-IN-DATE  (TRF-CNT)
                      MOVE  TRF-STATUS    TO TT-STATUS   (TRF-CNT)
                      ADD   1  TO RUNLOG-READ-CNT
                      IF  TRF-NO (1:2)  =  "TR"
                          AND  TRF-NO (3:4)  >  WK-TRF-SEQ
                          MOVE  TRF-NO (3:4)  TO WK-TRF-SEQ
                      END-IF
                  END-IF
                  READ  TRFFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE TRFFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       260-SAVE-TRANSFERS.
           OPEN  OUTPUT TRFFL
           PERFORM  VARYING  TRF-IDX  FROM  1  BY 1
                    UNTIL TRF-IDX  >  TRF-CNT
              MOVE  TT-NO       (TRF-IDX)  TO TRF-NO
              MOVE  TT-LINE     (TRF-IDX)  TO TRF-LINE
              MOVE  TT-FROM     (TRF-IDX)  TO TRF-FROM
              MOVE  TT-TO       (TRF-IDX)  TO TRF-TO
              MOVE  TT-SKU      (TRF-IDX)  TO TRF-SKU
              MOVE  TT-QTY      (TRF-IDX)  TO TRF-QTY
              MOVE  TT-OUT-DATE (TRF-IDX)  TO TRF-OUT-DATE
              MOVE  TT-IN-DATE  (TRF-IDX)  TO TRF-IN-DATE
              MOVE  TT-STATUS   (TRF-IDX)  TO TRF-STATUS
              WRITE TRF-REC
           END-PERFORM
           CLOSE TRFFL.
       300-TRANSFER-OUT.
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           DISPLAY  "調撥日期 (YYMMDD) : " WITH NO ADVANCING
           ACCEPT   ASK-DATE
           DISPLAY  "調出倉別          : " WITH NO ADVANCING
           ACCEPT   WK-FROM
           MOVE  WK-FROM  TO WK-LOC
           PERFORM  110-FIND-LOCATION
           MOVE  MATCH-IDX  TO FROM-IDX
           DISPLAY  "調入倉別          : " WITH NO ADVANCING
           ACCEPT   WK-TO
           MOVE  WK-TO  TO WK-LOC
           PERFORM  110-FIND-LOCATION
           MOVE  MATCH-IDX  TO TO-IDX
           IF  FROM-IDX  =  0  OR  TO-IDX  =  0
               OR  FROM-IDX  =  TO-IDX
               DISPLAY  "倉別錯誤, 未調撥"
               MOVE  "A"   TO RUNLOG-STATUS
           ELSE
               PERFORM  200-LOAD-PRICES
               PERFORM  210-BOOK-STOCK
               PERFORM  250-LOAD-TRANSFERS
               ADD   1  TO WK-TRF-SEQ
               MOVE  "TR"        TO WK-TRF-PFX
               MOVE  WK-TRF-SEQ  TO WK-TRF-SEQ-N
               MOVE  0           TO WK-LINE
               OPEN  EXTEND SDTFL
               IF  SDTFL-STATUS  =  "35"
                   OPEN  OUTPUT SDTFL
               END-IF
               MOVE  SPACES  TO WK-SKU
               PERFORM  UNTIL WK-SKU = "E"
                  DISPLAY  "貨品編號 (E:結束) : "
                           WITH NO ADVANCING
                  ACCEPT   WK-SKU
                  IF  WK-SKU  NOT =  "E"  AND  WK-SKU  NOT =  SPACES
                      PERFORM  310-TRANSFER-LINE
                  END-IF
               END-PERFORM
               CLOSE SDTFL
               IF  WK-LINE  >  0
                   PERFORM  260-SAVE-TRANSFERS
                   DISPLAY  "調撥單號 " WK-TRF-NO
                            "  筆數 = " WK-LINE
               ELSE
                   DISPLAY  "無調撥明細"
               END-IF
           END-IF
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS.
       310-TRANSFER-LINE.
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  SKU-IDX  FROM  1  BY 1
                    UNTIL SKU-IDX  >  SKU-CNT
              IF  SKU-TAB-CODE (SKU-IDX)  =  WK-SKU
                  MOVE  SKU-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM
           IF  MATCH-IDX  =  0
               DISPLAY  "查無此貨品 : " WK-SKU
               EXIT  PARAGRAPH
           END-IF
           MOVE  SKU-TAB-QTY (MATCH-IDX, FROM-IDX)  TO WK-AVAIL
           DISPLAY  "調出倉現有量 " WK-AVAIL
           DISPLAY  "調撥數量          : " WITH NO ADVANCING
           ACCEPT   WK-QTY
           IF  WK-QTY  =  0
               EXIT  PARAGRAPH
           END-IF
           IF  WK-QTY  >  WK-AVAIL
               DISPLAY  "超過調出倉現有量, 未調撥"
               EXIT  PARAGRAPH
           END-IF
           IF  TRF-CNT  NOT <  500  OR  WK-LINE  NOT <  99
               DISPLAY  "調撥檔已滿"
               EXIT  PARAGRAPH
           END-IF
           ADD   1  TO WK-LINE
           ADD   1  TO TRF-CNT
           MOVE  WK-TRF-NO  TO TT-NO       (TRF-CNT)
           MOVE  WK-LINE    TO TT-LINE     (TRF-CNT)
           MOVE  WK-FROM    TO TT-FROM     (TRF-CNT)
           MOVE  WK-TO      TO TT-TO       (TRF-CNT)
           MOVE  WK-SKU     TO TT-SKU      (TRF-CNT)
           MOVE  WK-QTY     TO TT-QTY      (TRF-CNT)
           MOVE  ASK-DATE   TO TT-OUT-DATE (TRF-CNT)
           MOVE  0          TO TT-IN-DATE  (TRF-CNT)
           MOVE  "T"        TO TT-STATUS   (TRF-CNT)
           SUBTRACT  WK-QTY  FROM  SKU-TAB-QTY (MATCH-IDX, FROM-IDX)
           MOVE  ASK-DATE   TO SDT-DATE
           MOVE  WK-SKU     TO SDT-SKU
           MOVE  "T"        TO SDT-MOVE
           MOVE  WK-QTY     TO SDT-QTY
           MOVE  SPACES     TO SDT-CUST
           MOVE  WK-FROM    TO SDT-LOC
           MOVE  WK-TRF-NO  TO SDT-DOC
           WRITE SDT-REC
           ADD   1  TO RUNLOG-WRITE-CNT.
       400-TRANSFER-IN.
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           DISPLAY  "調撥單號          : " WITH NO ADVANCING
           ACCEPT   WK-TRF-NO
           DISPLAY  "入庫日期 (YYMMDD) : " WITH NO ADVANCING
           ACCEPT   ASK-DATE
           PERFORM  250-LOAD-TRANSFERS
           PERFORM  VARYING  TRF-IDX  FROM  1  BY 1
                    UNTIL TRF-IDX  >  TRF-CNT
              IF  TT-NO (TRF-IDX)  =  WK-TRF-NO
                  AND  TT-STATUS (TRF-IDX)  =  "T"
                  ADD   1  TO LINE-CNT
                  DISPLAY  TT-LINE (TRF-IDX) "  "
                           TT-FROM (TRF-IDX) " -> "
                           TT-TO   (TRF-IDX) "  貨品 "
                           TT-SKU  (TRF-IDX) "  數量 "
                           TT-QTY  (TRF-IDX)
              END-IF
           END-PERFORM
           IF  LINE-CNT  =  0
               DISPLAY  "查無在途調撥單 : " WK-TRF-NO
               MOVE  "A"   TO RUNLOG-STATUS
           ELSE
               DISPLAY  "調入倉確認收貨 (Y/N) : "
                        WITH NO ADVANCING
               ACCEPT   ASK-ANSW
               IF  ASK-ANSW = "Y"  OR  ASK-ANSW = "y"
                   PERFORM  410-CONFIRM-RECEIPT
               ELSE
                   DISPLAY  "未確認, 仍為在途"
               END-IF
           END-IF
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS.
       410-CONFIRM-RECEIPT.
           OPEN  EXTEND SDTFL
           IF  SDTFL-STATUS  =  "35"
               OPEN  OUTPUT SDTFL
           END-IF
           PERFORM  VARYING  TRF-IDX  FROM  1  BY 1
                    UNTIL TRF-IDX  >  TRF-CNT
              IF  TT-NO (TRF-IDX)  =  WK-TRF-NO
                  AND  TT-STATUS (TRF-IDX)  =  "T"
                  MOVE  ASK-DATE           TO SDT-DATE
                  MOVE  TT-SKU (TRF-IDX)   TO SDT-SKU
                  MOVE  "U"                TO SDT-MOVE
                  MOVE  TT-QTY (TRF-IDX)   TO SDT-QTY
                  MOVE  SPACES             TO SDT-CUST
                  MOVE  TT-TO  (TRF-IDX)   TO SDT-LOC
                  MOVE  WK-TRF-NO          TO SDT-DOC
                  WRITE SDT-REC
                  ADD   1  TO RUNLOG-WRITE-CNT
                  MOVE  ASK-DATE  TO TT-IN-DATE (TRF-IDX)
                  MOVE  "R"       TO TT-STATUS  (TRF-IDX)
              END-IF
           END-PERFORM
           CLOSE SDTFL
           PERFORM  260-SAVE-TRANSFERS
           DISPLAY  "入庫確認筆數 = " LINE-CNT.
       500-IN-TRANSIT.
           PERFORM  250-LOAD-TRANSFERS
           PERFORM  VARYING  TRF-IDX  FROM  1  BY 1
                    UNTIL TRF-IDX  >  TRF-CNT
              IF  TT-STATUS (TRF-IDX)  =  "T"
                  ADD   1  TO LINE-CNT
                  DISPLAY  TT-NO      (TRF-IDX) "-"
                           TT-LINE    (TRF-IDX) "  "
                           TT-OUT-DATE (TRF-IDX) "  "
                           TT-FROM    (TRF-IDX) " -> "
                           TT-TO      (TRF-IDX) "  貨品 "
                           TT-SKU     (TRF-IDX) "  數量 "
                           TT-QTY     (TRF-IDX)
              END-IF
           END-PERFORM
           DISPLAY  "在途筆數 = " LINE-CNT.
       600-ON-HAND-REPORT.
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           PERFORM  200-LOAD-PRICES
           PERFORM  210-BOOK-STOCK
           PERFORM  250-LOAD-TRANSFERS
           PERFORM  VARYING  TRF-IDX  FROM  1  BY 1
                    UNTIL TRF-IDX  >  TRF-CNT
              IF  TT-STATUS (TRF-IDX)  =  "T"
                  PERFORM  VARYING  SKU-IDX  FROM  1  BY 1
                           UNTIL SKU-IDX  >  SKU-CNT
                     IF  SKU-TAB-CODE (SKU-IDX)  =  TT-SKU (TRF-IDX)
                         ADD   TT-QTY (TRF-IDX)
                            TO SKU-TAB-TRANS (SKU-IDX)
                     END-IF
                  END-PERFORM
              END-IF
           END-PERFORM
           PERFORM  VARYING  LOC-IDX  FROM  1  BY 1
                    UNTIL LOC-IDX  >  LOC-CNT
              MOVE  0  TO LT-TOTAL (LOC-IDX)
           END-PERFORM
           MOVE  0  TO WK-GR-TOTAL  WK-TRANS-TOTAL
           OPEN  OUTPUT   PRINTFL
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3  AFTER 1  LINES
           PERFORM  VARYING  SKU-IDX  FROM  1  BY 1
                    UNTIL SKU-IDX  >  SKU-CNT
              PERFORM  610-SKU-LINES
           END-PERFORM
           WRITE PRT-REC  FROM  HD-3  AFTER 1  LINES
           PERFORM  VARYING  LOC-IDX  FROM  1  BY 1
                    UNTIL LOC-IDX  >  LOC-CNT
              MOVE  LT-CODE  (LOC-IDX)  TO TOT-LOC
              MOVE  LT-NAME  (LOC-IDX)  TO TOT-NAME
              MOVE  LT-TOTAL (LOC-IDX)  TO TOT-QTY
              WRITE PRT-REC  FROM  TOT-1  AFTER 1  LINES
           END-PERFORM
           MOVE  SPACES          TO TOT-LOC
           MOVE  "調撥在途"      TO TOT-NAME
           MOVE  WK-TRANS-TOTAL  TO TOT-QTY
           WRITE PRT-REC  FROM  TOT-1  AFTER 1  LINES
           MOVE  "總計"          TO TOT-NAME
           ADD   WK-TRANS-TOTAL  TO WK-GR-TOTAL
           MOVE  WK-GR-TOTAL     TO TOT-QTY
           WRITE PRT-REC  FROM  TOT-1  AFTER 1  LINES
           CLOSE PRINTFL
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS.
       610-SKU-LINES.
           MOVE  SKU-TAB-TRANS (SKU-IDX)  TO WK-SKU-TOTAL
           MOVE  0  TO LINE-CNT
           PERFORM  VARYING  LOC-IDX  FROM  1  BY 1
                    UNTIL LOC-IDX  >  LOC-CNT
              IF  SKU-TAB-QTY (SKU-IDX, LOC-IDX)  NOT =  0
                  IF  LINE-CNT  =  0
                      MOVE  SKU-TAB-CODE (SKU-IDX)  TO DL-SKU
                  ELSE
                      MOVE  SPACES  TO DL-SKU
                  END-IF
                  MOVE  LT-CODE (LOC-IDX)  TO DL-LOC
                  MOVE  LT-NAME (LOC-IDX)  TO DL-NAME
                  MOVE  SKU-TAB-QTY (SKU-IDX, LOC-IDX)  TO DL-QTY
                  WRITE PRT-REC  FROM  DL  AFTER 1  LINES
                  ADD   1  TO LINE-CNT
                  ADD   1  TO RUNLOG-WRITE-CNT
                  ADD   SKU-TAB-QTY (SKU-IDX, LOC-IDX)
                     TO WK-SKU-TOTAL  LT-TOTAL (LOC-IDX)
                        WK-GR-TOTAL
              END-IF
           END-PERFORM
           IF  SKU-TAB-TRANS (SKU-IDX)  >  0
               IF  LINE-CNT  =  0
                   MOVE  SKU-TAB-CODE (SKU-IDX)  TO DL-SKU
               ELSE
                   MOVE  SPACES  TO DL-SKU
               END-IF
               MOVE  SPACES      TO DL-LOC
               MOVE  "調撥在途"  TO DL-NAME
               MOVE  SKU-TAB-TRANS (SKU-IDX)  TO DL-QTY
               WRITE PRT-REC  FROM  DL  AFTER 1  LINES
               ADD   1  TO LINE-CNT
               ADD   SKU-TAB-TRANS (SKU-IDX)  TO WK-TRANS-TOTAL
           END-IF
           IF  LINE-CNT  >  0
               MOVE  SPACES      TO DL-SKU  DL-LOC
               MOVE  "  合計"    TO DL-NAME
               MOVE  WK-SKU-TOTAL  TO DL-QTY
               WRITE PRT-REC  FROM  DL  AFTER 1  LINES
               WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           END-IF.
