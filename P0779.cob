           SELECT   PRCFL   ASSIGN   TO "D1221.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    PRCFL-STATUS.
           SELECT   CSTFL   ASSIGN   TO "D0789.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CSTFL-STATUS.
           SELECT   ABCFL   ASSIGN   TO "D0792.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    ABCFL-STATUS.
           SELECT   ACCFL   ASSIGN   TO "D0794.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    ACCFL-STATUS.
           SELECT   LOCFL   ASSIGN   TO "D0795.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    LOCFL-STATUS.
           SELECT   PRINTFL ASSIGN   TO "PRINT0779".
       DATA   DIVISION.
       FILE   SECTION.
           03 SDT-MOVE        PIC X.
           03 SDT-QTY         PIC 9(3).
           03 SDT-CUST        PIC X(4).
           03 SDT-LOC         PIC X(2).
           03 SDT-DOC         PIC X(6).
       FD  CNTFL
           DATA  RECORD   IS CNT-REC.
       01  CNT-REC.
           03 CNT-SKU         PIC X(4).
           03 CNT-DATE        PIC 9(6).
           03 CNT-QTY         PIC 9(5).
           03 CNT-LOC         PIC X(2).
       FD  PRCFL
           DATA  RECORD   IS PRC-REC.
       01  PRC-REC.
           03 PRC-SKU          PIC X(4).
           03 PRC-PRICE        PIC 9(5)V99.
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
       FD  ABCFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS ABC-REC.
       01  ABC-REC.
           03 ABC-SKU         PIC X(4).
           03 ABC-CLASS       PIC X.
           03 ABC-RANK        PIC 9(4).
           03 ABC-VALUE       PIC 9(9)V99.
           03 ABC-CUM-PCT     PIC 9(3)V9.
           03 ABC-DATE        PIC 9(8).
       FD  ACCFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS ACC-REC.
       01  ACC-REC.
           03 ACC-DATE        PIC 9(6).
           03 ACC-CLASS       PIC X.
           03 ACC-CNT         PIC 9(5).
           03 ACC-HIT         PIC 9(5).
           03 ACC-VALUE       PIC 9(9)V99.
       FD  LOCFL
           DATA  RECORD   IS LOC-REC.
       01  LOC-REC.
           03 LOC-CODE        PIC X(2).
           03 LOC-NAME        PIC X(20).
           03 LOC-COLD        PIC X.
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC            PIC X(80).
           03 FILLER          PIC X(15).
           03 FILLER          PIC X(45)   VALUE
                 "<<<   盤 點 盈 虧 分 析 表   >>>".
       01  HD-1A.
           03 FILLER          PIC X(9)    VALUE "倉別 : ".
           03 HD-LOC          PIC X(2).
           03 FILLER          PIC X.
           03 HD-LOC-NAME     PIC X(20).
       01  HD-2.
           03 FILLER          PIC X(8)    VALUE "貨品".
           03 FILLER          PIC X(10)   VALUE "帳面量".
           03 FILLER          PIC X(10)   VALUE "盤點量".
           03 FILLER          PIC X(10)   VALUE "差 異".
           03 FILLER          PIC X(14)   VALUE "  差異成本".
       01  HD-3               PIC X(60)   VALUE ALL "=".
       01  DL.
           03 DL-SKU          PIC X(4).
           03 FILLER          PIC X(2).
           03 DL-VALUE        PIC Z,ZZZ,ZZ9.99-.
       01  TOT-1.
           03 FILLER          PIC X(18)   VALUE "盤虧總成本 : ".
           03 TOT-VALUE       PIC Z,ZZZ,ZZ9.99-.
       01  TOT-2.
           03 FILLER          PIC X(30)   VALUE
                 "全部倉別盤虧總成本 : ".
           03 TOT-ALL-VALUE   PIC Z,ZZZ,ZZ9.99-.
       01  LOC-TAB-AREA.
           03 LOC-CNT           PIC 9(2)   VALUE 0.
           03 LOC-ENTRY         OCCURS 10 TIMES.
              05 LT-CODE        PIC X(2).
              05 LT-NAME        PIC X(20).
       01  AC-1.
           03 FILLER          PIC X(15).
           03 FILLER          PIC X(45)   VALUE
                 "<<<   盤 點 正 確 率 分 析   >>>".
       01  AC-2.
           03 FILLER          PIC X(10)   VALUE "年月".
           03 FILLER          PIC X(8)    VALUE "類別".
           03 FILLER          PIC X(14)   VALUE "盤點項數".
           03 FILLER          PIC X(14)   VALUE "正確項數".
           03 FILLER          PIC X(10)   VALUE "正確率%".
           03 FILLER          PIC X(16)   VALUE "  差異成本".
       01  AC-DL.
           03 AC-YYMM         PIC 99/99.
           03 FILLER          PIC X(5).
           03 AC-CLASS        PIC X.
           03 FILLER          PIC X(7).
           03 AC-CNT          PIC ZZZZ9.
           03 FILLER          PIC X(9).
           03 AC-HIT          PIC ZZZZ9.
           03 FILLER          PIC X(9).
           03 AC-PCT          PIC ZZ9.9.
           03 FILLER          PIC X(3).
           03 AC-VALUE        PIC ZZZ,ZZZ,ZZ9.99.
       01  CLS-TAB-AREA.
           03 CLS-ENTRY         OCCURS 3 TIMES.
              05 CLS-CODE       PIC X.
              05 CLS-CNT        PIC 9(5).
              05 CLS-HIT        PIC 9(5).
              05 CLS-VALUE      PIC 9(9)V99.
       01  HIS-TAB-AREA.
           03 HIS-CNT           PIC 9(3)   VALUE 0.
           03 HIS-ENTRY         OCCURS 120 TIMES.
              05 HIS-YYMM       PIC 9(4).
              05 HIS-CLASS      PIC X.
              05 HIS-CNT-T      PIC 9(6).
              05 HIS-HIT-T      PIC 9(6).
              05 HIS-VALUE      PIC 9(9)V99.
       01  SKU-TAB-AREA.
           03 SKU-CNT           PIC 9(3)   VALUE 0.
           03 SKU-ENTRY         OCCURS 500 TIMES.
              05 SKU-TAB-CODE   PIC X(4).
              05 SKU-TAB-PRICE  PIC 9(5)V99.
              05 SKU-TAB-COST   PIC 9(5)V9999.
              05 SKU-TAB-BOOK   PIC S9(6).
              05 SKU-TAB-CNTD   PIC 9(5).
              05 SKU-TAB-CNT-SW PIC X.
              05 SKU-TAB-DIFF   PIC S9(6).
              05 SKU-TAB-VAL    PIC S9(8)V99.
              05 SKU-TAB-DONE   PIC X.
              05 SKU-TAB-CLASS  PIC X.
       01  WORK-AREA.
           03 WK-ABS-VAL      PIC 9(8)V99.
           03 WK-BEST-VAL     PIC 9(8)V99.
           03 WK-BEST-IDX     PIC 9(3).
           03 WK-YYMM         PIC 9(4).
       01  ASK-DATE           PIC 9(6).
       01  ASK-LOC            PIC X(2).
       01  CUR-LOC            PIC X(2).
       01  LOC-IDX            PIC 9(2).
       01  LOC-MATCH          PIC 9(2)   VALUE 0.
       01  ALL-VALUE          PIC S9(9)V99  VALUE 0.
       01  SKU-IDX            PIC 9(3).
       01  MATCH-IDX          PIC 9(3).
       01  CLS-IDX            PIC 9.
       01  HIS-IDX            PIC 9(3).
       01  ADJ-CNT            PIC 9(3)   VALUE 0.
       01  GR-VALUE           PIC S9(9)V99  VALUE 0.
       01  EOF-SW             PIC X      VALUE "N".
       01  SDTFL-STATUS       PIC XX.
       01  CNTFL-STATUS       PIC XX.
       01  PRCFL-STATUS       PIC XX.
       01  CSTFL-STATUS       PIC XX.
       01  ABCFL-STATUS       PIC XX.
       01  ACCFL-STATUS       PIC XX.
       01  LOCFL-STATUS       PIC XX.
       01  RUNLOG-JOB         PIC X(8)   VALUE "P0779".
       01  RUNLOG-ACTION      PIC X.
       01  RUNLOG-READ-CNT    PIC 9(7)   VALUE 0.
                                 RUNLOG-STATUS
           DISPLAY  "調整異動日期 (YYMMDD) : " WITH NO ADVANCING
           ACCEPT   ASK-DATE
           DISPLAY  "盤點倉別 (空白:全部) : " WITH NO ADVANCING
           ACCEPT   ASK-LOC
           PERFORM  170-LOAD-LOCATIONS
           IF  ASK-LOC  NOT =  SPACES
               PERFORM  VARYING  LOC-IDX  FROM  1  BY 1
                        UNTIL LOC-IDX  >  LOC-CNT
                  IF  LT-CODE (LOC-IDX)  =  ASK-LOC
                      MOVE  LOC-IDX  TO LOC-MATCH
                  END-IF
               END-PERFORM
               IF  LOC-MATCH  =  0
                   DISPLAY  "倉別不在倉庫檔 : " ASK-LOC
                   MOVE  "A"   TO RUNLOG-STATUS
                   MOVE  "E"   TO RUNLOG-ACTION
                   CALL  "P0900"  USING  RUNLOG-JOB     RUNLOG-ACTION
                                         RUNLOG-READ-CNT
                                         RUNLOG-WRITE-CNT
                                         RUNLOG-STATUS
                   STOP  RUN
               END-IF
           END-IF
           PERFORM  100-LOAD-PRICES
           PERFORM  150-LOAD-COSTS
           PERFORM  160-LOAD-CLASSES
           PERFORM  450-INIT-ACCURACY
           OPEN  OUTPUT   PRINTFL
           PERFORM  VARYING  LOC-IDX  FROM  1  BY 1
                    UNTIL LOC-IDX  >  LOC-CNT
              IF  LOC-MATCH  =  0  OR  LOC-MATCH  =  LOC-IDX
                  PERFORM  180-PROCESS-LOCATION
              END-IF
           END-PERFORM
           IF  LOC-MATCH  =  0  AND  LOC-CNT  >  1
               MOVE  ALL-VALUE  TO TOT-ALL-VALUE
               WRITE PRT-REC  FROM  TOT-2  AFTER 2  LINES
           END-IF
           PERFORM  470-WRITE-ACCURACY
           PERFORM  600-ACCURACY-REPORT
           CLOSE PRINTFL
           DISPLAY  "調整筆數 = " ADJ-CNT
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                         ADD   1  TO SKU-CNT
                         MOVE  PRC-SKU    TO SKU-TAB-CODE  (SKU-CNT)
                         MOVE  PRC-PRICE  TO SKU-TAB-PRICE (SKU-CNT)
                         MOVE  PRC-PRICE  TO SKU-TAB-COST  (SKU-CNT)
                         MOVE  0      TO SKU-TAB-BOOK (SKU-CNT)
                         MOVE  0      TO SKU-TAB-CNTD (SKU-CNT)
                         MOVE  SPACE  TO SKU-TAB-CNT-SW (SKU-CNT)
                         MOVE  0      TO SKU-TAB-DIFF (SKU-CNT)
                         MOVE  0      TO SKU-TAB-VAL  (SKU-CNT)
                         MOVE  SPACE  TO SKU-TAB-DONE (SKU-CNT)
                         MOVE  "C"    TO SKU-TAB-CLASS (SKU-CNT)
                     END-IF
                     READ  PRCFL  AT END
                           MOVE  "Y"  TO EOF-SW
               CLOSE PRCFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       150-LOAD-COSTS.
           OPEN  INPUT CSTFL
           IF  CSTFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  CSTFL  AT END
                     MOVE  "Y"   TO EOF-SW
               END-READ
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              IF  CST-AVG  >  0
                  PERFORM  VARYING  SKU-IDX  FROM  1  BY 1
                           UNTIL SKU-IDX  >  SKU-CNT
                     IF  SKU-TAB-CODE (SKU-IDX)  =  CST-SKU
                         MOVE  CST-AVG  TO SKU-TAB-COST (SKU-IDX)
                     END-IF
                  END-PERFORM
              END-IF
              READ  CSTFL  AT END
                    MOVE  "Y"  TO EOF-SW
              END-READ
           END-PERFORM
           IF  CSTFL-STATUS  NOT =  "35"
               CLOSE CSTFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       160-LOAD-CLASSES.
           OPEN  INPUT ABCFL
           IF  ABCFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  ABCFL  AT END
                     MOVE  "Y"   TO EOF-SW
               END-READ
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              PERFORM  VARYING  SKU-IDX  FROM  1  BY 1
                       UNTIL SKU-IDX  >  SKU-CNT
                 IF  SKU-TAB-CODE (SKU-IDX)  =  ABC-SKU
                     MOVE  ABC-CLASS  TO SKU-TAB-CLASS (SKU-IDX)
                 END-IF
              END-PERFORM
              READ  ABCFL  AT END
                    MOVE  "Y"  TO EOF-SW
              END-READ
           END-PERFORM
           IF  ABCFL-STATUS  NOT =  "35"
               CLOSE ABCFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       170-LOAD-LOCATIONS.
           OPEN  INPUT LOCFL
           IF  LOCFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  LOCFL  AT END
                     MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  LOC-CNT  <  10
                      ADD   1  TO LOC-CNT
                      MOVE  LOC-CODE  TO LT-CODE (LOC-CNT)
                      MOVE  LOC-NAME  TO LT-NAME (LOC-CNT)
                  END-IF
                  READ  LOCFL  AT END
                        MOVE  "Y"  TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE LOCFL
           END-IF
           MOVE  "N"  TO EOF-SW
           IF  LOC-CNT  =  0
               MOVE  1       TO LOC-CNT
               MOVE  "01"    TO LT-CODE (1)
               MOVE  "總倉"  TO LT-NAME (1)
           END-IF.
       180-PROCESS-LOCATION.
           MOVE  LT-CODE (LOC-IDX)  TO CUR-LOC
           MOVE  0  TO GR-VALUE
           PERFORM  VARYING  SKU-IDX  FROM  1  BY 1
                    UNTIL SKU-IDX  >  SKU-CNT
              MOVE  0      TO SKU-TAB-BOOK (SKU-IDX)
              MOVE  0      TO SKU-TAB-CNTD (SKU-IDX)
              MOVE  SPACE  TO SKU-TAB-CNT-SW (SKU-IDX)
              MOVE  0      TO SKU-TAB-DIFF (SKU-IDX)
              MOVE  0      TO SKU-TAB-VAL  (SKU-IDX)
              MOVE  SPACE  TO SKU-TAB-DONE (SKU-IDX)
           END-PERFORM
           PERFORM  200-BOOK-STOCK
           PERFORM  300-APPLY-COUNTS
           PERFORM  400-POST-ADJUSTMENTS
           PERFORM  VARYING  SKU-IDX  FROM  1  BY 1
                    UNTIL SKU-IDX  >  SKU-CNT
              IF  SKU-TAB-CNT-SW (SKU-IDX)  =  "C"
                  PERFORM  480-TALLY-CLASS
              END-IF
           END-PERFORM
           PERFORM  500-SHRINKAGE-REPORT
           ADD   GR-VALUE  TO ALL-VALUE.
       200-BOOK-STOCK.
           OPEN  INPUT SDTFL
           IF  SDTFL-STATUS  NOT =  "00"
           END-IF
           MOVE  "N"  TO EOF-SW.
       210-TALLY-MOVE.
           IF  SDT-LOC  =  SPACES
               MOVE  "01"  TO SDT-LOC
           END-IF
           IF  SDT-LOC  NOT =  CUR-LOC
               EXIT  PARAGRAPH
           END-IF
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  SKU-IDX  FROM  1  BY 1
                    UNTIL SKU-IDX  >  SKU-CNT
                  WHEN  "B"
                  WHEN  "R"
                  WHEN  "I"
                  WHEN  "U"
                     ADD  SDT-QTY  TO SKU-TAB-BOOK (MATCH-IDX)
                  WHEN  "S"
                  WHEN  "O"
                  WHEN  "W"
                  WHEN  "T"
                     SUBTRACT  SDT-QTY
                        FROM  SKU-TAB-BOOK (MATCH-IDX)
               END-EVALUATE
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO RUNLOG-READ-CNT
              IF  CNT-LOC  =  SPACES
                  MOVE  "01"  TO CNT-LOC
              END-IF
              PERFORM  VARYING  SKU-IDX  FROM  1  BY 1
                       UNTIL SKU-IDX  >  SKU-CNT
                 IF  SKU-TAB-CODE (SKU-IDX)  =  CNT-SKU
                     AND  CNT-DATE  =  ASK-DATE
                     AND  CNT-LOC  =  CUR-LOC
                     MOVE  CNT-QTY  TO SKU-TAB-CNTD (SKU-IDX)
                     MOVE  "C"      TO SKU-TAB-CNT-SW (SKU-IDX)
                 END-IF
                  COMPUTE  SKU-TAB-DIFF (SKU-IDX)
                         = SKU-TAB-CNTD (SKU-IDX)
                         - SKU-TAB-BOOK (SKU-IDX)
                  COMPUTE  SKU-TAB-VAL (SKU-IDX)  ROUNDED
                         = SKU-TAB-DIFF (SKU-IDX)
                         * SKU-TAB-COST (SKU-IDX)
                  IF  SKU-TAB-DIFF (SKU-IDX)  NOT =  0
                      PERFORM  410-WRITE-ADJUSTMENT
                  END-IF
           MOVE  ASK-DATE  TO SDT-DATE
           MOVE  SKU-TAB-CODE (SKU-IDX)  TO SDT-SKU
           MOVE  SPACES    TO SDT-CUST
           MOVE  CUR-LOC   TO SDT-LOC
           MOVE  SPACES    TO SDT-DOC
           IF  SKU-TAB-DIFF (SKU-IDX)  >  0
               MOVE  "I"  TO SDT-MOVE
               MOVE  SKU-TAB-DIFF (SKU-IDX)  TO SDT-QTY
           WRITE SDT-REC
           ADD   1  TO ADJ-CNT
           ADD   1  TO RUNLOG-WRITE-CNT.
       450-INIT-ACCURACY.
           MOVE  "A"  TO CLS-CODE (1)
           MOVE  "B"  TO CLS-CODE (2)
           MOVE  "C"  TO CLS-CODE (3)
           PERFORM  VARYING  CLS-IDX  FROM  1  BY 1
                    UNTIL CLS-IDX  >  3
              MOVE  0  TO CLS-CNT (CLS-IDX)  CLS-HIT (CLS-IDX)
                          CLS-VALUE (CLS-IDX)
           END-PERFORM.
       470-WRITE-ACCURACY.
           OPEN  EXTEND ACCFL
           IF  ACCFL-STATUS  =  "35"
               OPEN  OUTPUT ACCFL
           END-IF
           PERFORM  VARYING  CLS-IDX  FROM  1  BY 1
                    UNTIL CLS-IDX  >  3
              IF  CLS-CNT (CLS-IDX)  >  0
                  MOVE  ASK-DATE              TO ACC-DATE
                  MOVE  CLS-CODE  (CLS-IDX)   TO ACC-CLASS
                  MOVE  CLS-CNT   (CLS-IDX)   TO ACC-CNT
                  MOVE  CLS-HIT   (CLS-IDX)   TO ACC-HIT
                  MOVE  CLS-VALUE (CLS-IDX)   TO ACC-VALUE
                  WRITE ACC-REC
                  ADD   1  TO RUNLOG-WRITE-CNT
              END-IF
           END-PERFORM
           CLOSE ACCFL.
       480-TALLY-CLASS.
           EVALUATE  SKU-TAB-CLASS (SKU-IDX)
              WHEN  "A"
                 MOVE  1  TO CLS-IDX
              WHEN  "B"
                 MOVE  2  TO CLS-IDX
              WHEN  OTHER
                 MOVE  3  TO CLS-IDX
           END-EVALUATE
           ADD   1  TO CLS-CNT (CLS-IDX)
           IF  SKU-TAB-DIFF (SKU-IDX)  =  0
               ADD   1  TO CLS-HIT (CLS-IDX)
           END-IF
           IF  SKU-TAB-VAL (SKU-IDX)  <  0
               COMPUTE  CLS-VALUE (CLS-IDX) = CLS-VALUE (CLS-IDX)
                                            - SKU-TAB-VAL (SKU-IDX)
           ELSE
               ADD   SKU-TAB-VAL (SKU-IDX)  TO CLS-VALUE (CLS-IDX)
           END-IF.
       500-SHRINKAGE-REPORT.
           MOVE  CUR-LOC            TO HD-LOC
           MOVE  LT-NAME (LOC-IDX)  TO HD-LOC-NAME
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-1A AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3  AFTER 1  LINES
           PERFORM  510-RANKED-LINES
           WRITE PRT-REC  FROM  HD-3  AFTER 1  LINES
           MOVE  GR-VALUE  TO TOT-VALUE
           WRITE PRT-REC  FROM  TOT-1  AFTER 1  LINES.
       510-RANKED-LINES.
           MOVE  1  TO WK-BEST-IDX
           PERFORM  UNTIL WK-BEST-IDX  =  0
                  ADD   SKU-TAB-VAL (WK-BEST-IDX)  TO GR-VALUE
              END-IF
           END-PERFORM.
       600-ACCURACY-REPORT.
           OPEN  INPUT ACCFL
           IF  ACCFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  ACCFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              PERFORM  610-TALLY-HISTORY
              READ  ACCFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  ACCFL-STATUS  NOT =  "35"
               CLOSE ACCFL
           END-IF
           MOVE  "N"  TO EOF-SW
           WRITE PRT-REC  FROM  AC-1  AFTER PAGE
           WRITE PRT-REC  FROM  AC-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3  AFTER 1  LINES
           PERFORM  VARYING  HIS-IDX  FROM  1  BY 1
                    UNTIL HIS-IDX  >  HIS-CNT
              MOVE  HIS-YYMM  (HIS-IDX)  TO AC-YYMM
              MOVE  HIS-CLASS (HIS-IDX)  TO AC-CLASS
              MOVE  HIS-CNT-T (HIS-IDX)  TO AC-CNT
              MOVE  HIS-HIT-T (HIS-IDX)  TO AC-HIT
              COMPUTE  AC-PCT  ROUNDED = HIS-HIT-T (HIS-IDX) * 100
                                       / HIS-CNT-T (HIS-IDX)
              MOVE  HIS-VALUE (HIS-IDX)  TO AC-VALUE
              WRITE PRT-REC  FROM  AC-DL  AFTER 1  LINES
           END-PERFORM
           WRITE PRT-REC  FROM  HD-3  AFTER 1  LINES.
       610-TALLY-HISTORY.
           IF  ACC-CNT  =  0
               EXIT  PARAGRAPH
           END-IF
           MOVE  ACC-DATE (1:4)  TO WK-YYMM
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  HIS-IDX  FROM  1  BY 1
                    UNTIL HIS-IDX  >  HIS-CNT
              IF  HIS-YYMM (HIS-IDX)  =  WK-YYMM
                  AND  HIS-CLASS (HIS-IDX)  =  ACC-CLASS
                  MOVE  HIS-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM
           IF  MATCH-IDX  =  0
               IF  HIS-CNT  NOT <  120
                   EXIT  PARAGRAPH
               END-IF
               PERFORM  620-INSERT-HISTORY
           END-IF
           ADD   ACC-CNT    TO HIS-CNT-T (MATCH-IDX)
           ADD   ACC-HIT    TO HIS-HIT-T (MATCH-IDX)
           ADD   ACC-VALUE  TO HIS-VALUE (MATCH-IDX).
       620-INSERT-HISTORY.
           ADD   1  TO HIS-CNT
           MOVE  HIS-CNT  TO MATCH-IDX
           PERFORM  UNTIL MATCH-IDX  =  1
              IF  HIS-YYMM (MATCH-IDX - 1)  <  WK-YYMM
                  OR  ( HIS-YYMM (MATCH-IDX - 1)  =  WK-YYMM
                        AND  HIS-CLASS (MATCH-IDX - 1)  <  ACC-CLASS )
                  EXIT  PERFORM
              END-IF
              MOVE  HIS-ENTRY (MATCH-IDX - 1)  TO HIS-ENTRY (MATCH-IDX)
              SUBTRACT  1  FROM  MATCH-IDX
           END-PERFORM
           MOVE  WK-YYMM    TO HIS-YYMM  (MATCH-IDX)
           MOVE  ACC-CLASS  TO HIS-CLASS (MATCH-IDX)
           MOVE  0  TO HIS-CNT-T (MATCH-IDX)  HIS-HIT-T (MATCH-IDX)
                       HIS-VALUE (MATCH-IDX).
