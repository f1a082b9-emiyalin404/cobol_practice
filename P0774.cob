           SELECT   PROMFL  ASSIGN   TO "D0783.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    PROMFL-STATUS.
           SELECT   CTRFL   ASSIGN   TO "D1223.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CTRFL-STATUS.
           SELECT   PRTFL   ASSIGN   TO PRINT "PRINT0774".
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
       FD  PRTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC        PIC X(90).
           05 FILLER      PIC X(10)  VALUE "售出量".
           05 FILLER      PIC X(10)  VALUE "退回量".
           05 FILLER      PIC X(14)  VALUE "銷售收入".
           05 FILLER      PIC X(8)   VALUE "計價".
       01  HD-3           PIC X(68)  VALUE ALL "-".
       01  DL.
           05 DL-SKU      PIC X(4).
           05 FILLER      PIC X(5).
           05 DL-RETURN   PIC ZZZ9.
           05 FILLER      PIC X(3).
           05 DL-REVENUE  PIC Z,ZZZ,ZZ9.99.
           05 FILLER      PIC X(2).
           05 DL-SOURCE   PIC X(8).
       01  SRC-DL.
           05 FILLER      PIC X(19).
           05 SRC-SOLD    PIC ZZZ9.
           05 FILLER      PIC X(13).
           05 SRC-REVENUE PIC Z,ZZZ,ZZ9.99.
           05 FILLER      PIC X(2).
           05 SRC-DESC    PIC X(8).
       01  SRC-NAME-AREA.
           05 FILLER      PIC X(24)  VALUE "  合約  促銷  定價".
       01  SRC-NAME-R  REDEFINES  SRC-NAME-AREA.
           05 SRC-NAME    PIC X(8)   OCCURS 3 TIMES.
       01  TOT-1.
           05 FILLER      PIC X(9)   VALUE "總 計 :".
           05 TOT-BOUGHT  PIC ZZZZ9.
              05 SKU-TAB-SLD    PIC 9(5).
              05 SKU-TAB-RET    PIC 9(5).
              05 SKU-TAB-REV    PIC 9(8)V99.
              05 SKU-TAB-SRC    OCCURS 3 TIMES.
                 07 SKU-SRC-QTY PIC 9(5).
                 07 SKU-SRC-REV PIC 9(8)V99.
       01  DAY-TAB-AREA.
           03 DAY-CNT           PIC 9(3)   VALUE 0.
           03 DAY-ENTRY         OCCURS 100 TIMES.
       01  PROMFL-STATUS      PIC XX.
       01  PROM-EOF-SW        PIC X      VALUE "N".
       01  WK-EFF-PRICE       PIC 9(5)V99.
       01  SRC-IX             PIC 9.
       01  SRC-USED           PIC 9.
       01  SRC-LAST           PIC 9.
       01  CTR-TAB-AREA.
           03 CTR-CNT         PIC 9(3)   VALUE 0.
           03 CTR-ENTRY       OCCURS 300 TIMES.
              05 CN-CUST      PIC X(4).
              05 CN-SKU       PIC X(4).
              05 CN-START     PIC 9(6).
              05 CN-END       PIC 9(6).
              05 CN-PRICE     PIC 9(5)V99.
              05 CN-PCT       PIC 99.
       01  CTR-IDX            PIC 9(3).
       01  CTRFL-STATUS       PIC XX.
       01  WORK-AREA.
           03 WK-REV            PIC 9(8)V99.
           03 WK-SAL-DATE-6     PIC 9(6).
                                 RUNLOG-STATUS
           PERFORM  100-LOAD-PRICES
           PERFORM  150-LOAD-PROMOS
           PERFORM  160-LOAD-CONTRACTS
           OPEN  INPUT SDTFL   OUTPUT   PRTFL
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
                         MOVE  0          TO SKU-TAB-SLD   (SKU-CNT)
                         MOVE  0          TO SKU-TAB-RET   (SKU-CNT)
                         MOVE  0          TO SKU-TAB-REV   (SKU-CNT)
                         PERFORM  VARYING  SRC-IX  FROM  1  BY 1
                                  UNTIL SRC-IX  >  3
                            MOVE  0  TO SKU-SRC-QTY (SKU-CNT, SRC-IX)
                            MOVE  0  TO SKU-SRC-REV (SKU-CNT, SRC-IX)
                         END-PERFORM
                     END-IF
                     READ  PRCFL  AT END
                           MOVE  "Y"  TO EOF-SW
                     PERFORM  250-EFFECTIVE-PRICE
                     COMPUTE  WK-REV = SDT-QTY * WK-EFF-PRICE
                     ADD  WK-REV   TO SKU-TAB-REV (MATCH-IDX)
                     ADD  SDT-QTY  TO SKU-SRC-QTY (MATCH-IDX, SRC-IX)
                     ADD  WK-REV   TO SKU-SRC-REV (MATCH-IDX, SRC-IX)
                  WHEN  "R"
                     ADD  SDT-QTY  TO SKU-TAB-RET (MATCH-IDX)
               END-EVALUATE
               END-PERFORM
               CLOSE PROMFL
           END-IF.
       160-LOAD-CONTRACTS.
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
       250-EFFECTIVE-PRICE.
           MOVE  SKU-TAB-PRICE (MATCH-IDX)  TO WK-EFF-PRICE
           MOVE  3  TO SRC-IX
           PERFORM  VARYING  CTR-IDX  FROM  1  BY 1
                    UNTIL CTR-IDX  >  CTR-CNT
              IF  CN-CUST (CTR-IDX)  =  SDT-CUST
                  AND  CN-SKU (CTR-IDX)  =  SDT-SKU
                  AND  SDT-DATE  NOT <  CN-START (CTR-IDX)
                  AND  SDT-DATE  NOT >  CN-END   (CTR-IDX)
                  MOVE  1  TO SRC-IX
                  IF  CN-PRICE (CTR-IDX)  >  0
                      MOVE  CN-PRICE (CTR-IDX)  TO WK-EFF-PRICE
                  ELSE
                      COMPUTE  WK-EFF-PRICE ROUNDED
                             = SKU-TAB-PRICE (MATCH-IDX)
                             * ( 100 - CN-PCT (CTR-IDX) ) / 100
                  END-IF
              END-IF
           END-PERFORM
           IF  SRC-IX  =  1
               EXIT  PARAGRAPH
           END-IF
           PERFORM  VARYING  PROM-IDX  FROM  1  BY 1
                    UNTIL PROM-IDX  >  PROM-CNT
              IF  PM-SKU (PROM-IDX)  =  SDT-SKU
                  AND  SDT-DATE  NOT <  PM-START (PROM-IDX)
                  AND  SDT-DATE  NOT >  PM-END   (PROM-IDX)
                  MOVE  2  TO SRC-IX
                  IF  PM-PRICE (PROM-IDX)  >  0
                      MOVE  PM-PRICE (PROM-IDX)  TO WK-EFF-PRICE
                  ELSE
                  MOVE  SKU-TAB-SLD  (SKU-IDX)  TO DL-SOLD
                  MOVE  SKU-TAB-RET  (SKU-IDX)  TO DL-RETURN
                  MOVE  SKU-TAB-REV  (SKU-IDX)  TO DL-REVENUE
                  MOVE  0  TO SRC-USED  SRC-LAST
                  PERFORM  VARYING  SRC-IX  FROM  1  BY 1
                           UNTIL SRC-IX  >  3
                     IF  SKU-SRC-QTY (SKU-IDX, SRC-IX)  >  0
                         ADD   1           TO SRC-USED
                         MOVE  SRC-IX  TO SRC-LAST
                     END-IF
                  END-PERFORM
                  EVALUATE  SRC-USED
                     WHEN  0
                        MOVE  SPACES  TO DL-SOURCE
                     WHEN  1
                        MOVE  SRC-NAME (SRC-LAST)  TO DL-SOURCE
                     WHEN  OTHER
                        MOVE  "  混合"  TO DL-SOURCE
                  END-EVALUATE
                  WRITE PRT-REC  FROM  DL  AFTER 1  LINES
                  IF  SRC-USED  >  1
                      PERFORM  310-SOURCE-LINES
                  END-IF
                  ADD   1  TO RUNLOG-WRITE-CNT
                  ADD   SKU-TAB-BOT (SKU-IDX)  TO GR-BOT
                  ADD   SKU-TAB-SLD (SKU-IDX)  TO GR-SLD
                  ADD   SKU-TAB-REV (SKU-IDX)  TO GR-REV
              END-IF
           END-PERFORM.
       310-SOURCE-LINES.
           PERFORM  VARYING  SRC-IX  FROM  1  BY 1
                    UNTIL SRC-IX  >  3
              IF  SKU-SRC-QTY (SKU-IDX, SRC-IX)  >  0
                  MOVE  SKU-SRC-QTY (SKU-IDX, SRC-IX)  TO SRC-SOLD
                  MOVE  SKU-SRC-REV (SKU-IDX, SRC-IX)
                     TO SRC-REVENUE
                  MOVE  SRC-NAME (SRC-IX)  TO SRC-DESC
                  WRITE PRT-REC  FROM  SRC-DL  AFTER 1  LINES
              END-IF
           END-PERFORM.
       400-CONTROL-CHECK.
           WRITE PRT-REC  FROM  CTL-HD-1  AFTER 2  LINES
           WRITE PRT-REC  FROM  CTL-HD-2  AFTER 1  LINES
