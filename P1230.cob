       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P1230.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   RCVFL    ASSIGN TO "D1028.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    RCVFL-STATUS.
           SELECT   MTCFL    ASSIGN TO "D1230.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    MTCFL-STATUS.
           SELECT   POFL     ASSIGN TO "D1001.DAT"
              ORGANIZATION   INDEXED
              ACCESS MODE    RANDOM
              RECORD KEY     PO-KEY
              FILE STATUS    POFL-STATUS.
           SELECT   MAPFL    ASSIGN TO "D1024.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    MAPFL-STATUS.
           SELECT   JRNFL    ASSIGN TO "D1025.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    JRNFL-STATUS.
           SELECT   PERFL    ASSIGN TO "D1038.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    PERFL-STATUS.
           SELECT   VCUFL    ASSIGN TO "D1231.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    VCUFL-STATUS.
           SELECT   PRINTFL  ASSIGN TO "PRINT1230".
           SELECT   SORTFL   ASSIGN TO   RANDOM.
       DATA   DIVISION.
       FILE   SECTION.
       FD  RCVFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS RCV-REC.
       01  RCV-REC.
           03 GR-NO             PIC X(6).
           03 GR-PO-NO          PIC X(6).
           03 GR-PO-LINE        PIC 99.
           03 GR-DATE           PIC 9(8).
           03 GR-QTY            PIC 9(5).
           03 GR-LOT            PIC X(10).
           03 GR-EXPIRY         PIC 9(8).
           03 GR-LOC            PIC X(2).
       FD  MTCFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS MTC-REC.
       01  MTC-REC.
           03 MTC-PO-NO         PIC X(6).
           03 MTC-PO-LINE       PIC 99.
           03 MTC-QTY           PIC 9(5).
           03 MTC-INV-NO        PIC X(8).
           03 MTC-DATE          PIC 9(8).
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
       FD  MAPFL
           DATA  RECORD   IS MAP-REC.
       01  MAP-REC.
           03 MAP-SOURCE        PIC X(8).
           03 MAP-TYPE          PIC X(6).
           03 MAP-DR-ACCT       PIC X(6).
           03 MAP-CR-ACCT       PIC X(6).
       FD  JRNFL
           DATA  RECORD   IS JRN-REC.
       01  JRN-REC.
           03 JRN-DATE          PIC 9(8).
           03 JRN-ACCT          PIC X(6).
           03 JRN-DC            PIC X.
           03 JRN-AMT           PIC 9(9)V99.
           03 JRN-SOURCE        PIC X(8).
           03 JRN-TYPE          PIC X(6).
           03 JRN-ADJ           PIC X.
       FD  PERFL
           DATA  RECORD   IS PER-REC.
       01  PER-REC.
           03 PER-YYMM          PIC 9(6).
           03 PER-STATUS        PIC X.
           03 PER-CLOSED-BY     PIC X(10).
           03 PER-CLOSED-DATE   PIC 9(8).
       FD  VCUFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS VCU-REC.
       01  VCU-REC.
           03 VCU-VDR           PIC X(4).
           03 VCU-CUR           PIC X(3).
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC              PIC X(100).
       SD  SORTFL
           DATA  RECORD   IS S-REC.
       01  S-REC.
           03 S-VDR             PIC X(4).
           03 S-PO-NO           PIC X(6).
           03 S-PO-LINE         PIC 99.
           03 S-SKU             PIC X(4).
           03 S-QTY             PIC 9(5).
           03 S-PRICE           PIC 9(5)V99.
           03 S-VALUE           PIC 9(9)V99.
           03 S-RCV-DATE        PIC 9(8).
           03 S-DAYS            PIC S9(5).
           03 S-CUR             PIC X(3).
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER            PIC X(12).
           03 FILLER            PIC X(54)   VALUE
                 "<<<  收 貨 未 請 款 估 列 表  >>>".
       01  HD-2.
           03 FILLER            PIC X(15)   VALUE "估列期間 : ".
           03 HD-YYMM           PIC 9999/99.
           03 FILLER            PIC X(18)   VALUE "   迴轉日期 : ".
           03 HD-REV-DATE       PIC 9(8).
       01  HD-3.
           03 FILLER            PIC X(8)    VALUE "廠商".
           03 FILLER            PIC X(15)   VALUE "採購單-行".
           03 FILLER            PIC X(8)    VALUE "貨品".
           03 FILLER            PIC X(14)   VALUE "收貨日期".
           03 FILLER            PIC X(8)    VALUE "  數量".
           03 FILLER            PIC X(13)   VALUE "       單價".
           03 FILLER            PIC X(18)   VALUE
                 "            金額".
           03 FILLER            PIC X(9)    VALUE "   天數".
           03 FILLER            PIC X(7)    VALUE " 幣別".
       01  HD-4                 PIC X(78)   VALUE ALL "=".
       01  HD-5                 PIC X(78)   VALUE ALL "-".
       01  HD-EX.
           03 FILLER            PIC X(12).
           03 FILLER            PIC X(46)   VALUE
                 "*** 收貨逾 60 天仍未請款 (例外) ***".
       01  DL.
           03 DL-VDR            PIC X(4).
           03 FILLER            PIC X(2).
           03 DL-PO-NO          PIC X(6).
           03 FILLER            PIC X(1)    VALUE "-".
           03 DL-PO-LINE        PIC 99.
           03 FILLER            PIC X(2).
           03 DL-SKU            PIC X(4).
           03 FILLER            PIC X(2).
           03 DL-RCV-DATE       PIC 9(8).
           03 FILLER            PIC X(2).
           03 DL-QTY            PIC ZZ,ZZ9.
           03 FILLER            PIC X(2).
           03 DL-PRICE          PIC ZZ,ZZ9.99.
           03 FILLER            PIC X(2).
           03 DL-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER            PIC X(2).
           03 DL-DAYS           PIC ZZZZ9.
           03 FILLER            PIC X(2).
           03 DL-CUR            PIC X(3).
       01  VT-DL.
           03 FILLER            PIC X(6).
           03 FILLER            PIC X(16)   VALUE "廠商小計 ".
           03 VT-VDR            PIC X(4).
           03 FILLER            PIC X(27).
           03 VT-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
       01  TOT-1.
           03 FILLER            PIC X(19)   VALUE "估列筆數 : ".
           03 TOT-CNT           PIC ZZZ9.
           03 FILLER            PIC X(9).
           03 FILLER            PIC X(15)   VALUE "估列總額 : ".
           03 TOT-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
       01  TOT-2.
           03 FILLER            PIC X(19)   VALUE "例外筆數 : ".
           03 TOT-EX-CNT        PIC ZZZ9.
           03 FILLER            PIC X(9).
           03 FILLER            PIC X(15)   VALUE "例外金額 : ".
           03 TOT-EX-VALUE      PIC ZZZ,ZZZ,ZZ9.99.
       01  MT-TAB-AREA.
           03 MT-CNT            PIC 9(4)   VALUE 0.
           03 MT-ENTRY          OCCURS 2000 TIMES.
              05 MT-PO-NO       PIC X(6).
              05 MT-PO-LINE     PIC 99.
              05 MT-QTY         PIC 9(5).
       01  RL-TAB-AREA.
           03 RL-CNT            PIC 9(4)   VALUE 0.
           03 RL-ENTRY          OCCURS 2000 TIMES.
              05 RL-PO-NO       PIC X(6).
              05 RL-PO-LINE     PIC 99.
              05 RL-RCVD        PIC 9(6).
              05 RL-MATCHED     PIC 9(5).
              05 RL-OPEN-DATE   PIC 9(8).
       01  EX-TAB-AREA.
           03 EX-CNT            PIC 9(3)   VALUE 0.
           03 EX-ENTRY          OCCURS 500 TIMES.
              05 EX-DL          PIC X(78).
       01  VC-TAB-AREA.
           03 VC-CNT            PIC 9(3)   VALUE 0.
           03 VC-ENTRY          OCCURS 300 TIMES.
              05 VC-VDR         PIC X(4).
              05 VC-CUR         PIC X(3).
              05 VC-RATE        PIC 9(3)V9(6).
              05 VC-REPLY       PIC X.
       01  MONTH-DAYS-AREA.
           03 FILLER            PIC X(24)   VALUE
                 "312831303130313130313031".
       01  MONTH-DAYS-R  REDEFINES  MONTH-DAYS-AREA.
           03 MONTH-LEN         PIC 99     OCCURS 12 TIMES.
       01  ASK-YYMM             PIC 9(6).
       01  PERIOD-END           PIC 9(8).
       01  NEXT-FIRST           PIC 9(8).
       01  WK-YY                PIC 9(4).
       01  WK-MM                PIC 99.
       01  WK-DD                PIC 99.
       01  WK-OPEN-QTY          PIC 9(6).
       01  WK-DR-ACCT           PIC X(6).
       01  WK-CR-ACCT           PIC X(6).
       01  SV-VDR               PIC X(4).
       01  VDR-VALUE            PIC 9(10)V99  VALUE 0.
       01  ACCR-CNT             PIC 9(4)   VALUE 0.
       01  ACCR-VALUE           PIC 9(9)V99   VALUE 0.
       01  EX-VALUE             PIC 9(10)V99  VALUE 0.
       01  EXCP-DAYS            PIC 9(3)   VALUE 60.
       01  MT-IDX               PIC 9(4).
       01  RL-IDX               PIC 9(4).
       01  RL-MATCH             PIC 9(4).
       01  EX-IDX               PIC 9(3).
       01  VC-IDX               PIC 9(3).
       01  VC-MATCH             PIC 9(3).
       01  WK-CUR               PIC X(3).
       01  WK-RATE              PIC 9(3)V9(6).
       01  RATE-REPLY           PIC X.
       01  FOUND-SW             PIC X.
       01  POSTED-SW            PIC X.
       01  CLOSED-SW            PIC X.
       01  EOF-SW               PIC X      VALUE "N".
       01  SORT-EOF-SW          PIC X      VALUE "N".
       01  RCVFL-STATUS         PIC XX.
       01  MTCFL-STATUS         PIC XX.
       01  POFL-STATUS          PIC XX.
       01  MAPFL-STATUS         PIC XX.
       01  JRNFL-STATUS         PIC XX.
       01  PERFL-STATUS         PIC XX.
       01  VCUFL-STATUS         PIC XX.
       01  DATE-FUNC            PIC X(4).
       01  DATE-DAYS            PIC S9(7).
       01  DATE-RESULT          PIC S9(7).
       01  GL-SOURCE            PIC X(8)   VALUE "P1230".
       01  GL-TYPE              PIC X(6)   VALUE "GRNI".
       01  GL-REV-TYPE          PIC X(6)   VALUE "GRNIRV".
       01  CTL-JOB              PIC X(8)   VALUE "P1230".
       01  CTL-ROLE             PIC X.
       01  CTL-FILE             PIC X(12).
       01  CTL-CNT              PIC 9(7).
       01  CTL-HASH             PIC 9(12).
       01  RUNLOG-JOB           PIC X(8)   VALUE "P1230".
       01  RUNLOG-ACTION        PIC X.
       01  RUNLOG-READ-CNT      PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT     PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS        PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START SECTION.
       050-START.
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           DISPLAY  "ACCRUAL PERIOD (YYYYMM) : " WITH NO ADVANCING
           ACCEPT   ASK-YYMM
           PERFORM  060-PERIOD-DATES
           SORT  SORTFL
                 ON ASCENDING   KEY   S-VDR  S-PO-NO  S-PO-LINE
                 INPUT PROCEDURE   100-SELECT-LINES
                 OUTPUT   PROCEDURE   200-PRINT-ACCRUAL
           IF  ACCR-VALUE  >  0
               PERFORM  300-POST-ACCRUAL
           END-IF
           IF  EX-CNT  >  0
               MOVE  "A"   TO RUNLOG-STATUS
           END-IF
           MOVE  "W"         TO CTL-ROLE
           MOVE  "GRNI"      TO CTL-FILE
           MOVE  ACCR-CNT    TO CTL-CNT
           MOVE  ACCR-VALUE  TO CTL-HASH
           CALL  "P1012"  USING  CTL-JOB  CTL-ROLE  CTL-FILE
                                 CTL-CNT  CTL-HASH
           DISPLAY  "GRNI LINES ACCRUED = " ACCR-CNT
           DISPLAY  "GRNI VALUE ACCRUED = " ACCR-VALUE
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           STOP  RUN.
       060-PERIOD-DATES.
           MOVE  ASK-YYMM (1:4)  TO WK-YY
           MOVE  ASK-YYMM (5:2)  TO WK-MM
           MOVE  MONTH-LEN (WK-MM)  TO WK-DD
           COMPUTE  PERIOD-END = WK-YY * 10000 + WK-MM * 100 + 01
           IF  WK-MM  =  2
               MOVE  "LEAP"  TO DATE-FUNC
               CALL  "P1023"  USING  DATE-FUNC  PERIOD-END
                                     NEXT-FIRST
                                     DATE-DAYS  DATE-RESULT
               IF  DATE-RESULT  =  1
                   MOVE  29  TO WK-DD
               END-IF
           END-IF
           COMPUTE  PERIOD-END = WK-YY * 10000 + WK-MM * 100 + WK-DD
           ADD   1  TO WK-MM
           IF  WK-MM  >  12
               MOVE  1  TO WK-MM
               ADD   1  TO WK-YY
           END-IF
           COMPUTE  NEXT-FIRST = WK-YY * 10000 + WK-MM * 100 + 01.
       610-LOAD-MATCHES.
           OPEN  INPUT MTCFL
           IF  MTCFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  MTCFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO RUNLOG-READ-CNT
              IF  MTC-DATE  NOT >  PERIOD-END
                  PERFORM  615-STORE-MATCH
              END-IF
              READ  MTCFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  MTCFL-STATUS  NOT =  "35"
               CLOSE MTCFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       615-STORE-MATCH.
           MOVE  "N"  TO FOUND-SW
           PERFORM  VARYING  MT-IDX  FROM  1  BY 1
                    UNTIL MT-IDX  >  MT-CNT  OR  FOUND-SW = "Y"
              IF  MT-PO-NO (MT-IDX)  =  MTC-PO-NO
                  AND  MT-PO-LINE (MT-IDX)  =  MTC-PO-LINE
                  MOVE  "Y"  TO FOUND-SW
                  IF  MTC-QTY  >  MT-QTY (MT-IDX)
                      MOVE  MTC-QTY  TO MT-QTY (MT-IDX)
                  END-IF
              END-IF
           END-PERFORM
           IF  FOUND-SW  =  "N"  AND  MT-CNT  <  2000
               ADD   1  TO MT-CNT
               MOVE  MTC-PO-NO    TO MT-PO-NO   (MT-CNT)
               MOVE  MTC-PO-LINE  TO MT-PO-LINE (MT-CNT)
               MOVE  MTC-QTY      TO MT-QTY     (MT-CNT)
           END-IF.
       620-LOAD-RECEIPTS.
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
              IF  GR-DATE  NOT >  PERIOD-END
                  PERFORM  625-STORE-RECEIPT
              END-IF
              READ  RCVFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  RCVFL-STATUS  NOT =  "35"
               CLOSE RCVFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       625-STORE-RECEIPT.
           MOVE  0  TO RL-MATCH
           PERFORM  VARYING  RL-IDX  FROM  1  BY 1
                    UNTIL RL-IDX  >  RL-CNT  OR  RL-MATCH  >  0
              IF  RL-PO-NO (RL-IDX)  =  GR-PO-NO
                  AND  RL-PO-LINE (RL-IDX)  =  GR-PO-LINE
                  MOVE  RL-IDX  TO RL-MATCH
              END-IF
           END-PERFORM
           IF  RL-MATCH  =  0
               IF  RL-CNT  NOT <  2000
                   EXIT  PARAGRAPH
               END-IF
               ADD   1  TO RL-CNT
               MOVE  RL-CNT      TO RL-MATCH
               MOVE  GR-PO-NO    TO RL-PO-NO     (RL-MATCH)
               MOVE  GR-PO-LINE  TO RL-PO-LINE   (RL-MATCH)
               MOVE  0           TO RL-RCVD      (RL-MATCH)
               MOVE  0           TO RL-MATCHED   (RL-MATCH)
               MOVE  0           TO RL-OPEN-DATE (RL-MATCH)
               PERFORM  VARYING  MT-IDX  FROM  1  BY 1
                        UNTIL MT-IDX  >  MT-CNT
                  IF  MT-PO-NO (MT-IDX)  =  GR-PO-NO
                      AND  MT-PO-LINE (MT-IDX)  =  GR-PO-LINE
                      MOVE  MT-QTY (MT-IDX)  TO RL-MATCHED (RL-MATCH)
                  END-IF
               END-PERFORM
           END-IF
           IF  RL-OPEN-DATE (RL-MATCH)  =  0
               AND  RL-RCVD (RL-MATCH) + GR-QTY
                    >  RL-MATCHED (RL-MATCH)
               MOVE  GR-DATE  TO RL-OPEN-DATE (RL-MATCH)
           END-IF
           ADD   GR-QTY  TO RL-RCVD (RL-MATCH).
       630-LOAD-CURRENCIES.
           OPEN  INPUT VCUFL
           IF  VCUFL-STATUS  NOT =  "00"
               EXIT  PARAGRAPH
           END-IF
           READ  VCUFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO RUNLOG-READ-CNT
              PERFORM  635-STORE-CURRENCY
              READ  VCUFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE VCUFL
           MOVE  "N"  TO EOF-SW.
       635-STORE-CURRENCY.
           MOVE  0  TO VC-MATCH
           PERFORM  VARYING  VC-IDX  FROM  1  BY 1
                    UNTIL VC-IDX  >  VC-CNT  OR  VC-MATCH  >  0
              IF  VC-VDR (VC-IDX)  =  VCU-VDR
                  MOVE  VC-IDX  TO VC-MATCH
              END-IF
           END-PERFORM
           IF  VC-MATCH  =  0
               IF  VC-CNT  NOT <  300
                   EXIT  PARAGRAPH
               END-IF
               ADD   1  TO VC-CNT
               MOVE  VC-CNT   TO VC-MATCH
               MOVE  VCU-VDR  TO VC-VDR (VC-MATCH)
           END-IF
           MOVE  VCU-CUR  TO VC-CUR (VC-MATCH)
           CALL  "P1232"  USING  VC-CUR   (VC-MATCH)  PERIOD-END
                                 VC-RATE  (VC-MATCH)
                                 VC-REPLY (VC-MATCH).
       640-FIND-RATE.
           MOVE  "TWD"  TO WK-CUR
           MOVE  1      TO WK-RATE
           MOVE  "Y"    TO RATE-REPLY
           PERFORM  VARYING  VC-IDX  FROM  1  BY 1
                    UNTIL VC-IDX  >  VC-CNT
              IF  VC-VDR (VC-IDX)  =  PO-VDR
                  MOVE  VC-CUR   (VC-IDX)  TO WK-CUR
                  MOVE  VC-RATE  (VC-IDX)  TO WK-RATE
                  MOVE  VC-REPLY (VC-IDX)  TO RATE-REPLY
              END-IF
           END-PERFORM.
       710-VENDOR-TOTAL.
           MOVE  SV-VDR     TO VT-VDR
           MOVE  VDR-VALUE  TO VT-VALUE
           WRITE PRT-REC  FROM  VT-DL  AFTER 1  LINES
           WRITE PRT-REC  FROM  HD-5   AFTER 1  LINES
           MOVE  0  TO VDR-VALUE.
       720-EXCEPTION-SECTION.
           WRITE PRT-REC  FROM  HD-EX  AFTER 3  LINES
           WRITE PRT-REC  FROM  HD-3   AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4   AFTER 1  LINES
           PERFORM  VARYING  EX-IDX  FROM  1  BY 1
                    UNTIL EX-IDX  >  EX-CNT
              WRITE PRT-REC  FROM  EX-DL (EX-IDX)  AFTER 1  LINES
           END-PERFORM
           WRITE PRT-REC  FROM  HD-4   AFTER 1  LINES
           MOVE  EX-CNT    TO TOT-EX-CNT
           MOVE  EX-VALUE  TO TOT-EX-VALUE
           WRITE PRT-REC  FROM  TOT-2  AFTER 1  LINES.
       300-POST-ACCRUAL.
           MOVE  "N"  TO FOUND-SW
           OPEN  INPUT MAPFL
           IF  MAPFL-STATUS  =  "00"
               READ  MAPFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"  OR  FOUND-SW = "Y"
                  IF  MAP-SOURCE  =  GL-SOURCE
                      AND  MAP-TYPE  =  GL-TYPE
                      MOVE  "Y"          TO FOUND-SW
                      MOVE  MAP-DR-ACCT  TO WK-DR-ACCT
                      MOVE  MAP-CR-ACCT  TO WK-CR-ACCT
                  ELSE
                      READ  MAPFL   AT END
                         MOVE  "Y"   TO EOF-SW
                      END-READ
                  END-IF
               END-PERFORM
               CLOSE MAPFL
           END-IF
           MOVE  "N"  TO EOF-SW
           IF  FOUND-SW  NOT =  "Y"
               DISPLAY  "NO GL MAPPING FOR P1230 / GRNI, NOT POSTED"
               MOVE  "A"   TO RUNLOG-STATUS
               EXIT  PARAGRAPH
           END-IF
           PERFORM  310-CHECK-PERIOD
           IF  CLOSED-SW  =  "Y"
               DISPLAY  "PERIOD " ASK-YYMM " IS CLOSED, NOT POSTED"
               MOVE  "A"   TO RUNLOG-STATUS
               EXIT  PARAGRAPH
           END-IF
           PERFORM  320-CHECK-POSTED
           IF  POSTED-SW  =  "Y"
               DISPLAY  "GRNI ALREADY POSTED FOR " ASK-YYMM
                        ", NOT POSTED AGAIN"
               MOVE  "A"   TO RUNLOG-STATUS
               EXIT  PARAGRAPH
           END-IF
           OPEN  EXTEND JRNFL
           IF  JRNFL-STATUS  =  "35"
               OPEN  OUTPUT JRNFL
           END-IF
           MOVE  ACCR-VALUE  TO JRN-AMT
           MOVE  GL-SOURCE   TO JRN-SOURCE
           MOVE  SPACE       TO JRN-ADJ
           MOVE  PERIOD-END  TO JRN-DATE
           MOVE  GL-TYPE     TO JRN-TYPE
           MOVE  WK-DR-ACCT  TO JRN-ACCT
           MOVE  "D"         TO JRN-DC
           WRITE JRN-REC
           MOVE  WK-CR-ACCT  TO JRN-ACCT
           MOVE  "C"         TO JRN-DC
           WRITE JRN-REC
           MOVE  NEXT-FIRST  TO JRN-DATE
           MOVE  GL-REV-TYPE TO JRN-TYPE
           MOVE  WK-CR-ACCT  TO JRN-ACCT
           MOVE  "D"         TO JRN-DC
           WRITE JRN-REC
           MOVE  WK-DR-ACCT  TO JRN-ACCT
           MOVE  "C"         TO JRN-DC
           WRITE JRN-REC
           CLOSE JRNFL
           ADD   4  TO RUNLOG-WRITE-CNT
           DISPLAY  "GRNI ACCRUAL POSTED " PERIOD-END
                    ", REVERSAL " NEXT-FIRST.
       310-CHECK-PERIOD.
           MOVE  "N"  TO CLOSED-SW
           OPEN  INPUT PERFL
           IF  PERFL-STATUS  NOT =  "00"
               EXIT  PARAGRAPH
           END-IF
           READ  PERFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              IF  PER-YYMM  =  ASK-YYMM
                  AND  PER-STATUS  =  "C"
                  MOVE  "Y"  TO CLOSED-SW
              END-IF
              READ  PERFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE PERFL
           MOVE  "N"  TO EOF-SW.
       320-CHECK-POSTED.
           MOVE  "N"  TO POSTED-SW
           OPEN  INPUT JRNFL
           IF  JRNFL-STATUS  NOT =  "00"
               EXIT  PARAGRAPH
           END-IF
           READ  JRNFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              IF  JRN-SOURCE  =  GL-SOURCE
                  AND  JRN-TYPE  =  GL-TYPE
                  AND  JRN-DATE  =  PERIOD-END
                  MOVE  "Y"  TO POSTED-SW
              END-IF
              READ  JRNFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE JRNFL
           MOVE  "N"  TO EOF-SW.
       100-SELECT-LINES SECTION.
       110-SELECT-RTN.
           PERFORM  610-LOAD-MATCHES
           PERFORM  620-LOAD-RECEIPTS
           PERFORM  630-LOAD-CURRENCIES
           OPEN  INPUT POFL
           PERFORM  VARYING  RL-IDX  FROM  1  BY 1
                    UNTIL RL-IDX  >  RL-CNT
              IF  RL-RCVD (RL-IDX)  >  RL-MATCHED (RL-IDX)
                  MOVE  RL-PO-NO   (RL-IDX)  TO PO-NO
                  MOVE  RL-PO-LINE (RL-IDX)  TO PO-LINE
                  READ  POFL
                     INVALID  KEY
                        DISPLAY  "PO LINE NOT ON FILE : "
                                 PO-NO " " PO-LINE
                     NOT INVALID  KEY
                        PERFORM  640-FIND-RATE
                  END-READ
                  IF  POFL-STATUS  =  "00"
                      AND  RATE-REPLY  NOT =  "Y"
                      DISPLAY  "NO " WK-CUR " RATE AT " PERIOD-END
                               ", NOT ACCRUED : " PO-NO " " PO-LINE
                      MOVE  "A"   TO RUNLOG-STATUS
                  END-IF
                  IF  POFL-STATUS  =  "00"
                      AND  RATE-REPLY  =  "Y"
                      COMPUTE  WK-OPEN-QTY = RL-RCVD (RL-IDX)
                                           - RL-MATCHED (RL-IDX)
                      MOVE  PO-VDR       TO S-VDR
                      MOVE  PO-NO        TO S-PO-NO
                      MOVE  PO-LINE      TO S-PO-LINE
                      MOVE  PO-SKU       TO S-SKU
                      MOVE  WK-OPEN-QTY  TO S-QTY
                      MOVE  PO-PRICE     TO S-PRICE
                      MOVE  WK-CUR       TO S-CUR
                      COMPUTE  S-VALUE ROUNDED = WK-OPEN-QTY
                                               * PO-PRICE * WK-RATE
                      MOVE  RL-OPEN-DATE (RL-IDX)  TO S-RCV-DATE
                      MOVE  "DIFF"  TO DATE-FUNC
                      CALL  "P1023"  USING  DATE-FUNC  S-RCV-DATE
                                            PERIOD-END
                                            DATE-DAYS  DATE-RESULT
                      MOVE  DATE-RESULT  TO S-DAYS
                      RELEASE  S-REC
                  END-IF
              END-IF
           END-PERFORM
           CLOSE POFL.
       200-PRINT-ACCRUAL SECTION.
       210-RETURN-RTN.
           OPEN  OUTPUT   PRINTFL
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           MOVE  ASK-YYMM    TO HD-YYMM
           MOVE  NEXT-FIRST  TO HD-REV-DATE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  SPACES  TO SV-VDR
           RETURN   SORTFL   AT END
                    MOVE  "Y"   TO SORT-EOF-SW
           END-RETURN
           PERFORM  UNTIL SORT-EOF-SW = "Y"
              IF  S-VDR  NOT =  SV-VDR  AND  SV-VDR  NOT =  SPACES
                  PERFORM  710-VENDOR-TOTAL
              END-IF
              MOVE  S-VDR       TO SV-VDR
              MOVE  S-VDR       TO DL-VDR
              MOVE  S-PO-NO     TO DL-PO-NO
              MOVE  S-PO-LINE   TO DL-PO-LINE
              MOVE  S-SKU       TO DL-SKU
              MOVE  S-RCV-DATE  TO DL-RCV-DATE
              MOVE  S-QTY       TO DL-QTY
              MOVE  S-PRICE     TO DL-PRICE
              MOVE  S-VALUE     TO DL-VALUE
              MOVE  S-DAYS      TO DL-DAYS
              MOVE  S-CUR       TO DL-CUR
              WRITE PRT-REC  FROM  DL  AFTER 1  LINES
              ADD   1        TO ACCR-CNT
              ADD   S-VALUE  TO ACCR-VALUE  VDR-VALUE
              IF  S-DAYS  >  EXCP-DAYS  AND  EX-CNT  <  500
                  ADD   1  TO EX-CNT
                  MOVE  DL  TO EX-DL (EX-CNT)
                  ADD   S-VALUE  TO EX-VALUE
              END-IF
              RETURN   SORTFL   AT END
                 MOVE  "Y"   TO SORT-EOF-SW
              END-RETURN
           END-PERFORM
           IF  SV-VDR  NOT =  SPACES
               PERFORM  710-VENDOR-TOTAL
           END-IF
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  ACCR-CNT    TO TOT-CNT
           MOVE  ACCR-VALUE  TO TOT-VALUE
           WRITE PRT-REC  FROM  TOT-1  AFTER 1  LINES
           PERFORM  720-EXCEPTION-SECTION
           CLOSE PRINTFL.
