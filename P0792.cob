       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P0792.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   SDTFL   ASSIGN   TO "D0772.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    SDTFL-STATUS.
           SELECT   PRCFL   ASSIGN   TO "D1221.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    PRCFL-STATUS.
           SELECT   CALFL   ASSIGN   TO "D1017.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CALFL-STATUS.
           SELECT   ABCFL   ASSIGN   TO "D0792.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    ABCFL-STATUS.
           SELECT   CYCFL   ASSIGN   TO "D0793.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CYCFL-STATUS.
           SELECT   PRINTFL ASSIGN   TO "PRINT0792".
           SELECT   SHEETFL ASSIGN   TO "SHEET0792".
       DATA   DIVISION.
       FILE   SECTION.
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
       FD  CALFL
           DATA  RECORD   IS CAL-REC.
       01  CAL-REC.
           03 CAL-DATE        PIC 9(8).
           03 CAL-FLAG        PIC X.
           03 CAL-DESC        PIC X(20).
           03 CAL-PERIOD      PIC 9(2).
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
       FD  CYCFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS CYC-REC.
       01  CYC-REC.
           03 CYC-DATE        PIC 9(8).
           03 CYC-SKU         PIC X(4).
           03 CYC-CLASS       PIC X.
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC            PIC X(80).
       FD  SHEETFL
           DATA  RECORD   IS SHT-REC.
       01  SHT-REC            PIC X(80).
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER          PIC X(15).
           03 FILLER          PIC X(45)   VALUE
                 "<<<   貨 品 A B C 分 類 表   >>>".
       01  HD-2.
           03 FILLER          PIC X(18)   VALUE "分類基準日 : ".
           03 HD-DATE         PIC 9(4)/99/99.
       01  HD-3.
           03 FILLER          PIC X(8)    VALUE "排名".
           03 FILLER          PIC X(8)    VALUE "貨品".
           03 FILLER          PIC X(20)   VALUE "  年度異動金額".
           03 FILLER          PIC X(12)   VALUE "  累計%".
           03 FILLER          PIC X(8)    VALUE "類別".
       01  HD-4               PIC X(60)   VALUE ALL "=".
       01  DL.
           03 DL-RANK         PIC ZZZ9.
           03 FILLER          PIC X(4).
           03 DL-SKU          PIC X(4).
           03 FILLER          PIC X(4).
           03 DL-VALUE        PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER          PIC X(4).
           03 DL-PCT          PIC ZZ9.9.
           03 FILLER          PIC X(6).
           03 DL-CLASS        PIC X.
       01  TOT-1.
           03 FILLER          PIC X(14)   VALUE "A 類項數 : ".
           03 TOT-A           PIC ZZZ9.
           03 FILLER          PIC X(17)   VALUE "   B 類項數 : ".
           03 TOT-B           PIC ZZZ9.
           03 FILLER          PIC X(17)   VALUE "   C 類項數 : ".
           03 TOT-C           PIC ZZZ9.
       01  TOT-2.
           03 FILLER          PIC X(21)   VALUE "排程盤點次數 : ".
           03 TOT-SCHED       PIC ZZZZ9.
           03 FILLER          PIC X(21)   VALUE "   盤點工作日 : ".
           03 TOT-DAYS        PIC ZZ9.
       01  SH-1.
           03 FILLER          PIC X(15).
           03 FILLER          PIC X(45)   VALUE
                 "<<<   循 環 盤 點 表   >>>".
       01  SH-2.
           03 FILLER          PIC X(15)   VALUE "盤點日期 : ".
           03 SH-DATE         PIC 9(4)/99/99.
       01  SH-3.
           03 FILLER          PIC X(8)    VALUE "貨品".
           03 FILLER          PIC X(8)    VALUE "類別".
           03 FILLER          PIC X(20)   VALUE "盤點數量".
           03 FILLER          PIC X(20)   VALUE "備註".
       01  SH-DL.
           03 SH-SKU          PIC X(4).
           03 FILLER          PIC X(6).
           03 SH-CLASS        PIC X.
           03 FILLER          PIC X(5).
           03 FILLER          PIC X(16)   VALUE ALL "_".
           03 FILLER          PIC X(4).
           03 FILLER          PIC X(20)   VALUE ALL "_".
       01  SH-9.
           03 FILLER          PIC X(15)   VALUE "盤點人 : ".
           03 FILLER          PIC X(15)   VALUE ALL "_".
           03 FILLER          PIC X(5).
           03 FILLER          PIC X(15)   VALUE "覆核人 : ".
           03 FILLER          PIC X(15)   VALUE ALL "_".
       01  SKU-TAB-AREA.
           03 SKU-CNT           PIC 9(3)   VALUE 0.
           03 SKU-ENTRY         OCCURS 500 TIMES.
              05 SKU-TAB-CODE   PIC X(4).
              05 SKU-TAB-PRICE  PIC 9(5)V99.
              05 SKU-TAB-VALUE  PIC 9(9)V99.
              05 SKU-TAB-CLASS  PIC X.
              05 SKU-TAB-RANK   PIC 9(4).
       01  RANK-TAB-AREA.
           03 RANK-IDX-T        PIC 9(3)   OCCURS 500 TIMES.
       01  HOL-TAB-AREA.
           03 HOL-CNT           PIC 9(3)   VALUE 0.
           03 HOL-DATE-T        PIC 9(8)   OCCURS 200 TIMES.
       01  WRK-TAB-AREA.
           03 WRK-CNT           PIC 9(3)   VALUE 0.
           03 WRK-DATE-T        PIC 9(8)   OCCURS 100 TIMES.
       01  WD-TAB-AREA.
           03 WD-CNT            PIC 9(3)   VALUE 0.
           03 WD-ENTRY          OCCURS 100 TIMES.
              05 WD-DATE        PIC 9(8).
              05 WD-MONTH       PIC 9.
       01  WD-MONTH-AREA.
           03 WD-MONTH-ENTRY    OCCURS 3 TIMES.
              05 WD-FIRST       PIC 9(3).
              05 WD-DAYS        PIC 9(3).
       01  WORK-AREA.
           03 WK-DATE-8       PIC 9(8).
           03 WK-DAY          PIC 9(8).
           03 WK-END          PIC 9(8).
           03 WK-END-R  REDEFINES  WK-END.
              05 WK-END-YY    PIC 9(4).
              05 WK-END-MM    PIC 99.
              05 WK-END-DD    PIC 99.
           03 WK-MONTH-NO     PIC 9.
           03 WK-PREV-MM      PIC 99.
           03 WK-TOTAL        PIC 9(11)V99.
           03 WK-CUM          PIC 9(11)V99.
           03 WK-PCT          PIC 9(3)V9.
           03 WK-BEST-IDX     PIC 9(3).
           03 WK-BEST-VAL     PIC 9(9)V99.
           03 WK-N            PIC 9(4).
           03 WK-K            PIC 9(4).
           03 WK-SLOT         PIC 9(3).
           03 WK-QTR          PIC 9.
           03 WK-QTR-REM      PIC 9.
           03 WK-DUMMY        PIC 9(4).
       01  ASK-DATE           PIC 9(8).
       01  ASK-START          PIC 9(8).
       01  ASK-START-R  REDEFINES  ASK-START.
           03 ASK-START-YY    PIC 9(4).
           03 ASK-START-MM    PIC 99.
           03 ASK-START-DD    PIC 99.
       01  ASK-A-PCT          PIC 9(3)   VALUE 80.
       01  ASK-B-PCT          PIC 9(3)   VALUE 95.
       01  DATE-FUNC          PIC X(4).
       01  DATE-2             PIC 9(8).
       01  DATE-DAYS          PIC S9(7).
       01  DATE-RESULT        PIC S9(7).
       01  MODE-SW            PIC X.
       01  SKU-IDX            PIC 9(3).
       01  RANK-IDX           PIC 9(3).
       01  HOL-IDX            PIC 9(3).
       01  WD-IDX             PIC 9(3).
       01  MON-IDX            PIC 9.
       01  WORK-DAY-SW        PIC X.
       01  A-CNT              PIC 9(4)   VALUE 0.
       01  B-CNT              PIC 9(4)   VALUE 0.
       01  C-CNT              PIC 9(4)   VALUE 0.
       01  SCHED-CNT          PIC 9(5)   VALUE 0.
       01  SHEET-CNT          PIC 9(4)   VALUE 0.
       01  EOF-SW             PIC X      VALUE "N".
       01  SDTFL-STATUS       PIC XX.
       01  PRCFL-STATUS       PIC XX.
       01  CALFL-STATUS       PIC XX.
       01  ABCFL-STATUS       PIC XX.
       01  CYCFL-STATUS       PIC XX.
       01  RUNLOG-JOB         PIC X(8)   VALUE "P0792".
       01  RUNLOG-ACTION      PIC X.
       01  RUNLOG-READ-CNT    PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT   PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS      PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "(Q)季度分類及排程  (S)列印盤點表"
           DISPLAY  "(L)查詢分類 : " WITH NO ADVANCING
           ACCEPT   MODE-SW
           EVALUATE TRUE
              WHEN  MODE-SW = "Q"  OR  MODE-SW = "q"
                 PERFORM  050-QUARTERLY-RUN
              WHEN  MODE-SW = "S"  OR  MODE-SW = "s"
                 PERFORM  700-COUNT-SHEETS
              WHEN  OTHER
                 PERFORM  800-LIST-CLASSES
           END-EVALUATE
           STOP  RUN.
       050-QUARTERLY-RUN.
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           DISPLAY  "分類基準日 (YYYYMMDD)   : " WITH NO ADVANCING
           ACCEPT   ASK-DATE
           DISPLAY  "排程起日 (YYYYMMDD)     : " WITH NO ADVANCING
           ACCEPT   ASK-START
           PERFORM  100-LOAD-PRICES
           PERFORM  200-TALLY-MOVEMENTS
           PERFORM  300-CLASSIFY
           PERFORM  400-LOAD-CALENDAR
           PERFORM  500-BUILD-WORKDAYS
           IF  WD-CNT  =  0
               DISPLAY  "排程期間無工作日, 未排程"
               MOVE  "A"   TO RUNLOG-STATUS
           ELSE
               PERFORM  600-SCHEDULE
           END-IF
           MOVE  SCHED-CNT  TO TOT-SCHED
           MOVE  WD-CNT     TO TOT-DAYS
           WRITE PRT-REC  FROM  TOT-2  AFTER 1  LINES
           CLOSE PRINTFL
           DISPLAY  "A/B/C 項數 = " A-CNT " / " B-CNT " / " C-CNT
           DISPLAY  "排程盤點次數 = " SCHED-CNT
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS.
       100-LOAD-PRICES.
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
                         MOVE  0      TO SKU-TAB-VALUE (SKU-CNT)
                         MOVE  "C"    TO SKU-TAB-CLASS (SKU-CNT)
                         MOVE  0      TO SKU-TAB-RANK  (SKU-CNT)
                     END-IF
                     READ  PRCFL  AT END
                           MOVE  "Y"  TO EOF-SW
                     END-READ
               END-PERFORM
               CLOSE PRCFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       200-TALLY-MOVEMENTS.
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
              IF  SDT-MOVE  =  "S"
                  PERFORM  210-TALLY-ONE
              END-IF
              READ  SDTFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  SDTFL-STATUS  NOT =  "35"
               CLOSE SDTFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       210-TALLY-ONE.
           COMPUTE  WK-DATE-8 = 20000000 + SDT-DATE
           MOVE  "DIFF"  TO DATE-FUNC
           CALL  "P1023"  USING  DATE-FUNC  WK-DATE-8  ASK-DATE
                                 DATE-DAYS  DATE-RESULT
           IF  DATE-RESULT  <  0  OR  DATE-RESULT  >  364
               EXIT  PARAGRAPH
           END-IF
           PERFORM  VARYING  SKU-IDX  FROM  1  BY 1
                    UNTIL SKU-IDX  >  SKU-CNT
              IF  SKU-TAB-CODE (SKU-IDX)  =  SDT-SKU
                  COMPUTE  SKU-TAB-VALUE (SKU-IDX)
                         = SKU-TAB-VALUE (SKU-IDX)
                         + SDT-QTY * SKU-TAB-PRICE (SKU-IDX)
              END-IF
           END-PERFORM.
       300-CLASSIFY.
           MOVE  0  TO WK-TOTAL  WK-CUM
           PERFORM  VARYING  SKU-IDX  FROM  1  BY 1
                    UNTIL SKU-IDX  >  SKU-CNT
              ADD   SKU-TAB-VALUE (SKU-IDX)  TO WK-TOTAL
           END-PERFORM
           OPEN  OUTPUT   PRINTFL
           MOVE  ASK-DATE  TO HD-DATE
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           OPEN  OUTPUT   ABCFL
           PERFORM  VARYING  RANK-IDX  FROM  1  BY 1
                    UNTIL RANK-IDX  >  SKU-CNT
              PERFORM  310-PICK-NEXT
              PERFORM  320-CLASS-ONE
           END-PERFORM
           CLOSE ABCFL
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  A-CNT  TO TOT-A
           MOVE  B-CNT  TO TOT-B
           MOVE  C-CNT  TO TOT-C
           WRITE PRT-REC  FROM  TOT-1  AFTER 1  LINES.
       310-PICK-NEXT.
           MOVE  0  TO WK-BEST-IDX
           MOVE  0  TO WK-BEST-VAL
           PERFORM  VARYING  SKU-IDX  FROM  1  BY 1
                    UNTIL SKU-IDX  >  SKU-CNT
              IF  SKU-TAB-RANK (SKU-IDX)  =  0
                  IF  WK-BEST-IDX  =  0
                      OR  SKU-TAB-VALUE (SKU-IDX)  >  WK-BEST-VAL
                      MOVE  SKU-IDX  TO WK-BEST-IDX
                      MOVE  SKU-TAB-VALUE (SKU-IDX)  TO WK-BEST-VAL
                  END-IF
              END-IF
           END-PERFORM
           MOVE  RANK-IDX     TO SKU-TAB-RANK (WK-BEST-IDX)
           MOVE  WK-BEST-IDX  TO RANK-IDX-T (RANK-IDX).
       320-CLASS-ONE.
           MOVE  WK-BEST-IDX  TO SKU-IDX
           ADD   SKU-TAB-VALUE (SKU-IDX)  TO WK-CUM
           IF  WK-TOTAL  >  0
               COMPUTE  WK-PCT  ROUNDED = WK-CUM * 100 / WK-TOTAL
           ELSE
               MOVE  100  TO WK-PCT
           END-IF
           EVALUATE TRUE
              WHEN  SKU-TAB-VALUE (SKU-IDX)  =  0
                 MOVE  "C"  TO SKU-TAB-CLASS (SKU-IDX)
                 ADD   1    TO C-CNT
              WHEN  WK-PCT  NOT >  ASK-A-PCT
                 OR  A-CNT  =  0
                 MOVE  "A"  TO SKU-TAB-CLASS (SKU-IDX)
                 ADD   1    TO A-CNT
              WHEN  WK-PCT  NOT >  ASK-B-PCT
                 MOVE  "B"  TO SKU-TAB-CLASS (SKU-IDX)
                 ADD   1    TO B-CNT
              WHEN  OTHER
                 MOVE  "C"  TO SKU-TAB-CLASS (SKU-IDX)
                 ADD   1    TO C-CNT
           END-EVALUATE
           MOVE  SKU-TAB-CODE (SKU-IDX)   TO ABC-SKU
           MOVE  SKU-TAB-CLASS (SKU-IDX)  TO ABC-CLASS
           MOVE  RANK-IDX                 TO ABC-RANK
           MOVE  SKU-TAB-VALUE (SKU-IDX)  TO ABC-VALUE
           MOVE  WK-PCT                   TO ABC-CUM-PCT
           MOVE  ASK-DATE                 TO ABC-DATE
           WRITE ABC-REC
           ADD   1  TO RUNLOG-WRITE-CNT
           MOVE  RANK-IDX                 TO DL-RANK
           MOVE  ABC-SKU                  TO DL-SKU
           MOVE  ABC-VALUE                TO DL-VALUE
           MOVE  WK-PCT                   TO DL-PCT
           MOVE  ABC-CLASS                TO DL-CLASS
           WRITE PRT-REC  FROM  DL  AFTER 1  LINES.
       400-LOAD-CALENDAR.
           OPEN  INPUT CALFL
           IF  CALFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  CALFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  CAL-FLAG  =  "H"  AND  HOL-CNT  <  200
                      ADD   1  TO HOL-CNT
                      MOVE  CAL-DATE  TO HOL-DATE-T (HOL-CNT)
                  END-IF
                  IF  CAL-FLAG  =  "W"  AND  WRK-CNT  <  100
                      ADD   1  TO WRK-CNT
                      MOVE  CAL-DATE  TO WRK-DATE-T (WRK-CNT)
                  END-IF
                  READ  CALFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE CALFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       500-BUILD-WORKDAYS.
           MOVE  ASK-START  TO WK-END
           MOVE  1          TO WK-END-DD
           ADD   3          TO WK-END-MM
           IF  WK-END-MM  >  12
               SUBTRACT  12  FROM  WK-END-MM
               ADD   1  TO WK-END-YY
           END-IF
           PERFORM  VARYING  MON-IDX  FROM  1  BY 1
                    UNTIL MON-IDX  >  3
              MOVE  0  TO WD-FIRST (MON-IDX)
              MOVE  0  TO WD-DAYS  (MON-IDX)
           END-PERFORM
           MOVE  ASK-START     TO WK-DAY
           MOVE  ASK-START-MM  TO WK-PREV-MM
           MOVE  1             TO WK-MONTH-NO
           PERFORM  UNTIL WK-DAY  NOT <  WK-END
              IF  WK-DAY (5:2)  NOT =  WK-PREV-MM
                  MOVE  WK-DAY (5:2)  TO WK-PREV-MM
                  ADD   1  TO WK-MONTH-NO
              END-IF
              PERFORM  510-CHECK-WORKDAY
              IF  WORK-DAY-SW  =  "Y"  AND  WD-CNT  <  100
                  ADD   1  TO WD-CNT
                  MOVE  WK-DAY       TO WD-DATE  (WD-CNT)
                  MOVE  WK-MONTH-NO  TO WD-MONTH (WD-CNT)
                  IF  WD-FIRST (WK-MONTH-NO)  =  0
                      MOVE  WD-CNT  TO WD-FIRST (WK-MONTH-NO)
                  END-IF
                  ADD   1  TO WD-DAYS (WK-MONTH-NO)
              END-IF
              MOVE  "ADD "  TO DATE-FUNC
              MOVE  1       TO DATE-DAYS
              CALL  "P1023"  USING  DATE-FUNC  WK-DAY  DATE-2
                                    DATE-DAYS  DATE-RESULT
              MOVE  DATE-2  TO WK-DAY
           END-PERFORM.
       510-CHECK-WORKDAY.
           MOVE  "DOW "  TO DATE-FUNC
           CALL  "P1023"  USING  DATE-FUNC  WK-DAY  DATE-2
                                 DATE-DAYS  DATE-RESULT
           IF  DATE-RESULT  =  0  OR  DATE-RESULT  =  6
               MOVE  "N"  TO WORK-DAY-SW
               PERFORM  VARYING  HOL-IDX  FROM  1  BY 1
                        UNTIL HOL-IDX  >  WRK-CNT
                  IF  WRK-DATE-T (HOL-IDX)  =  WK-DAY
                      MOVE  "Y"  TO WORK-DAY-SW
                  END-IF
              END-PERFORM
           ELSE
               MOVE  "Y"  TO WORK-DAY-SW
               PERFORM  VARYING  HOL-IDX  FROM  1  BY 1
                        UNTIL HOL-IDX  >  HOL-CNT
                  IF  HOL-DATE-T (HOL-IDX)  =  WK-DAY
                      MOVE  "N"  TO WORK-DAY-SW
                  END-IF
               END-PERFORM
           END-IF.
       600-SCHEDULE.
           OPEN  OUTPUT CYCFL
           COMPUTE  WK-QTR = ( ASK-START-MM - 1 ) / 3
           PERFORM  VARYING  MON-IDX  FROM  1  BY 1
                    UNTIL MON-IDX  >  3
              IF  WD-DAYS (MON-IDX)  >  0
                  MOVE  A-CNT  TO WK-N
                  MOVE  0      TO WK-K
                  PERFORM  VARYING  RANK-IDX  FROM  1  BY 1
                           UNTIL RANK-IDX  >  SKU-CNT
                     MOVE  RANK-IDX-T (RANK-IDX)  TO SKU-IDX
                     IF  SKU-TAB-CLASS (SKU-IDX)  =  "A"
                         COMPUTE  WK-SLOT = WD-FIRST (MON-IDX)
                                + WK-K * WD-DAYS (MON-IDX) / WK-N
                         PERFORM  610-WRITE-COUNT
                         ADD   1  TO WK-K
                     END-IF
                  END-PERFORM
              END-IF
           END-PERFORM
           MOVE  B-CNT  TO WK-N
           MOVE  0      TO WK-K
           PERFORM  VARYING  RANK-IDX  FROM  1  BY 1
                    UNTIL RANK-IDX  >  SKU-CNT
              MOVE  RANK-IDX-T (RANK-IDX)  TO SKU-IDX
              IF  SKU-TAB-CLASS (SKU-IDX)  =  "B"
                  COMPUTE  WK-SLOT = 1 + WK-K * WD-CNT / WK-N
                  PERFORM  610-WRITE-COUNT
                  ADD   1  TO WK-K
              END-IF
           END-PERFORM
           COMPUTE  WK-N = ( C-CNT + 3 - WK-QTR ) / 4
           MOVE  0      TO WK-K
           MOVE  0      TO WK-QTR-REM
           PERFORM  VARYING  RANK-IDX  FROM  1  BY 1
                    UNTIL RANK-IDX  >  SKU-CNT
              MOVE  RANK-IDX-T (RANK-IDX)  TO SKU-IDX
              IF  SKU-TAB-CLASS (SKU-IDX)  =  "C"
                  IF  WK-QTR-REM  =  WK-QTR
                      COMPUTE  WK-SLOT = 1 + WK-K * WD-CNT / WK-N
                      PERFORM  610-WRITE-COUNT
                      ADD   1  TO WK-K
                  END-IF
                  ADD   1  TO WK-QTR-REM
                  IF  WK-QTR-REM  >  3
                      MOVE  0  TO WK-QTR-REM
                  END-IF
              END-IF
           END-PERFORM
           CLOSE CYCFL.
       610-WRITE-COUNT.
           MOVE  WD-DATE (WK-SLOT)        TO CYC-DATE
           MOVE  SKU-TAB-CODE (SKU-IDX)   TO CYC-SKU
           MOVE  SKU-TAB-CLASS (SKU-IDX)  TO CYC-CLASS
           WRITE CYC-REC
           ADD   1  TO SCHED-CNT
           ADD   1  TO RUNLOG-WRITE-CNT.
       700-COUNT-SHEETS.
           DISPLAY  "盤點日期 (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT   ASK-DATE
           OPEN  INPUT CYCFL
           IF  CYCFL-STATUS  NOT =  "00"
               DISPLAY  "查無盤點排程檔 D0793.DAT"
               EXIT  PARAGRAPH
           END-IF
           OPEN  OUTPUT   SHEETFL
           MOVE  ASK-DATE  TO SH-DATE
           WRITE SHT-REC  FROM  SH-1  AFTER PAGE
           WRITE SHT-REC  FROM  SH-2  AFTER 2  LINES
           WRITE SHT-REC  FROM  SH-3  AFTER 2  LINES
           WRITE SHT-REC  FROM  HD-4  AFTER 1  LINES
           READ  CYCFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              IF  CYC-DATE  =  ASK-DATE
                  MOVE  CYC-SKU    TO SH-SKU
                  MOVE  CYC-CLASS  TO SH-CLASS
                  WRITE SHT-REC  FROM  SH-DL  AFTER 2  LINES
                  ADD   1  TO SHEET-CNT
              END-IF
              READ  CYCFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           WRITE SHT-REC  FROM  HD-4  AFTER 2  LINES
           WRITE SHT-REC  FROM  SH-9  AFTER 3  LINES
           CLOSE CYCFL   SHEETFL
           DISPLAY  "盤點項數 = " SHEET-CNT.
       800-LIST-CLASSES.
           OPEN  INPUT ABCFL
           IF  ABCFL-STATUS  NOT =  "00"
               DISPLAY  "查無分類檔 D0792.DAT"
               EXIT  PARAGRAPH
           END-IF
           READ  ABCFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              MOVE  ABC-VALUE    TO DL-VALUE
              MOVE  ABC-CUM-PCT  TO DL-PCT
              DISPLAY  ABC-RANK " " ABC-SKU " " ABC-CLASS " "
                       DL-VALUE " " DL-PCT
              READ  ABCFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE ABCFL.
