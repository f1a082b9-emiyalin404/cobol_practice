       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P0482.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   TTBLFL   ASSIGN   TO "D0474.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    TTBLFL-STATUS.
           SELECT   SECFL    ASSIGN   TO "D0470.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    SECFL-STATUS.
           SELECT   CONFL    ASSIGN   TO "D0482.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CONFL-STATUS.
           SELECT   SUBFL    ASSIGN   TO "D0483.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    SUBFL-STATUS.
           SELECT   CALFL    ASSIGN   TO "D1017.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CALFL-STATUS.
           SELECT   PRINTFL  ASSIGN   TO "PRINT0482".
       DATA   DIVISION.
       FILE   SECTION.
       FD  TTBLFL
           DATA  RECORD   IS TT-REC.
       01  TT-REC.
           03 TT-CLASS        PIC X(3).
           03 TT-COURSE       PIC X(4).
           03 TT-DAY          PIC 9.
           03 TT-PERIOD       PIC 9.
           03 TT-ROOM         PIC X(3).
           03 TT-TEACHER      PIC X(10).
       FD  SECFL
           DATA  RECORD   IS SEC-REC.
       01  SEC-REC.
           03 SEC-CLASS       PIC X(3).
           03 SEC-TEACHER     PIC X(10).
           03 SEC-SEATS       PIC 9(3).
       FD  CONFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS CON-REC.
       01  CON-REC.
           03 CON-TEACHER     PIC X(10).
           03 CON-MAX         PIC 9(2).
       FD  SUBFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS SUB-REC.
       01  SUB-REC.
           03 SUB-DATE        PIC 9(8).
           03 SUB-DAY         PIC 9.
           03 SUB-PERIOD      PIC 9.
           03 SUB-CLASS       PIC X(3).
           03 SUB-COURSE      PIC X(4).
           03 SUB-ABSENT      PIC X(10).
           03 SUB-TEACHER     PIC X(10).
           03 SUB-PAY-STATUS  PIC X.
       FD  CALFL
           DATA  RECORD   IS CAL-REC.
       01  CAL-REC.
           03 CAL-DATE        PIC 9(8).
           03 CAL-FLAG        PIC X.
           03 CAL-DESC        PIC X(20).
           03 CAL-PERIOD      PIC 9(2).
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC            PIC X(80).
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER          PIC X(15).
           03 FILLER          PIC X(45)   VALUE
                 "<<<   教 師 授 課 時 數 表   >>>".
       01  HD-2.
           03 FILLER          PIC X(12)   VALUE "教 師".
           03 FILLER          PIC X(10)   VALUE "週節數".
           03 FILLER          PIC X(10)   VALUE "上 限".
           03 FILLER          PIC X(10)   VALUE "差 額".
           03 FILLER          PIC X(8)    VALUE "備 註".
       01  HD-4               PIC X(60)   VALUE ALL "=".
       01  DL.
           03 DL-TEACHER      PIC X(10).
           03 FILLER          PIC X(4).
           03 DL-LOAD         PIC Z9.
           03 FILLER          PIC X(8).
           03 DL-MAX          PIC Z9.
           03 FILLER          PIC X(6).
           03 DL-DIFF         PIC -Z9.
           03 FILLER          PIC X(5).
           03 DL-MARK         PIC X(8).
       01  TOT-1.
           03 FILLER          PIC X(16)   VALUE "教師人數 : ".
           03 TOT-CNT         PIC ZZ9.
           03 FILLER          PIC X(4).
           03 FILLER          PIC X(16)   VALUE "超時人數 : ".
           03 TOT-OVER        PIC ZZ9.
       01  CVHD-1.
           03 FILLER          PIC X(15).
           03 FILLER          PIC X(45)   VALUE
                 "<<<   代 課 安 排 表   >>>".
       01  CVHD-2.
           03 FILLER          PIC X(16)   VALUE "請假教師 : ".
           03 CVHD-ABSENT     PIC X(10).
           03 FILLER          PIC X(4).
           03 FILLER          PIC X(10)   VALUE "日期 : ".
           03 CVHD-DATE       PIC 9(4)/99/99.
           03 FILLER          PIC X(4).
           03 FILLER          PIC X(10)   VALUE "星期 : ".
           03 CVHD-DAY        PIC 9.
       01  CVHD-3.
           03 FILLER          PIC X(8)    VALUE "節次".
           03 FILLER          PIC X(8)    VALUE "系級".
           03 FILLER          PIC X(10)   VALUE "課 程".
           03 FILLER          PIC X(12)   VALUE "代課教師".
           03 FILLER          PIC X(24)   VALUE "可代課教師".
       01  CV-DL.
           03 CV-DL-PERIOD    PIC 9.
           03 FILLER          PIC X(6).
           03 CV-DL-CLASS     PIC X(3).
           03 FILLER          PIC X(4).
           03 CV-DL-COURSE    PIC X(4).
           03 FILLER          PIC X(5).
           03 CV-DL-SUB       PIC X(10).
           03 FILLER          PIC X(2).
           03 CV-DL-FREE      PIC X(33).
       01  TT-TAB-AREA.
           03 TT-CNT          PIC 9(3)   VALUE 0.
           03 TT-ENTRY        OCCURS 300 TIMES.
              05 TE-CLASS     PIC X(3).
              05 TE-COURSE    PIC X(4).
              05 TE-DAY       PIC 9.
              05 TE-PERIOD    PIC 9.
              05 TE-TEACHER   PIC X(10).
       01  TCH-TAB-AREA.
           03 TCH-CNT         PIC 9(3)   VALUE 0.
           03 TCH-ENTRY       OCCURS 100 TIMES.
              05 TCH-NAME     PIC X(10).
              05 TCH-LOAD     PIC 9(2).
              05 TCH-MAX      PIC 9(2).
              05 TCH-FREE     PIC X.
       01  SUB-TAB-AREA.
           03 SUB-CNT         PIC 9(3)   VALUE 0.
           03 SUB-ENTRY       OCCURS 500 TIMES.
              05 SBT-PERIOD   PIC 9.
              05 SBT-ABSENT   PIC X(10).
              05 SBT-TEACHER  PIC X(10).
       01  WK-TEACHER         PIC X(10).
       01  WK-SUB             PIC X(10).
       01  WK-DIFF            PIC S9(2).
       01  ASK-DEFAULT-MAX    PIC 9(2).
       01  ASK-ABSENT         PIC X(10).
       01  ASK-DATE           PIC 9(8).
       01  MODE-SW            PIC X.
       01  FOUND-SW           PIC X.
       01  HOLIDAY-SW         PIC X.
       01  DATE-FUNC          PIC X(4).
       01  DATE-2             PIC 9(8).
       01  DATE-DAYS          PIC S9(7).
       01  DATE-RESULT        PIC S9(7).
       01  D                  PIC 9.
       01  P                  PIC 9.
       01  I                  PIC 9(3).
       01  K                  PIC 9(3).
       01  MATCH-IDX          PIC 9(3).
       01  FREE-POS           PIC 9(2).
       01  OVER-CNT           PIC 9(3)   VALUE 0.
       01  SUBW-CNT           PIC 9(3)   VALUE 0.
       01  LOAD-CNT           PIC 9(3)   VALUE 0.
       01  EOF-SW             PIC X      VALUE "N".
       01  TTBLFL-STATUS      PIC XX.
       01  SECFL-STATUS       PIC XX.
       01  CONFL-STATUS       PIC XX.
       01  SUBFL-STATUS       PIC XX.
       01  CALFL-STATUS       PIC XX.
       01  RUNLOG-JOB         PIC X(8)   VALUE "P0482".
       01  RUNLOG-ACTION      PIC X.
       01  RUNLOG-READ-CNT    PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT   PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS      PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "(M)授課上限維護  (L)授課時數表"
           DISPLAY  "(C)代課安排"
           DISPLAY  "選 擇 : " WITH NO ADVANCING
           ACCEPT   MODE-SW
           EVALUATE  MODE-SW
              WHEN  "M"
              WHEN  "m"
                 PERFORM  600-MAINTAIN-MAX
              WHEN  "C"
              WHEN  "c"
                 PERFORM  050-LOAD-ALL
                 PERFORM  400-COVERAGE
              WHEN  OTHER
                 MOVE  "S"   TO RUNLOG-ACTION
                 CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                       RUNLOG-READ-CNT  RUNLOG-WRITE-CNT
                                       RUNLOG-STATUS
                 PERFORM  050-LOAD-ALL
                 PERFORM  300-LOAD-REPORT
                 MOVE  "E"   TO RUNLOG-ACTION
                 IF  OVER-CNT  >  0
                     MOVE  "A"   TO RUNLOG-STATUS
                 END-IF
                 CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                       RUNLOG-READ-CNT  RUNLOG-WRITE-CNT
                                       RUNLOG-STATUS
           END-EVALUATE
           STOP  RUN.
       050-LOAD-ALL.
           DISPLAY  "預設每週授課上限 (預設20) : "
                    WITH NO ADVANCING
           ACCEPT   ASK-DEFAULT-MAX
           IF  ASK-DEFAULT-MAX  =  0
               MOVE  20  TO ASK-DEFAULT-MAX
           END-IF
           PERFORM  100-LOAD-TIMETABLE
           PERFORM  110-LOAD-HOMEROOM
           PERFORM  120-LOAD-CONTRACT.
       100-LOAD-TIMETABLE.
           OPEN  INPUT TTBLFL
           IF  TTBLFL-STATUS  NOT =  "00"
               DISPLAY  "查無課表檔 D0474.DAT"
           ELSE
               MOVE  "N"   TO EOF-SW
               READ  TTBLFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  TT-CNT  <  300
                      ADD   1  TO TT-CNT
                      MOVE  TT-CLASS    TO TE-CLASS   (TT-CNT)
                      MOVE  TT-COURSE   TO TE-COURSE  (TT-CNT)
                      MOVE  TT-DAY      TO TE-DAY     (TT-CNT)
                      MOVE  TT-PERIOD   TO TE-PERIOD  (TT-CNT)
                      MOVE  TT-TEACHER  TO TE-TEACHER (TT-CNT)
                      ADD   1  TO RUNLOG-READ-CNT
                      MOVE  TT-TEACHER  TO WK-TEACHER
                      PERFORM  150-FIND-TEACHER
                      IF  MATCH-IDX  >  0
                          ADD  1  TO TCH-LOAD (MATCH-IDX)
                      END-IF
                  END-IF
                  READ  TTBLFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE TTBLFL
           END-IF.
       110-LOAD-HOMEROOM.
           OPEN  INPUT SECFL
           IF  SECFL-STATUS  =  "00"
               MOVE  "N"   TO EOF-SW
               READ  SECFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  SEC-TEACHER  NOT =  SPACES
                      MOVE  SEC-TEACHER  TO WK-TEACHER
                      PERFORM  150-FIND-TEACHER
                  END-IF
                  READ  SECFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE SECFL
           END-IF.
       120-LOAD-CONTRACT.
           OPEN  INPUT CONFL
           IF  CONFL-STATUS  =  "00"
               MOVE  "N"   TO EOF-SW
               READ  CONFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  PERFORM  VARYING  I  FROM  1  BY 1
                           UNTIL I  >  TCH-CNT
                     IF  TCH-NAME (I)  =  CON-TEACHER
                         MOVE  CON-MAX  TO TCH-MAX (I)
                     END-IF
                  END-PERFORM
                  READ  CONFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE CONFL
           END-IF.
       150-FIND-TEACHER.
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  I  FROM  1  BY 1
                    UNTIL I  >  TCH-CNT
              IF  TCH-NAME (I)  =  WK-TEACHER
                  MOVE  I  TO MATCH-IDX
              END-IF
           END-PERFORM
           IF  MATCH-IDX  =  0  AND  TCH-CNT  <  100
               ADD   1  TO TCH-CNT
               MOVE  TCH-CNT          TO MATCH-IDX
               MOVE  WK-TEACHER       TO TCH-NAME (MATCH-IDX)
               MOVE  0                TO TCH-LOAD (MATCH-IDX)
               MOVE  ASK-DEFAULT-MAX  TO TCH-MAX  (MATCH-IDX)
           END-IF.
       300-LOAD-REPORT.
           OPEN  OUTPUT   PRINTFL
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           PERFORM  VARYING  I  FROM  1  BY 1
                    UNTIL I  >  TCH-CNT
              MOVE  TCH-NAME (I)  TO DL-TEACHER
              MOVE  TCH-LOAD (I)  TO DL-LOAD
              MOVE  TCH-MAX  (I)  TO DL-MAX
              COMPUTE  WK-DIFF = TCH-MAX (I) - TCH-LOAD (I)
              MOVE  WK-DIFF  TO DL-DIFF
              MOVE  SPACES   TO DL-MARK
              IF  WK-DIFF  <  0
                  MOVE  "超 時"  TO DL-MARK
                  ADD   1  TO OVER-CNT
              END-IF
              WRITE PRT-REC  FROM  DL  AFTER 1  LINES
              ADD   1  TO RUNLOG-WRITE-CNT
           END-PERFORM
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  TCH-CNT   TO TOT-CNT
           MOVE  OVER-CNT  TO TOT-OVER
           WRITE PRT-REC  FROM  TOT-1  AFTER 1  LINES
           CLOSE PRINTFL
           DISPLAY  "教師人數 = " TCH-CNT
           DISPLAY  "超時人數 = " OVER-CNT.
       400-COVERAGE.
           DISPLAY  "請假教師            : " WITH NO ADVANCING
           ACCEPT   ASK-ABSENT
           MOVE  ASK-ABSENT  TO WK-TEACHER
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  I  FROM  1  BY 1
                    UNTIL I  >  TCH-CNT
              IF  TCH-NAME (I)  =  WK-TEACHER
                  MOVE  I  TO MATCH-IDX
              END-IF
           END-PERFORM
           IF  MATCH-IDX  =  0
               DISPLAY  "查無此教師 : " ASK-ABSENT
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  "請假日期 (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT   ASK-DATE
           MOVE  "DOW "  TO DATE-FUNC
           CALL  "P1023"  USING  DATE-FUNC  ASK-DATE  DATE-2
                                 DATE-DAYS  DATE-RESULT
           IF  DATE-RESULT  =  0
               MOVE  7  TO D
           ELSE
               MOVE  DATE-RESULT  TO D
           END-IF
           PERFORM  410-CHECK-HOLIDAY
           IF  HOLIDAY-SW  =  "Y"
               DISPLAY  "該日為行事曆休假日, 無須代課"
               EXIT  PARAGRAPH
           END-IF
           PERFORM  420-LOAD-SUBS
           OPEN  EXTEND SUBFL
           IF  SUBFL-STATUS  =  "35"
               OPEN  OUTPUT SUBFL
           END-IF
           OPEN  OUTPUT   PRINTFL
           WRITE PRT-REC  FROM  CVHD-1  AFTER PAGE
           MOVE  ASK-ABSENT  TO CVHD-ABSENT
           MOVE  ASK-DATE    TO CVHD-DATE
           MOVE  D           TO CVHD-DAY
           WRITE PRT-REC  FROM  CVHD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  CVHD-3  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           PERFORM  VARYING  P  FROM  1  BY 1
                    UNTIL P  >  8
              PERFORM  VARYING  K  FROM  1  BY 1
                       UNTIL K  >  TT-CNT
                 IF  TE-TEACHER (K)  =  ASK-ABSENT
                     AND  TE-DAY (K)  =  D
                     AND  TE-PERIOD (K)  =  P
                     PERFORM  450-COVER-ONE
                 END-IF
              END-PERFORM
           END-PERFORM
           CLOSE SUBFL   PRINTFL
           DISPLAY  "代課安排筆數 = " SUBW-CNT.
       410-CHECK-HOLIDAY.
           MOVE  "N"  TO HOLIDAY-SW
           OPEN  INPUT CALFL
           IF  CALFL-STATUS  =  "00"
               MOVE  "N"   TO EOF-SW
               READ  CALFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  CAL-DATE  =  ASK-DATE  AND  CAL-FLAG  =  "H"
                      MOVE  "Y"  TO HOLIDAY-SW
                  END-IF
                  READ  CALFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE CALFL
           END-IF.
       420-LOAD-SUBS.
           OPEN  INPUT SUBFL
           IF  SUBFL-STATUS  =  "00"
               MOVE  "N"   TO EOF-SW
               READ  SUBFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  SUB-DATE  =  ASK-DATE  AND  SUB-CNT  <  500
                      ADD   1  TO SUB-CNT
                      MOVE  SUB-PERIOD   TO SBT-PERIOD  (SUB-CNT)
                      MOVE  SUB-ABSENT   TO SBT-ABSENT  (SUB-CNT)
                      MOVE  SUB-TEACHER  TO SBT-TEACHER (SUB-CNT)
                  END-IF
                  READ  SUBFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE SUBFL
           END-IF.
       450-COVER-ONE.
           PERFORM  460-FIND-FREE
           DISPLAY  " "
           DISPLAY  "第 " P " 節  " TE-CLASS (K) "  " TE-COURSE (K)
           MOVE  SPACES  TO CV-DL-FREE
           MOVE  1       TO FREE-POS
           DISPLAY  "可代課教師 (本週節數) :"
           PERFORM  VARYING  I  FROM  1  BY 1
                    UNTIL I  >  TCH-CNT
              IF  TCH-FREE (I)  =  "Y"
                  DISPLAY  "    " TCH-NAME (I) "  " TCH-LOAD (I)
                  IF  FREE-POS  <  23
                      MOVE  TCH-NAME (I)  TO CV-DL-FREE (FREE-POS:10)
                      ADD   11  TO FREE-POS
                  END-IF
              END-IF
           END-PERFORM
           MOVE  "N"     TO FOUND-SW
           MOVE  SPACES  TO WK-SUB
           PERFORM  UNTIL FOUND-SW = "Y"
              DISPLAY  "代課教師 (空白:暫不指派) : "
                       WITH NO ADVANCING
              ACCEPT   WK-SUB
              IF  WK-SUB  =  SPACES
                  MOVE  "Y"  TO FOUND-SW
              ELSE
                  PERFORM  VARYING  I  FROM  1  BY 1
                           UNTIL I  >  TCH-CNT
                     IF  TCH-NAME (I)  =  WK-SUB
                         AND  TCH-FREE (I)  =  "Y"
                         MOVE  "Y"  TO FOUND-SW
                     END-IF
                  END-PERFORM
                  IF  FOUND-SW  =  "N"
                      DISPLAY  "該教師此節無空堂 : " WK-SUB
                  END-IF
              END-IF
           END-PERFORM
           MOVE  P               TO CV-DL-PERIOD
           MOVE  TE-CLASS  (K)   TO CV-DL-CLASS
           MOVE  TE-COURSE (K)   TO CV-DL-COURSE
           MOVE  WK-SUB          TO CV-DL-SUB
           WRITE PRT-REC  FROM  CV-DL  AFTER 1  LINES
           IF  WK-SUB  NOT =  SPACES
               MOVE  ASK-DATE        TO SUB-DATE
               MOVE  D               TO SUB-DAY
               MOVE  P               TO SUB-PERIOD
               MOVE  TE-CLASS  (K)   TO SUB-CLASS
               MOVE  TE-COURSE (K)   TO SUB-COURSE
               MOVE  ASK-ABSENT      TO SUB-ABSENT
               MOVE  WK-SUB          TO SUB-TEACHER
               MOVE  "N"             TO SUB-PAY-STATUS
               WRITE SUB-REC
               ADD   1  TO SUBW-CNT
               IF  SUB-CNT  <  500
                   ADD   1  TO SUB-CNT
                   MOVE  P           TO SBT-PERIOD  (SUB-CNT)
                   MOVE  ASK-ABSENT  TO SBT-ABSENT  (SUB-CNT)
                   MOVE  WK-SUB      TO SBT-TEACHER (SUB-CNT)
               END-IF
           END-IF.
       460-FIND-FREE.
           PERFORM  VARYING  I  FROM  1  BY 1
                    UNTIL I  >  TCH-CNT
              MOVE  "Y"  TO TCH-FREE (I)
              IF  TCH-NAME (I)  =  ASK-ABSENT
                  MOVE  "N"  TO TCH-FREE (I)
              END-IF
           END-PERFORM
           PERFORM  VARYING  I  FROM  1  BY 1
                    UNTIL I  >  TT-CNT
              IF  TE-DAY (I)  =  D  AND  TE-PERIOD (I)  =  P
                  MOVE  TE-TEACHER (I)  TO WK-TEACHER
                  PERFORM  470-MARK-BUSY
              END-IF
           END-PERFORM
           PERFORM  VARYING  I  FROM  1  BY 1
                    UNTIL I  >  SUB-CNT
              MOVE  SBT-ABSENT (I)  TO WK-TEACHER
              PERFORM  470-MARK-BUSY
              IF  SBT-PERIOD (I)  =  P
                  MOVE  SBT-TEACHER (I)  TO WK-TEACHER
                  PERFORM  470-MARK-BUSY
              END-IF
           END-PERFORM.
       470-MARK-BUSY.
           PERFORM  VARYING  MATCH-IDX  FROM  1  BY 1
                    UNTIL MATCH-IDX  >  TCH-CNT
              IF  TCH-NAME (MATCH-IDX)  =  WK-TEACHER
                  MOVE  "N"  TO TCH-FREE (MATCH-IDX)
              END-IF
           END-PERFORM.
       600-MAINTAIN-MAX.
           OPEN  EXTEND CONFL
           IF  CONFL-STATUS  =  "35"
               OPEN  OUTPUT CONFL
           END-IF
           MOVE  SPACES   TO CON-TEACHER
           PERFORM  UNTIL CON-TEACHER = "E"
              DISPLAY  "教師 (E:結束)       : " WITH NO ADVANCING
              ACCEPT   CON-TEACHER
              IF  CON-TEACHER  NOT =  "E"
                  AND  CON-TEACHER  NOT =  SPACES
                  DISPLAY  "每週授課上限        : "
                           WITH NO ADVANCING
                  ACCEPT   CON-MAX
                  WRITE CON-REC
                  ADD   1  TO LOAD-CNT
              END-IF
           END-PERFORM
           CLOSE CONFL
           DISPLAY  "授課上限筆數 = " LOAD-CNT.
