       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P0962.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   SCORFL   ASSIGN   TO "D0952.DAT"
              ORGANIZATION   IS   LINE   SEQUENTIAL
              FILE STATUS    SCORFL-STATUS.
           SELECT   RATFL    ASSIGN   TO "D0962.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    RATFL-STATUS.
           SELECT   WGTFL    ASSIGN   TO "D0963.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    WGTFL-STATUS.
           SELECT   MRGFL    ASSIGN   TO "D0964.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    MRGFL-STATUS.
           SELECT   APLFL    ASSIGN   TO "D0965.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    APLFL-STATUS.
           SELECT   PRINTFL  ASSIGN   TO "PRINT0962".
           SELECT   THRDFL   ASSIGN   TO "THIRD0962".
       DATA   DIVISION.
       FILE   SECTION.
       FD  SCORFL
           LABEL  RECORD  IS STANDARD
           DATA  RECORD   IS SCOR-REC.
       01  SCOR-REC.
           03 SCOR-ID           PIC X(4).
           03 SCOR-FORM         PIC X.
           03 SCOR-ANS          PIC X    OCCURS   20 TIMES.
       FD  RATFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS RAT-REC.
       01  RAT-REC.
           03 RAT-ID            PIC X(4).
           03 RAT-MARK-1        PIC 9(3).
           03 RAT-MARK-2        PIC 9(3).
           03 RAT-MARK-3        PIC 9(3).
       FD  WGTFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS WGT-REC.
       01  WGT-REC.
           03 WGT-MC-PCT        PIC 9(3).
           03 WGT-ESSAY-PCT     PIC 9(3).
           03 WGT-ESSAY-MAX     PIC 9(3).
           03 WGT-TOLER         PIC 9(3).
       FD  MRGFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS MRG-REC.
       01  MRG-REC.
           03 MRG-ID            PIC X(4).
           03 MRG-FORM          PIC X.
           03 MRG-MC            PIC 9(3)V9.
           03 MRG-ESSAY         PIC 9(3)V9.
           03 MRG-TOTAL         PIC 9(3)V9.
           03 MRG-FLAG          PIC X.
       FD  APLFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS APL-REC.
       01  APL-REC.
           03 APL-FORM          PIC X.
           03 APL-ITEM          PIC 9(2).
           03 APL-RULING        PIC X.
           03 APL-ANS           PIC X.
           03 APL-DATE          PIC 9(8).
       FD  PRINTFL
           LABEL RECORD   IS STANDARD
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC              PIC X(80).
       FD  THRDFL
           LABEL RECORD   IS STANDARD
           DATA  RECORD   IS THRD-REC.
       01  THRD-REC             PIC X(80).
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER            PIC X(15).
           03 FILLER            PIC X(45)   VALUE
                 "<<<   測 驗 總 分 合 併 表   >>>".
       01  HD-2.
           03 FILLER            PIC X(14)   VALUE "選擇題 : ".
           03 HD-MC-PCT         PIC ZZ9.
           03 FILLER            PIC X(6)    VALUE " %".
           03 FILLER            PIC X(14)   VALUE "非選題 : ".
           03 HD-ESSAY-PCT      PIC ZZ9.
           03 FILLER            PIC X(6)    VALUE " %".
           03 FILLER            PIC X(14)   VALUE "容許差 : ".
           03 HD-TOLER          PIC ZZ9.
       01  HD-3.
           03 FILLER            PIC X(10)   VALUE "准考證".
           03 FILLER            PIC X(6)    VALUE "卷".
           03 FILLER            PIC X(8)    VALUE "選擇".
           03 FILLER            PIC X(8)    VALUE "評一".
           03 FILLER            PIC X(8)    VALUE "評二".
           03 FILLER            PIC X(8)    VALUE "評三".
           03 FILLER            PIC X(8)    VALUE "非選".
           03 FILLER            PIC X(8)    VALUE "總分".
           03 FILLER            PIC X(10)   VALUE "備 註".
       01  HD-4                 PIC X(76)   VALUE ALL "=".
       01  DL.
           03 DL-ID             PIC X(4).
           03 FILLER            PIC X(6).
           03 DL-FORM           PIC X.
           03 FILLER            PIC X(3).
           03 DL-MC             PIC ZZ9.9.
           03 FILLER            PIC X(3).
           03 DL-MARK-1         PIC ZZ9.
           03 FILLER            PIC X(5).
           03 DL-MARK-2         PIC ZZ9.
           03 FILLER            PIC X(5).
           03 DL-MARK-3         PIC ZZ9.
           03 FILLER            PIC X(3).
           03 DL-ESSAY          PIC ZZ9.9.
           03 FILLER            PIC X(3).
           03 DL-TOTAL          PIC ZZ9.9.
           03 FILLER            PIC X(3).
           03 DL-NOTE           PIC X(12).
       01  TOT-1.
           03 FILLER            PIC X(16)   VALUE "合併人數 : ".
           03 TOT-CNT           PIC ZZZ9.
           03 FILLER            PIC X(4).
           03 FILLER            PIC X(16)   VALUE "待三閱 : ".
           03 TOT-THIRD         PIC ZZZ9.
           03 FILLER            PIC X(4).
           03 FILLER            PIC X(16)   VALUE "無非選分 : ".
           03 TOT-NONE          PIC ZZZ9.
       01  THRD-HD-1.
           03 FILLER            PIC X(30)   VALUE
                 "非選題三閱名單".
       01  THRD-HD-2.
           03 FILLER            PIC X(10)   VALUE "准考證".
           03 FILLER            PIC X(8)    VALUE "評一".
           03 FILLER            PIC X(8)    VALUE "評二".
           03 FILLER            PIC X(8)    VALUE "差距".
       01  THRD-DL.
           03 THRD-ID           PIC X(4).
           03 FILLER            PIC X(6).
           03 THRD-MARK-1       PIC ZZ9.
           03 FILLER            PIC X(5).
           03 THRD-MARK-2       PIC ZZ9.
           03 FILLER            PIC X(5).
           03 THRD-GAP          PIC ZZ9.
       01  KEY-TAB.
           05 KEY-ENTRY         OCCURS   5 TIMES.
              10 KEY-FORM       PIC X.
              10 KEY-ANS        PIC X    OCCURS   20 TIMES.
       01  KEY-CNT              PIC 9          VALUE 0.
       01  FORM-IDX             PIC 9.
       01  MATCH-IDX            PIC 9          VALUE 0.
       01  FOUND-SW             PIC X          VALUE "N".
       01  RAT-TAB-AREA.
           03 RAT-CNT           PIC 9(4)   VALUE 0.
           03 RAT-ENTRY         OCCURS 2000 TIMES.
              05 RT-ID          PIC X(4).
              05 RT-MARK-1      PIC 9(3).
              05 RT-MARK-2      PIC 9(3).
              05 RT-MARK-3      PIC 9(3).
       01  RUL-TAB-AREA.
           03 RUL-CNT           PIC 9(3)   VALUE 0.
           03 RUL-ENTRY         OCCURS 100 TIMES.
              05 RL-FORM        PIC X.
              05 RL-ITEM        PIC 9(2).
              05 RL-RULING      PIC X.
              05 RL-ANS         PIC X.
       01  RUL-IDX              PIC 9(3).
       01  RUL-MATCH            PIC 9(3).
       01  ITEM-RULE-AREA.
           03 ITEM-RULING       PIC X    OCCURS 20 TIMES.
           03 ITEM-ALT          PIC X    OCCURS 20 TIMES.
           03 ITEM-KEY          PIC X    OCCURS 20 TIMES.
       01  CNT-AREA.
           05 RIGHT-CNT         PIC 9(5).
           05 VALID-CNT         PIC 9(5).
           05 I                 PIC 9(5).
           05 WK-MC             PIC 9(3)V9.
           05 WK-RAW            PIC 9(3)V9.
           05 WK-ESSAY          PIC 9(3)V9.
           05 WK-TOTAL          PIC 9(3)V9.
           05 WK-GAP            PIC 9(3).
           05 WK-GAP-1          PIC 9(3).
           05 WK-GAP-2          PIC 9(3).
       01  RAT-IDX              PIC 9(4).
       01  RAT-MATCH            PIC 9(4).
       01  MODE-SW              PIC X.
       01  WK-ID                PIC X(4).
       01  MRG-CNT              PIC 9(4)   VALUE 0.
       01  THIRD-CNT            PIC 9(4)   VALUE 0.
       01  NONE-CNT             PIC 9(4)   VALUE 0.
       01  LOAD-CNT             PIC 9(4)   VALUE 0.
       01  EOF-SW               PIC X      VALUE "N".
       01  SCORFL-STATUS        PIC XX.
       01  RATFL-STATUS         PIC XX.
       01  WGTFL-STATUS         PIC XX.
       01  MRGFL-STATUS         PIC XX.
       01  APLFL-STATUS         PIC XX.
       01  RUNLOG-JOB           PIC X(8)   VALUE "P0962".
       01  RUNLOG-ACTION        PIC X.
       01  RUNLOG-READ-CNT      PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT     PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS        PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "(W)配分比例  (R)非選評分登錄  "
                    WITH NO ADVANCING
           DISPLAY  "(M)總分合併 : " WITH NO ADVANCING
           ACCEPT   MODE-SW
           EVALUATE TRUE
              WHEN  MODE-SW = "W"  OR  MODE-SW = "w"
                 PERFORM  600-MAINTAIN-WEIGHTS
              WHEN  MODE-SW = "R"  OR  MODE-SW = "r"
                 PERFORM  500-ENTER-MARKS
              WHEN  OTHER
                 PERFORM  100-MERGE-RUN
           END-EVALUATE
           STOP  RUN.
       100-MERGE-RUN.
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           PERFORM  110-LOAD-WEIGHTS
           PERFORM  120-LOAD-MARKS
           PERFORM  130-LOAD-RULINGS
           OPEN  INPUT SCORFL
           IF  SCORFL-STATUS  NOT =  "00"
               DISPLAY  "查無答案卷檔 D0952.DAT"
               MOVE  "A"   TO RUNLOG-STATUS
           ELSE
               OPEN  OUTPUT   MRGFL   PRINTFL   THRDFL
               WRITE PRT-REC  FROM  HD-1  AFTER PAGE
               WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
               WRITE PRT-REC  FROM  HD-3  AFTER 2  LINES
               WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
               WRITE THRD-REC  FROM  THRD-HD-1  AFTER PAGE
               WRITE THRD-REC  FROM  THRD-HD-2  AFTER 2  LINES
               PERFORM  040-READ-SCORFL
               PERFORM  UNTIL EOF-SW = "Y"  OR  SCOR-ID  NOT =  "KEY "
                  PERFORM  010-LOAD-KEY
                  PERFORM  040-READ-SCORFL
               END-PERFORM
               PERFORM  UNTIL EOF-SW = "Y"
                  PERFORM  200-MERGE-ONE
                  PERFORM  040-READ-SCORFL
               END-PERFORM
               WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
               MOVE  MRG-CNT    TO TOT-CNT
               MOVE  THIRD-CNT  TO TOT-THIRD
               MOVE  NONE-CNT   TO TOT-NONE
               WRITE PRT-REC  FROM  TOT-1  AFTER 1  LINES
               CLOSE SCORFL   MRGFL   PRINTFL   THRDFL
               DISPLAY  "合併人數 = " MRG-CNT
               DISPLAY  "待三閱人數 = " THIRD-CNT
               IF  THIRD-CNT  >  0
                   MOVE  "A"   TO RUNLOG-STATUS
               END-IF
           END-IF
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS.
       010-LOAD-KEY.
           IF  KEY-CNT  <  5
               ADD  1  TO KEY-CNT
               MOVE SCOR-FORM  TO KEY-FORM(KEY-CNT)
               PERFORM  VARYING  I  FROM  1  BY 1  UNTIL I  >  20
                  MOVE  SCOR-ANS(I)  TO KEY-ANS(KEY-CNT, I)
               END-PERFORM
           END-IF.
       020-FIND-FORM.
           MOVE  "N"  TO FOUND-SW
           MOVE  0    TO MATCH-IDX
           PERFORM  VARYING  FORM-IDX  FROM  1  BY 1
                    UNTIL FORM-IDX  >  KEY-CNT
              IF  KEY-FORM(FORM-IDX)  =  SCOR-FORM
                  MOVE  "Y"        TO FOUND-SW
                  MOVE  FORM-IDX   TO MATCH-IDX
              END-IF
           END-PERFORM.
       030-SCORE-MC.
           PERFORM  VARYING  I  FROM  1  BY 1  UNTIL I  >  20
              MOVE  KEY-ANS(MATCH-IDX, I)  TO ITEM-KEY (I)
              MOVE  SPACE   TO ITEM-RULING (I)  ITEM-ALT (I)
           END-PERFORM
           PERFORM  VARYING  RUL-IDX  FROM  1  BY 1
                    UNTIL RUL-IDX  >  RUL-CNT
              IF  RL-FORM (RUL-IDX)  =  SCOR-FORM
                  MOVE  RL-ITEM (RUL-IDX)  TO I
                  MOVE  RL-RULING (RUL-IDX)  TO ITEM-RULING (I)
                  EVALUATE  RL-RULING (RUL-IDX)
                     WHEN  "K"
                        MOVE  RL-ANS (RUL-IDX)  TO ITEM-KEY (I)
                        MOVE  SPACE             TO ITEM-ALT (I)
                     WHEN  "B"
                        MOVE  RL-ANS (RUL-IDX)  TO ITEM-ALT (I)
                  END-EVALUATE
              END-IF
           END-PERFORM
           MOVE  0  TO RIGHT-CNT  VALID-CNT
           PERFORM  VARYING  I  FROM  1  BY 1  UNTIL I  >  20
              IF  ITEM-RULING (I)  NOT =  "V"
                  ADD   1  TO VALID-CNT
                  IF  SCOR-ANS(I)  =  ITEM-KEY (I)
                      OR  ( ITEM-ALT (I)  NOT =  SPACE
                            AND  SCOR-ANS(I)  =  ITEM-ALT (I) )
                      ADD   1  TO RIGHT-CNT
                  END-IF
              END-IF
           END-PERFORM
           IF  VALID-CNT  >  0
               COMPUTE  WK-MC ROUNDED = RIGHT-CNT * 100 / VALID-CNT
           ELSE
               MOVE  0  TO WK-MC
           END-IF.
       040-READ-SCORFL.
           READ  SCORFL   AT END
                 MOVE  "Y"   TO EOF-SW
           END-READ
           IF  EOF-SW  NOT =  "Y"
               ADD  1  TO RUNLOG-READ-CNT
           END-IF.
       110-LOAD-WEIGHTS.
           MOVE  100  TO WGT-MC-PCT
           MOVE  0    TO WGT-ESSAY-PCT
           MOVE  100  TO WGT-ESSAY-MAX
           MOVE  10   TO WGT-TOLER
           OPEN  INPUT WGTFL
           IF  WGTFL-STATUS  =  "00"
               READ  WGTFL
                  AT END
                     MOVE  100  TO WGT-MC-PCT
                     MOVE  0    TO WGT-ESSAY-PCT
                     MOVE  100  TO WGT-ESSAY-MAX
                     MOVE  10   TO WGT-TOLER
               END-READ
               CLOSE WGTFL
           END-IF
           IF  WGT-ESSAY-MAX  =  0
               MOVE  100  TO WGT-ESSAY-MAX
           END-IF
           MOVE  WGT-MC-PCT     TO HD-MC-PCT
           MOVE  WGT-ESSAY-PCT  TO HD-ESSAY-PCT
           MOVE  WGT-TOLER      TO HD-TOLER.
       120-LOAD-MARKS.
           OPEN  INPUT RATFL
           IF  RATFL-STATUS  =  "00"
               READ  RATFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  MOVE  0  TO RAT-MATCH
                  PERFORM  VARYING  RAT-IDX  FROM  1  BY 1
                           UNTIL RAT-IDX  >  RAT-CNT
                     IF  RT-ID (RAT-IDX)  =  RAT-ID
                         MOVE  RAT-IDX  TO RAT-MATCH
                     END-IF
                  END-PERFORM
                  IF  RAT-MATCH  =  0  AND  RAT-CNT  <  2000
                      ADD   1  TO RAT-CNT
                      MOVE  RAT-CNT  TO RAT-MATCH
                  END-IF
                  IF  RAT-MATCH  >  0
                      MOVE  RAT-ID      TO RT-ID     (RAT-MATCH)
                      MOVE  RAT-MARK-1  TO RT-MARK-1 (RAT-MATCH)
                      MOVE  RAT-MARK-2  TO RT-MARK-2 (RAT-MATCH)
                      MOVE  RAT-MARK-3  TO RT-MARK-3 (RAT-MATCH)
                  END-IF
                  READ  RATFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE RATFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       130-LOAD-RULINGS.
           OPEN  INPUT APLFL
           IF  APLFL-STATUS  =  "00"
               READ  APLFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  MOVE  0  TO RUL-MATCH
                  PERFORM  VARYING  RUL-IDX  FROM  1  BY 1
                           UNTIL RUL-IDX  >  RUL-CNT
                     IF  RL-FORM (RUL-IDX)  =  APL-FORM
                         AND  RL-ITEM (RUL-IDX)  =  APL-ITEM
                         MOVE  RUL-IDX  TO RUL-MATCH
                     END-IF
                  END-PERFORM
                  IF  RUL-MATCH  =  0  AND  RUL-CNT  <  100
                      ADD   1  TO RUL-CNT
                      MOVE  RUL-CNT  TO RUL-MATCH
                  END-IF
                  IF  RUL-MATCH  >  0
                      MOVE  APL-FORM    TO RL-FORM   (RUL-MATCH)
                      MOVE  APL-ITEM    TO RL-ITEM   (RUL-MATCH)
                      MOVE  APL-RULING  TO RL-RULING (RUL-MATCH)
                      MOVE  APL-ANS     TO RL-ANS    (RUL-MATCH)
                  END-IF
                  READ  APLFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE APLFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       200-MERGE-ONE.
           PERFORM  020-FIND-FORM
           IF  FOUND-SW  NOT =  "Y"
               DISPLAY  "UNKNOWN ANSWER FORM : " SCOR-ID " " SCOR-FORM
               EXIT  PARAGRAPH
           END-IF
           PERFORM  030-SCORE-MC
           MOVE  SPACES    TO DL-NOTE
           MOVE  SPACE     TO MRG-FLAG
           MOVE  0         TO WK-ESSAY  DL-MARK-1  DL-MARK-2  DL-MARK-3
           MOVE  0  TO RAT-MATCH
           PERFORM  VARYING  RAT-IDX  FROM  1  BY 1
                    UNTIL RAT-IDX  >  RAT-CNT
              IF  RT-ID (RAT-IDX)  =  SCOR-ID
                  MOVE  RAT-IDX  TO RAT-MATCH
              END-IF
           END-PERFORM
           IF  RAT-MATCH  =  0
               IF  WGT-ESSAY-PCT  >  0
                   MOVE  "N"           TO MRG-FLAG
                   MOVE  "無非選分"    TO DL-NOTE
                   ADD   1  TO NONE-CNT
               END-IF
           ELSE
               PERFORM  210-RESOLVE-ESSAY
           END-IF
           COMPUTE  WK-TOTAL ROUNDED
                  = ( WK-MC * WGT-MC-PCT + WK-ESSAY * WGT-ESSAY-PCT )
                  / 100
           MOVE  SCOR-ID    TO MRG-ID
           MOVE  SCOR-FORM  TO MRG-FORM
           MOVE  WK-MC      TO MRG-MC
           MOVE  WK-ESSAY   TO MRG-ESSAY
           MOVE  WK-TOTAL   TO MRG-TOTAL
           WRITE MRG-REC
           ADD   1  TO MRG-CNT
           ADD   1  TO RUNLOG-WRITE-CNT
           MOVE  SCOR-ID    TO DL-ID
           MOVE  SCOR-FORM  TO DL-FORM
           MOVE  WK-MC      TO DL-MC
           MOVE  WK-ESSAY   TO DL-ESSAY
           MOVE  WK-TOTAL   TO DL-TOTAL
           WRITE PRT-REC  FROM  DL  AFTER 1  LINES.
       210-RESOLVE-ESSAY.
           MOVE  RT-MARK-1 (RAT-MATCH)  TO DL-MARK-1
           MOVE  RT-MARK-2 (RAT-MATCH)  TO DL-MARK-2
           MOVE  RT-MARK-3 (RAT-MATCH)  TO DL-MARK-3
           IF  RT-MARK-1 (RAT-MATCH)  >  RT-MARK-2 (RAT-MATCH)
               COMPUTE  WK-GAP = RT-MARK-1 (RAT-MATCH)
                               - RT-MARK-2 (RAT-MATCH)
           ELSE
               COMPUTE  WK-GAP = RT-MARK-2 (RAT-MATCH)
                               - RT-MARK-1 (RAT-MATCH)
           END-IF
           COMPUTE  WK-RAW = ( RT-MARK-1 (RAT-MATCH)
                             + RT-MARK-2 (RAT-MATCH) ) / 2
           IF  WK-GAP  >  WGT-TOLER
               IF  RT-MARK-3 (RAT-MATCH)  =  0
                   MOVE  "T"           TO MRG-FLAG
                   MOVE  "待三閱"      TO DL-NOTE
                   ADD   1  TO THIRD-CNT
                   MOVE  SCOR-ID                TO THRD-ID
                   MOVE  RT-MARK-1 (RAT-MATCH)  TO THRD-MARK-1
                   MOVE  RT-MARK-2 (RAT-MATCH)  TO THRD-MARK-2
                   MOVE  WK-GAP                 TO THRD-GAP
                   WRITE THRD-REC  FROM  THRD-DL  AFTER 1  LINES
               ELSE
                   PERFORM  220-APPLY-THIRD
                   MOVE  "三閱定分"    TO DL-NOTE
               END-IF
           END-IF
           COMPUTE  WK-ESSAY ROUNDED = WK-RAW * 100 / WGT-ESSAY-MAX
           IF  WK-ESSAY  >  100
               MOVE  100  TO WK-ESSAY
           END-IF.
       220-APPLY-THIRD.
           IF  RT-MARK-3 (RAT-MATCH)  >  RT-MARK-1 (RAT-MATCH)
               COMPUTE  WK-GAP-1 = RT-MARK-3 (RAT-MATCH)
                                 - RT-MARK-1 (RAT-MATCH)
           ELSE
               COMPUTE  WK-GAP-1 = RT-MARK-1 (RAT-MATCH)
                                 - RT-MARK-3 (RAT-MATCH)
           END-IF
           IF  RT-MARK-3 (RAT-MATCH)  >  RT-MARK-2 (RAT-MATCH)
               COMPUTE  WK-GAP-2 = RT-MARK-3 (RAT-MATCH)
                                 - RT-MARK-2 (RAT-MATCH)
           ELSE
               COMPUTE  WK-GAP-2 = RT-MARK-2 (RAT-MATCH)
                                 - RT-MARK-3 (RAT-MATCH)
           END-IF
           IF  WK-GAP-1  NOT >  WK-GAP-2
               COMPUTE  WK-RAW = ( RT-MARK-3 (RAT-MATCH)
                                 + RT-MARK-1 (RAT-MATCH) ) / 2
           ELSE
               COMPUTE  WK-RAW = ( RT-MARK-3 (RAT-MATCH)
                                 + RT-MARK-2 (RAT-MATCH) ) / 2
           END-IF.
       500-ENTER-MARKS.
           OPEN  EXTEND RATFL
           IF  RATFL-STATUS  =  "35"
               OPEN  OUTPUT RATFL
           END-IF
           MOVE  SPACES   TO WK-ID
           PERFORM  UNTIL WK-ID = "E"
              DISPLAY  " "
              DISPLAY  "准考證號 (E:結束) : " WITH NO ADVANCING
              ACCEPT   WK-ID
              IF  WK-ID  NOT =  "E"  AND  WK-ID  NOT =  SPACES
                  MOVE  WK-ID  TO RAT-ID
                  DISPLAY  "評分一            : " WITH NO ADVANCING
                  ACCEPT   RAT-MARK-1
                  DISPLAY  "評分二            : " WITH NO ADVANCING
                  ACCEPT   RAT-MARK-2
                  DISPLAY  "三閱評分 (無:0)   : " WITH NO ADVANCING
                  ACCEPT   RAT-MARK-3
                  WRITE RAT-REC
                  ADD   1  TO LOAD-CNT
              END-IF
           END-PERFORM
           CLOSE RATFL
           DISPLAY  "非選評分筆數 = " LOAD-CNT.
       600-MAINTAIN-WEIGHTS.
           PERFORM  110-LOAD-WEIGHTS
           DISPLAY  "目前 選擇題 " WGT-MC-PCT "%  非選題 "
                    WGT-ESSAY-PCT "%  非選滿分 " WGT-ESSAY-MAX
                    "  容許差 " WGT-TOLER
           MOVE  0  TO WGT-MC-PCT  WGT-ESSAY-PCT
           PERFORM  UNTIL WGT-MC-PCT + WGT-ESSAY-PCT  =  100
              DISPLAY  "選擇題比例 (%)    : " WITH NO ADVANCING
              ACCEPT   WGT-MC-PCT
              DISPLAY  "非選題比例 (%)    : " WITH NO ADVANCING
              ACCEPT   WGT-ESSAY-PCT
              IF  WGT-MC-PCT + WGT-ESSAY-PCT  NOT =  100
                  DISPLAY  "比例合計須為100"
              END-IF
           END-PERFORM
           DISPLAY  "非選題滿分        : " WITH NO ADVANCING
           ACCEPT   WGT-ESSAY-MAX
           DISPLAY  "評分容許差        : " WITH NO ADVANCING
           ACCEPT   WGT-TOLER
           OPEN  OUTPUT WGTFL
           WRITE WGT-REC
           CLOSE WGTFL
           DISPLAY  "配分比例已存檔".
