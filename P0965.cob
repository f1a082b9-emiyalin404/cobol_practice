       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P0965.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   SCORFL   ASSIGN   TO "D0952.DAT"
              ORGANIZATION   IS   LINE   SEQUENTIAL
              FILE STATUS    SCORFL-STATUS.
           SELECT   APLFL    ASSIGN   TO "D0965.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    APLFL-STATUS.
           SELECT   MRGFL    ASSIGN   TO "D0964.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    MRGFL-STATUS.
           SELECT   WGTFL    ASSIGN   TO "D0963.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    WGTFL-STATUS.
           SELECT   STUDFL   ASSIGN   TO "D0441.DAT"
              ORGANIZATION   INDEXED
              ACCESS MODE    DYNAMIC
              RECORD KEY     STUD-IDNO
              FILE STATUS    STUDFL-STATUS.
           SELECT   XRFFL    ASSIGN   TO "D0459.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    XRFFL-STATUS.
           SELECT   ABSFL    ASSIGN   TO "D0969.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    ABSFL-STATUS.
           SELECT   PRINTFL  ASSIGN   TO "PRINT0965".
           SELECT   FLIPFL   ASSIGN   TO "FLIP0965".
           SELECT   RETSTFL  ASSIGN   TO "RETEST0952".
       DATA   DIVISION.
       FILE   SECTION.
       FD  SCORFL
           LABEL  RECORD  IS STANDARD
           DATA  RECORD   IS SCOR-REC.
       01  SCOR-REC.
           03 SCOR-ID           PIC X(4).
           03 SCOR-FORM         PIC X.
           03 SCOR-ANS          PIC X    OCCURS   20 TIMES.
       FD  APLFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS APL-REC.
       01  APL-REC.
           03 APL-FORM          PIC X.
           03 APL-ITEM          PIC 9(2).
           03 APL-RULING        PIC X.
           03 APL-ANS           PIC X.
           03 APL-DATE          PIC 9(8).
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
       FD  WGTFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS WGT-REC.
       01  WGT-REC.
           03 WGT-MC-PCT        PIC 9(3).
           03 WGT-ESSAY-PCT     PIC 9(3).
           03 WGT-ESSAY-MAX     PIC 9(3).
           03 WGT-TOLER         PIC 9(3).
       FD  STUDFL
           DATA  RECORD   IS STUD-REC.
       01  STUD-REC.
           03 STUD-IDNO         PIC X(5).
           03 STUD-CLASS.
              05 STUD-DPT       PIC XX.
              05 STUD-YEAR      PIC 9.
           03 STUD-NAME         PIC X(9).
           03 STUD-SUBJ-TAB     OCCURS 6 TIMES.
              05 STUD-SUBJ-CRED PIC 9.
              05 STUD-SUBJ-SCOR PIC 9(3)V9.
           03 STUD-STATUS       PIC X.
       FD  XRFFL
           DATA  RECORD   IS XRF-REC.
       01  XRF-REC.
           03 XRF-SEAT          PIC X(3).
           03 XRF-EXAM          PIC X(4).
           03 XRF-IDNO          PIC X(5).
       FD  PRINTFL
           LABEL RECORD   IS STANDARD
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC              PIC X(80).
       FD  ABSFL
           DATA  RECORD   IS ABS-REC.
       01  ABS-REC.
           03 ABS-EXAM          PIC X(4).
           03 ABS-IDNO          PIC X(5).
           03 ABS-ROOM          PIC X(3).
           03 ABS-SEAT          PIC 9(3).
           03 ABS-FORM          PIC X.
           03 ABS-DATE          PIC 9(8).
           03 ABS-STATUS        PIC X.
       FD  FLIPFL
           LABEL RECORD   IS STANDARD
           DATA  RECORD   IS FLIP-REC.
       01  FLIP-REC             PIC X(80).
       FD  RETSTFL
           LABEL RECORD   IS STANDARD
           DATA  RECORD   IS RETST-REC.
       01  RETST-REC            PIC X(80).
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER            PIC X(15).
           03 FILLER            PIC X(50)   VALUE
                 "<<<   申 覆 重 新 計 分 對 照 表   >>>".
       01  HD-2.
           03 FILLER            PIC X(10)   VALUE "准考證".
           03 FILLER            PIC X(6)    VALUE "卷".
           03 FILLER            PIC X(10)   VALUE "原選擇".
           03 FILLER            PIC X(10)   VALUE "新選擇".
           03 FILLER            PIC X(10)   VALUE "原總分".
           03 FILLER            PIC X(10)   VALUE "新總分".
           03 FILLER            PIC X(10)   VALUE "差 異".
           03 FILLER            PIC X(10)   VALUE "備 註".
       01  HD-4                 PIC X(78)   VALUE ALL "=".
       01  DL.
           03 DL-ID             PIC X(4).
           03 FILLER            PIC X(6).
           03 DL-FORM           PIC X.
           03 FILLER            PIC X(5).
           03 DL-OLD-MC         PIC ZZ9.9.
           03 FILLER            PIC X(5).
           03 DL-NEW-MC         PIC ZZ9.9.
           03 FILLER            PIC X(5).
           03 DL-OLD-TOTAL      PIC ZZ9.9.
           03 FILLER            PIC X(5).
           03 DL-NEW-TOTAL      PIC ZZ9.9.
           03 FILLER            PIC X(4).
           03 DL-DIFF           PIC +ZZ9.9.
           03 FILLER            PIC X(4).
           03 DL-NOTE           PIC X(16).
       01  RUL-HD.
           03 FILLER            PIC X(22)   VALUE
                 "適用申覆裁定 : ".
       01  RUL-DL.
           03 FILLER            PIC X(4).
           03 FILLER            PIC X(8)    VALUE "卷別 ".
           03 RUL-DL-FORM       PIC X.
           03 FILLER            PIC X(10)   VALUE "   題號 ".
           03 RUL-DL-ITEM       PIC Z9.
           03 FILLER            PIC X(4).
           03 RUL-DL-TEXT       PIC X(16).
           03 RUL-DL-ANS        PIC X.
       01  TOT-1.
           03 FILLER            PIC X(16)   VALUE "重算人數 : ".
           03 TOT-CNT           PIC ZZZ9.
           03 FILLER            PIC X(4).
           03 FILLER            PIC X(16)   VALUE "分數異動 : ".
           03 TOT-CHG           PIC ZZZ9.
           03 FILLER            PIC X(4).
           03 FILLER            PIC X(16)   VALUE "及格翻轉 : ".
           03 TOT-FLIP          PIC ZZZ9.
       01  FLIP-HD-1.
           03 FILLER            PIC X(52)   VALUE
                 "申覆後及格結果異動名單 (須重新通知)".
       01  FLIP-HD-2.
           03 FILLER            PIC X(10)   VALUE "准考證".
           03 FILLER            PIC X(8)    VALUE "學號".
           03 FILLER            PIC X(10)   VALUE "原總分".
           03 FILLER            PIC X(10)   VALUE "新總分".
           03 FILLER            PIC X(10)   VALUE "結 果".
       01  FLIP-DL.
           03 FLIP-ID           PIC X(4).
           03 FILLER            PIC X(6).
           03 FLIP-IDNO         PIC X(5).
           03 FILLER            PIC X(3).
           03 FLIP-OLD          PIC ZZ9.9.
           03 FILLER            PIC X(5).
           03 FLIP-NEW          PIC ZZ9.9.
           03 FILLER            PIC X(5).
           03 FLIP-TEXT         PIC X(26).
       01  RETST-HD-1.
           05 FILLER            PIC X(20)   VALUE "補考名單".
       01  RETST-DL.
           05 RETST-IDNO        PIC X(4).
           05 FILLER            PIC X(4).
           05 RETST-FORM        PIC X.
           05 FILLER            PIC X(4).
           05 RETST-SCOR        PIC ZZZ.
       01  KEY-TAB.
           05 KEY-ENTRY         OCCURS   5 TIMES.
              10 KEY-FORM       PIC X.
              10 KEY-ANS        PIC X    OCCURS   20 TIMES.
       01  KEY-CNT              PIC 9          VALUE 0.
       01  FORM-IDX             PIC 9.
       01  MATCH-IDX            PIC 9          VALUE 0.
       01  FOUND-SW             PIC X          VALUE "N".
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
       01  MRG-TAB-AREA.
           03 MRG-CNT           PIC 9(4)   VALUE 0.
           03 MRG-ENTRY         OCCURS 2000 TIMES.
              05 MT-ID          PIC X(4).
              05 MT-FORM        PIC X.
              05 MT-MC          PIC 9(3)V9.
              05 MT-ESSAY       PIC 9(3)V9.
              05 MT-TOTAL       PIC 9(3)V9.
              05 MT-FLAG        PIC X.
              05 MT-NEW-SW      PIC X.
       01  MRG-IDX              PIC 9(4).
       01  MRG-MATCH            PIC 9(4).
       01  XRF-TAB-AREA.
           03 XRF-CNT           PIC 9(3)   VALUE 0.
           03 XRF-ENTRY         OCCURS 500 TIMES.
              05 XT-EXAM        PIC X(4).
              05 XT-IDNO        PIC X(5).
       01  XRF-IDX              PIC 9(3).
       01  CNT-AREA.
           05 RIGHT-CNT         PIC 9(5).
           05 VALID-CNT         PIC 9(5).
           05 I                 PIC 9(5).
           05 WK-OLD-MC         PIC 9(3)V9.
           05 WK-OLD-TOTAL      PIC 9(3)V9.
           05 WK-MC             PIC 9(3)V9.
           05 WK-ESSAY          PIC 9(3)V9.
           05 WK-TOTAL          PIC 9(3)V9.
           05 WK-DIFF           PIC S9(3)V9.
       01  MODE-SW              PIC X.
       01  ASK-SUBJ             PIC 9.
       01  WK-FORM              PIC X.
       01  WK-IDNO              PIC X(5).
       01  OK-SW                PIC X.
       01  CAND-CNT             PIC 9(4)   VALUE 0.
       01  CHG-CNT              PIC 9(4)   VALUE 0.
       01  FLIP-CNT             PIC 9(4)   VALUE 0.
       01  REPOST-CNT           PIC 9(4)   VALUE 0.
       01  RETST-CNT            PIC 9(4)   VALUE 0.
       01  LOAD-CNT             PIC 9(4)   VALUE 0.
       01  EOF-SW               PIC X      VALUE "N".
       01  SCORFL-STATUS        PIC XX.
       01  APLFL-STATUS         PIC XX.
       01  MRGFL-STATUS         PIC XX.
       01  WGTFL-STATUS         PIC XX.
       01  STUDFL-STATUS        PIC XX.
       01  XRFFL-STATUS         PIC XX.
       01  ABSFL-STATUS         PIC XX.
       01  ABS-TAB-AREA.
           03 ABS-CNT           PIC 9(3)   VALUE 0.
           03 ABT-EXAM          PIC X(4)   OCCURS 500 TIMES.
       01  ABS-IDX              PIC 9(3).
       01  ABSENT-SW            PIC X      VALUE "N".
       01  ABSENT-CNT           PIC 9(4)   VALUE 0.
       01  DATE-WK              PIC 9(6).
       01  DATE-PL              PIC 9(4)/99/99.
       01  WK-DATE-8            PIC 9(8).
       01  JRNL-JOB             PIC X(8)   VALUE "P0965".
       01  JRNL-FILE            PIC X(12).
       01  JRNL-KEY             PIC X(10).
       01  JRNL-IMAGE           PIC X(120).
       01  RUNLOG-JOB           PIC X(8)   VALUE "P0965".
       01  RUNLOG-ACTION        PIC X.
       01  RUNLOG-READ-CNT      PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT     PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS        PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "(A)申覆裁定登錄  (L)裁定清單  "
                    WITH NO ADVANCING
           DISPLAY  "(R)重新計分 : " WITH NO ADVANCING
           ACCEPT   MODE-SW
           EVALUATE TRUE
              WHEN  MODE-SW = "A"  OR  MODE-SW = "a"
                 PERFORM  500-ENTER-APPEALS
              WHEN  MODE-SW = "L"  OR  MODE-SW = "l"
                 PERFORM  600-LIST-APPEALS
              WHEN  OTHER
                 PERFORM  100-RESCORE-RUN
           END-EVALUATE
           STOP  RUN.
       100-RESCORE-RUN.
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           DISPLAY  "已過檔科目代號 (1-6, 0:未過檔) : "
                    WITH NO ADVANCING
           ACCEPT   ASK-SUBJ
           IF  ASK-SUBJ  >  6
               MOVE  0  TO ASK-SUBJ
           END-IF
           PERFORM  110-LOAD-RULINGS
           PERFORM  120-LOAD-MERGE
           PERFORM  130-LOAD-WEIGHTS
           PERFORM  016-LOAD-ABSENT
           IF  ASK-SUBJ  >  0
               PERFORM  140-LOAD-XREF
               OPEN  I-O   STUDFL
           END-IF
           OPEN  INPUT SCORFL
           IF  SCORFL-STATUS  NOT =  "00"
               DISPLAY  "查無答案卷檔 D0952.DAT"
               MOVE  "A"   TO RUNLOG-STATUS
           ELSE
               OPEN  OUTPUT   PRINTFL   FLIPFL   RETSTFL
               PERFORM  150-WRITE-HEADINGS
               PERFORM  040-READ-SCORFL
               PERFORM  UNTIL EOF-SW = "Y"  OR  SCOR-ID  NOT =  "KEY "
                  PERFORM  010-LOAD-KEY
                  PERFORM  040-READ-SCORFL
               END-PERFORM
               PERFORM  UNTIL EOF-SW = "Y"
                  PERFORM  200-RESCORE-ONE
                  PERFORM  040-READ-SCORFL
               END-PERFORM
               WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
               MOVE  CAND-CNT   TO TOT-CNT
               MOVE  CHG-CNT    TO TOT-CHG
               MOVE  FLIP-CNT   TO TOT-FLIP
               WRITE PRT-REC  FROM  TOT-1  AFTER 1  LINES
               CLOSE SCORFL   PRINTFL   FLIPFL   RETSTFL
               PERFORM  300-REWRITE-MERGE
               DISPLAY  "重算人數 = " CAND-CNT
                        "  分數異動 = " CHG-CNT
               DISPLAY  "及格翻轉 = " FLIP-CNT "  重新過檔 = "
                        REPOST-CNT
               DISPLAY  "缺考略過 = " ABSENT-CNT
               IF  FLIP-CNT  >  0
                   MOVE  "A"   TO RUNLOG-STATUS
               END-IF
           END-IF
           IF  ASK-SUBJ  >  0
               CLOSE STUDFL
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
       016-LOAD-ABSENT.
           OPEN  INPUT ABSFL
           IF  ABSFL-STATUS  =  "00"
               READ  ABSFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  ABS-CNT  <  500  AND  ABS-STATUS  =  SPACE
                      ADD   1  TO ABS-CNT
                      MOVE  ABS-EXAM  TO ABT-EXAM (ABS-CNT)
                  END-IF
                  READ  ABSFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE ABSFL
           END-IF
           MOVE  "N"  TO EOF-SW.
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
       026-CHECK-ABSENT.
           MOVE  "N"  TO ABSENT-SW
           PERFORM  VARYING  ABS-IDX  FROM  1  BY 1
                    UNTIL ABS-IDX  >  ABS-CNT
              IF  ABT-EXAM (ABS-IDX)  =  SCOR-ID
                  MOVE  "Y"  TO ABSENT-SW
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
       110-LOAD-RULINGS.
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
       120-LOAD-MERGE.
           OPEN  INPUT MRGFL
           IF  MRGFL-STATUS  =  "00"
               READ  MRGFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  MRG-CNT  <  2000
                      ADD   1  TO MRG-CNT
                      MOVE  MRG-ID     TO MT-ID    (MRG-CNT)
                      MOVE  MRG-FORM   TO MT-FORM  (MRG-CNT)
                      MOVE  MRG-MC     TO MT-MC    (MRG-CNT)
                      MOVE  MRG-ESSAY  TO MT-ESSAY (MRG-CNT)
                      MOVE  MRG-TOTAL  TO MT-TOTAL (MRG-CNT)
                      MOVE  MRG-FLAG   TO MT-FLAG  (MRG-CNT)
                      MOVE  "N"        TO MT-NEW-SW (MRG-CNT)
                  END-IF
                  READ  MRGFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE MRGFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       130-LOAD-WEIGHTS.
           MOVE  100  TO WGT-MC-PCT
           MOVE  0    TO WGT-ESSAY-PCT
           OPEN  INPUT WGTFL
           IF  WGTFL-STATUS  =  "00"
               READ  WGTFL
                  AT END
                     MOVE  100  TO WGT-MC-PCT
                     MOVE  0    TO WGT-ESSAY-PCT
               END-READ
               CLOSE WGTFL
           END-IF.
       140-LOAD-XREF.
           OPEN  INPUT XRFFL
           IF  XRFFL-STATUS  =  "00"
               READ  XRFFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  XRF-CNT  <  500
                      ADD   1  TO XRF-CNT
                      MOVE  XRF-EXAM  TO XT-EXAM (XRF-CNT)
                      MOVE  XRF-IDNO  TO XT-IDNO (XRF-CNT)
                  END-IF
                  READ  XRFFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE XRFFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       150-WRITE-HEADINGS.
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  RUL-HD  AFTER 2  LINES
           PERFORM  VARYING  RUL-IDX  FROM  1  BY 1
                    UNTIL RUL-IDX  >  RUL-CNT
              MOVE  RL-FORM (RUL-IDX)  TO RUL-DL-FORM
              MOVE  RL-ITEM (RUL-IDX)  TO RUL-DL-ITEM
              MOVE  SPACE              TO RUL-DL-ANS
              EVALUATE  RL-RULING (RUL-IDX)
                 WHEN  "K"
                    MOVE  "更正答案為 "   TO RUL-DL-TEXT
                    MOVE  RL-ANS (RUL-IDX)  TO RUL-DL-ANS
                 WHEN  "B"
                    MOVE  "兼採答案 "     TO RUL-DL-TEXT
                    MOVE  RL-ANS (RUL-IDX)  TO RUL-DL-ANS
                 WHEN  OTHER
                    MOVE  "本題送分"      TO RUL-DL-TEXT
              END-EVALUATE
              WRITE PRT-REC  FROM  RUL-DL  AFTER 1  LINES
           END-PERFORM
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           WRITE FLIP-REC  FROM  FLIP-HD-1  AFTER PAGE
           WRITE FLIP-REC  FROM  FLIP-HD-2  AFTER 2  LINES
           WRITE RETST-REC  FROM  RETST-HD-1  AFTER PAGE.
       200-RESCORE-ONE.
           PERFORM  026-CHECK-ABSENT
           IF  ABSENT-SW  =  "Y"
               ADD   1  TO ABSENT-CNT
               EXIT  PARAGRAPH
           END-IF
           PERFORM  020-FIND-FORM
           IF  FOUND-SW  NOT =  "Y"
               DISPLAY  "UNKNOWN ANSWER FORM : " SCOR-ID " " SCOR-FORM
               EXIT  PARAGRAPH
           END-IF
           ADD   1  TO CAND-CNT
           MOVE  0  TO MRG-MATCH
           PERFORM  VARYING  MRG-IDX  FROM  1  BY 1
                    UNTIL MRG-IDX  >  MRG-CNT
              IF  MT-ID (MRG-IDX)  =  SCOR-ID
                  MOVE  MRG-IDX  TO MRG-MATCH
              END-IF
           END-PERFORM
           IF  MRG-MATCH  =  0
               MOVE  0  TO RIGHT-CNT
               PERFORM  VARYING  I  FROM  1  BY 1  UNTIL I  >  20
                  IF  SCOR-ANS(I)  =  KEY-ANS(MATCH-IDX, I)
                      ADD   1  TO RIGHT-CNT
                  END-IF
               END-PERFORM
               COMPUTE  WK-OLD-MC = RIGHT-CNT * 5
               MOVE  WK-OLD-MC  TO WK-OLD-TOTAL
           ELSE
               MOVE  MT-MC (MRG-MATCH)     TO WK-OLD-MC
               MOVE  MT-TOTAL (MRG-MATCH)  TO WK-OLD-TOTAL
           END-IF
           PERFORM  030-SCORE-MC
           IF  MRG-MATCH  =  0
               MOVE  WK-MC  TO WK-TOTAL
               IF  MRG-CNT  <  2000
                   ADD   1  TO MRG-CNT
                   MOVE  MRG-CNT    TO MRG-MATCH
                   MOVE  SCOR-ID    TO MT-ID    (MRG-MATCH)
                   MOVE  SCOR-FORM  TO MT-FORM  (MRG-MATCH)
                   MOVE  0          TO MT-ESSAY (MRG-MATCH)
                   MOVE  SPACE      TO MT-FLAG  (MRG-MATCH)
                   MOVE  "Y"        TO MT-NEW-SW (MRG-MATCH)
               END-IF
           ELSE
               MOVE  MT-ESSAY (MRG-MATCH)  TO WK-ESSAY
               COMPUTE  WK-TOTAL ROUNDED
                      = ( WK-MC * WGT-MC-PCT
                        + WK-ESSAY * WGT-ESSAY-PCT ) / 100
           END-IF
           IF  MRG-MATCH  >  0
               MOVE  WK-MC     TO MT-MC    (MRG-MATCH)
               MOVE  WK-TOTAL  TO MT-TOTAL (MRG-MATCH)
           END-IF
           COMPUTE  WK-DIFF = WK-TOTAL - WK-OLD-TOTAL
           MOVE  SPACES     TO DL-NOTE
           IF  WK-DIFF  NOT =  0
               ADD   1  TO CHG-CNT
               MOVE  "分數異動"   TO DL-NOTE
           END-IF
           IF  WK-OLD-TOTAL  <  60  AND  WK-TOTAL  NOT <  60
               MOVE  "轉為及格"   TO DL-NOTE
               MOVE  "改判及格, 免補考"   TO FLIP-TEXT
               PERFORM  220-WRITE-FLIP
           END-IF
           IF  WK-OLD-TOTAL  NOT <  60  AND  WK-TOTAL  <  60
               MOVE  "轉為不及格" TO DL-NOTE
               MOVE  "改判不及格, 須補考" TO FLIP-TEXT
               PERFORM  220-WRITE-FLIP
           END-IF
           MOVE  SCOR-ID        TO DL-ID
           MOVE  SCOR-FORM      TO DL-FORM
           MOVE  WK-OLD-MC      TO DL-OLD-MC
           MOVE  WK-MC          TO DL-NEW-MC
           MOVE  WK-OLD-TOTAL   TO DL-OLD-TOTAL
           MOVE  WK-TOTAL       TO DL-NEW-TOTAL
           MOVE  WK-DIFF        TO DL-DIFF
           WRITE PRT-REC  FROM  DL  AFTER 1  LINES
           ADD   1  TO RUNLOG-WRITE-CNT
           IF  WK-TOTAL  <  60
               ADD   1  TO RETST-CNT
               MOVE  SCOR-ID     TO RETST-IDNO
               MOVE  SCOR-FORM   TO RETST-FORM
               MOVE  WK-TOTAL    TO RETST-SCOR
               WRITE RETST-REC  FROM  RETST-DL  AFTER 1  LINES
           END-IF
           IF  ASK-SUBJ  >  0  AND  WK-DIFF  NOT =  0
               PERFORM  230-REPOST-MASTER
           END-IF.
       210-FIND-IDNO.
           MOVE  SPACES   TO WK-IDNO
           IF  XRF-CNT  =  0
               MOVE  SCOR-ID  TO WK-IDNO
           ELSE
               PERFORM  VARYING  XRF-IDX  FROM  1  BY 1
                        UNTIL XRF-IDX  >  XRF-CNT
                  IF  XT-EXAM (XRF-IDX)  =  SCOR-ID
                      MOVE  XT-IDNO (XRF-IDX)  TO WK-IDNO
                  END-IF
               END-PERFORM
           END-IF.
       220-WRITE-FLIP.
           ADD   1  TO FLIP-CNT
           PERFORM  210-FIND-IDNO
           MOVE  SCOR-ID        TO FLIP-ID
           MOVE  WK-IDNO        TO FLIP-IDNO
           MOVE  WK-OLD-TOTAL   TO FLIP-OLD
           MOVE  WK-TOTAL       TO FLIP-NEW
           WRITE FLIP-REC  FROM  FLIP-DL  AFTER 1  LINES.
       230-REPOST-MASTER.
           PERFORM  210-FIND-IDNO
           IF  WK-IDNO  =  SPACES
               EXIT  PARAGRAPH
           END-IF
           MOVE  WK-IDNO  TO STUD-IDNO
           READ  STUDFL
              INVALID  KEY
                 DISPLAY  "查無此學號之學生 : " WK-IDNO
              NOT INVALID  KEY
                 IF  STUD-SUBJ-SCOR (ASK-SUBJ)  =  WK-OLD-TOTAL
                     MOVE  "D0441"    TO JRNL-FILE
                     MOVE  SPACES     TO JRNL-KEY
                     MOVE  STUD-IDNO  TO JRNL-KEY
                     MOVE  SPACES     TO JRNL-IMAGE
                     MOVE  STUD-REC   TO JRNL-IMAGE (1:48)
                     CALL  "P1018"  USING  JRNL-JOB  JRNL-FILE
                                           JRNL-KEY  JRNL-IMAGE
                     MOVE  WK-TOTAL  TO STUD-SUBJ-SCOR (ASK-SUBJ)
                     REWRITE  STUD-REC
                        INVALID  KEY
                           DISPLAY  "檔案更新失敗 : " WK-IDNO
                        NOT INVALID  KEY
                           ADD   1  TO REPOST-CNT
                     END-REWRITE
                 END-IF
           END-READ.
       300-REWRITE-MERGE.
           OPEN  OUTPUT MRGFL
           PERFORM  VARYING  MRG-IDX  FROM  1  BY 1
                    UNTIL MRG-IDX  >  MRG-CNT
              MOVE  MT-ID    (MRG-IDX)  TO MRG-ID
              MOVE  MT-FORM  (MRG-IDX)  TO MRG-FORM
              MOVE  MT-MC    (MRG-IDX)  TO MRG-MC
              MOVE  MT-ESSAY (MRG-IDX)  TO MRG-ESSAY
              MOVE  MT-TOTAL (MRG-IDX)  TO MRG-TOTAL
              MOVE  MT-FLAG  (MRG-IDX)  TO MRG-FLAG
              WRITE MRG-REC
           END-PERFORM
           CLOSE MRGFL.
       500-ENTER-APPEALS.
           ACCEPT   DATE-WK  FROM  DATE
           CALL  "P0447"  USING  DATE-WK  DATE-PL
           MOVE  DATE-PL (1:4)  TO WK-DATE-8 (1:4)
           MOVE  DATE-PL (6:2)  TO WK-DATE-8 (5:2)
           MOVE  DATE-PL (9:2)  TO WK-DATE-8 (7:2)
           OPEN  EXTEND APLFL
           IF  APLFL-STATUS  =  "35"
               OPEN  OUTPUT APLFL
           END-IF
           MOVE  SPACES   TO WK-FORM
           PERFORM  UNTIL WK-FORM = "E"
              DISPLAY  " "
              DISPLAY  "卷別 (E:結束)     : " WITH NO ADVANCING
              ACCEPT   WK-FORM
              IF  WK-FORM  NOT =  "E"  AND  WK-FORM  NOT =  SPACE
                  PERFORM  510-ACCEPT-ONE
              END-IF
           END-PERFORM
           CLOSE APLFL
           DISPLAY  "申覆裁定筆數 = " LOAD-CNT.
       510-ACCEPT-ONE.
           MOVE  "Y"      TO OK-SW
           MOVE  WK-FORM  TO APL-FORM
           DISPLAY  "題號 (1-20)       : " WITH NO ADVANCING
           ACCEPT   APL-ITEM
           IF  APL-ITEM  <  1  OR  APL-ITEM  >  20
               DISPLAY  "題號錯誤 : " APL-ITEM
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  "裁定 K:更正答案 B:兼採 V:送分"
           DISPLAY  "裁 定             : " WITH NO ADVANCING
           ACCEPT   APL-RULING
           MOVE  SPACE  TO APL-ANS
           EVALUATE  APL-RULING
              WHEN  "K"
                 DISPLAY  "正確答案          : " WITH NO ADVANCING
                 ACCEPT   APL-ANS
              WHEN  "B"
                 DISPLAY  "兼採答案          : " WITH NO ADVANCING
                 ACCEPT   APL-ANS
              WHEN  "V"
                 CONTINUE
              WHEN  OTHER
                 DISPLAY  "裁定錯誤 : " APL-RULING
                 MOVE  "N"  TO OK-SW
           END-EVALUATE
           IF  ( APL-RULING = "K"  OR  APL-RULING = "B" )
               AND  APL-ANS  =  SPACE
               DISPLAY  "答案不可空白"
               MOVE  "N"  TO OK-SW
           END-IF
           IF  OK-SW  =  "Y"
               MOVE  WK-DATE-8  TO APL-DATE
               WRITE APL-REC
               ADD   1  TO LOAD-CNT
           END-IF.
       600-LIST-APPEALS.
           OPEN  INPUT APLFL
           IF  APLFL-STATUS  NOT =  "00"
               DISPLAY  "查無申覆裁定檔 D0965.DAT"
           ELSE
               READ  APLFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  DISPLAY  APL-FORM " " APL-ITEM " " APL-RULING " "
                           APL-ANS " " APL-DATE
                  ADD   1  TO LOAD-CNT
                  READ  APLFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE APLFL
               DISPLAY  "申覆裁定筆數 = " LOAD-CNT
           END-IF.
