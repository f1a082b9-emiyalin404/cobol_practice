       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P0966.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   PRCFL    ASSIGN   TO "D0966.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    PRCFL-STATUS.
           SELECT   ROOMFL   ASSIGN   TO "D0957.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    ROOMFL-STATUS.
           SELECT   SEATFL   ASSIGN   TO "D0967.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    SEATFL-STATUS.
           SELECT   PRAFL    ASSIGN   TO "D0968.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    PRAFL-STATUS.
           SELECT   ABSFL    ASSIGN   TO "D0969.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    ABSFL-STATUS.
           SELECT   XRFFL    ASSIGN   TO "D0459.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    XRFFL-STATUS.
           SELECT   TTBLFL   ASSIGN   TO "D0474.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    TTBLFL-STATUS.
           SELECT   SECFL    ASSIGN   TO "D0470.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    SECFL-STATUS.
           SELECT   PRINTFL  ASSIGN   TO "PROCTOR0966".
           SELECT   MKUPFL   ASSIGN   TO "MAKEUP0966".
       DATA   DIVISION.
       FILE   SECTION.
       FD  PRCFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS PRC-REC.
       01  PRC-REC.
           03 PRC-TEACHER       PIC X(10).
           03 PRC-AVAIL         PIC X.
       FD  ROOMFL
           DATA  RECORD   IS ROOM-REC.
       01  ROOM-REC.
           03 ROOM-CODE         PIC X(3).
           03 ROOM-SEATS        PIC 9(3).
       FD  SEATFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS SEAT-REC.
       01  SEAT-REC.
           03 SEAT-ROOM         PIC X(3).
           03 SEAT-NO           PIC 9(3).
           03 SEAT-EXAM         PIC X(4).
           03 SEAT-FORM         PIC X.
           03 SEAT-IDNO         PIC X(5).
           03 SEAT-CLASS        PIC X(3).
       FD  PRAFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS PRA-REC.
       01  PRA-REC.
           03 PRA-ROOM          PIC X(3).
           03 PRA-TEACHER       PIC X(10).
       FD  ABSFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS ABS-REC.
       01  ABS-REC.
           03 ABS-EXAM          PIC X(4).
           03 ABS-IDNO          PIC X(5).
           03 ABS-ROOM          PIC X(3).
           03 ABS-SEAT          PIC 9(3).
           03 ABS-FORM          PIC X.
           03 ABS-DATE          PIC 9(8).
           03 ABS-STATUS        PIC X.
       FD  XRFFL
           DATA  RECORD   IS XRF-REC.
       01  XRF-REC.
           03 XRF-SEAT          PIC X(3).
           03 XRF-EXAM          PIC X(4).
           03 XRF-IDNO          PIC X(5).
       FD  TTBLFL
           DATA  RECORD   IS TT-REC.
       01  TT-REC.
           03 TT-CLASS          PIC X(3).
           03 TT-COURSE         PIC X(4).
           03 TT-DAY            PIC 9.
           03 TT-PERIOD         PIC 9.
           03 TT-ROOM           PIC X(3).
           03 TT-TEACHER        PIC X(10).
       FD  SECFL
           DATA  RECORD   IS SEC-REC.
       01  SEC-REC.
           03 SEC-CLASS         PIC X(3).
           03 SEC-TEACHER       PIC X(10).
           03 SEC-SEATS         PIC 9(3).
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC              PIC X(80).
       FD  MKUPFL
           DATA  RECORD   IS MKUP-REC.
       01  MKUP-REC             PIC X(80).
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER            PIC X(15).
           03 FILLER            PIC X(45)   VALUE
                 "<<<   監 考 人 員 分 配 表   >>>".
       01  HD-2.
           03 FILLER            PIC X(10)   VALUE "試 場".
           03 FILLER            PIC X(10)   VALUE "考生數".
           03 FILLER            PIC X(10)   VALUE "需監考".
           03 FILLER            PIC X(14)   VALUE "監考教師".
           03 FILLER            PIC X(10)   VALUE "備 註".
       01  HD-4                 PIC X(60)   VALUE ALL "=".
       01  DL.
           03 DL-ROOM           PIC X(3).
           03 FILLER            PIC X(7).
           03 DL-USED           PIC ZZ9.
           03 FILLER            PIC X(7).
           03 DL-NEED           PIC Z9.
           03 FILLER            PIC X(8).
           03 DL-TEACHER        PIC X(10).
           03 FILLER            PIC X(4).
           03 DL-NOTE           PIC X(16).
       01  MKUP-HD-1.
           03 FILLER            PIC X(40)   VALUE
                 "缺考考生名單 (補考用)".
       01  MKUP-HD-2.
           03 FILLER            PIC X(10)   VALUE "准考證".
           03 FILLER            PIC X(8)    VALUE "學號".
           03 FILLER            PIC X(8)    VALUE "試場".
           03 FILLER            PIC X(8)    VALUE "座號".
           03 FILLER            PIC X(6)    VALUE "卷".
           03 FILLER            PIC X(12)   VALUE "登錄日期".
       01  MKUP-DL.
           03 MKUP-EXAM         PIC X(4).
           03 FILLER            PIC X(6).
           03 MKUP-IDNO         PIC X(5).
           03 FILLER            PIC X(3).
           03 MKUP-ROOM         PIC X(3).
           03 FILLER            PIC X(5).
           03 MKUP-SEAT         PIC ZZ9.
           03 FILLER            PIC X(5).
           03 MKUP-FORM         PIC X.
           03 FILLER            PIC X(5).
           03 MKUP-DATE         PIC 9(4)/99/99.
           03 FILLER            PIC X(3).
           03 MKUP-NOTE         PIC X(12).
       01  PRC-TAB-AREA.
           03 PRC-CNT           PIC 9(3)   VALUE 0.
           03 PRC-ENTRY         OCCURS 200 TIMES.
              05 PT-TEACHER     PIC X(10).
              05 PT-AVAIL       PIC X.
              05 PT-USED-SW     PIC X.
       01  ROOM-TAB-AREA.
           03 ROOM-CNT          PIC 9(2)   VALUE 0.
           03 ROOM-ENTRY        OCCURS 20 TIMES.
              05 RT-CODE        PIC X(3).
              05 RT-USED        PIC 9(3).
       01  SEAT-TAB-AREA.
           03 SEAT-CNT          PIC 9(3)   VALUE 0.
           03 SEAT-ENTRY        OCCURS 500 TIMES.
              05 ST-ROOM        PIC X(3).
              05 ST-NO          PIC 9(3).
              05 ST-EXAM        PIC X(4).
              05 ST-FORM        PIC X.
              05 ST-CLASS       PIC X(3).
       01  TCH-TAB-AREA.
           03 TCH-CNT           PIC 9(3)   VALUE 0.
           03 TCH-ENTRY         OCCURS 600 TIMES.
              05 TC-TEACHER     PIC X(10).
              05 TC-CLASS       PIC X(3).
       01  XRF-TAB-AREA.
           03 XRF-CNT           PIC 9(3)   VALUE 0.
           03 XRF-ENTRY         OCCURS 500 TIMES.
              05 XT-EXAM        PIC X(4).
              05 XT-IDNO        PIC X(5).
       01  ABS-TAB-AREA.
           03 ABS-CNT           PIC 9(3)   VALUE 0.
           03 ABT-EXAM          PIC X(4)   OCCURS 500 TIMES.
       01  PRC-IDX              PIC 9(3).
       01  PRC-MATCH            PIC 9(3).
       01  PRC-NEXT             PIC 9(3)   VALUE 1.
       01  PRC-TRY              PIC 9(3).
       01  ROOM-IDX             PIC 9(2).
       01  SEAT-IDX             PIC 9(3).
       01  SEAT-MATCH           PIC 9(3).
       01  TCH-IDX              PIC 9(3).
       01  XRF-IDX              PIC 9(3).
       01  ABS-IDX              PIC 9(3).
       01  SEATS-PER-PROCTOR    PIC 9(3)   VALUE 30.
       01  WK-NEED              PIC 9(2).
       01  WK-DONE              PIC 9(2).
       01  WK-ROOM              PIC X(3).
       01  WK-SEAT              PIC 9(3).
       01  WK-TEACHER           PIC X(10).
       01  WK-IDNO              PIC X(5).
       01  CONFLICT-SW          PIC X.
       01  FOUND-SW             PIC X.
       01  MODE-SW              PIC X.
       01  ASGN-CNT             PIC 9(3)   VALUE 0.
       01  SHORT-CNT            PIC 9(3)   VALUE 0.
       01  LOAD-CNT             PIC 9(4)   VALUE 0.
       01  EOF-SW               PIC X      VALUE "N".
       01  PRCFL-STATUS         PIC XX.
       01  ROOMFL-STATUS        PIC XX.
       01  SEATFL-STATUS        PIC XX.
       01  PRAFL-STATUS         PIC XX.
       01  ABSFL-STATUS         PIC XX.
       01  XRFFL-STATUS         PIC XX.
       01  TTBLFL-STATUS        PIC XX.
       01  SECFL-STATUS         PIC XX.
       01  DATE-WK              PIC 9(6).
       01  DATE-PL              PIC 9(4)/99/99.
       01  WK-DATE-8            PIC 9(8).
       01  RUNLOG-JOB           PIC X(8)   VALUE "P0966".
       01  RUNLOG-ACTION        PIC X.
       01  RUNLOG-READ-CNT      PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT     PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS        PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "(M)監考人員  (P)監考分配  "
                    WITH NO ADVANCING
           DISPLAY  "(A)缺考登錄  (L)缺考名單 : "
                    WITH NO ADVANCING
           ACCEPT   MODE-SW
           EVALUATE TRUE
              WHEN  MODE-SW = "M"  OR  MODE-SW = "m"
                 PERFORM  500-MAINTAIN-PROCTORS
              WHEN  MODE-SW = "P"  OR  MODE-SW = "p"
                 PERFORM  100-ASSIGN-RUN
              WHEN  MODE-SW = "A"  OR  MODE-SW = "a"
                 PERFORM  600-RECORD-ABSENCE
              WHEN  OTHER
                 PERFORM  700-LIST-ABSENTEES
           END-EVALUATE
           STOP  RUN.
       100-ASSIGN-RUN.
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           PERFORM  110-LOAD-PROCTORS
           PERFORM  120-LOAD-ROOMS
           PERFORM  130-LOAD-SEATS
           PERFORM  140-LOAD-TEACHING
           IF  PRC-CNT  =  0  OR  SEAT-CNT  =  0
               DISPLAY  "查無監考人員檔或座位檔"
               DISPLAY  "請先執行 P0957 排定座位"
               MOVE  "A"   TO RUNLOG-STATUS
           ELSE
               OPEN  OUTPUT   PRAFL   PRINTFL
               WRITE PRT-REC  FROM  HD-1  AFTER PAGE
               WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
               WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
               PERFORM  VARYING  ROOM-IDX  FROM  1  BY 1
                        UNTIL ROOM-IDX  >  ROOM-CNT
                  IF  RT-USED (ROOM-IDX)  >  0
                      PERFORM  200-ASSIGN-ROOM
                  END-IF
               END-PERFORM
               WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
               CLOSE PRAFL   PRINTFL
               DISPLAY  "監考分配人次 = " ASGN-CNT
               IF  SHORT-CNT  >  0
                   DISPLAY  "監考人力不足人次 = " SHORT-CNT
                   MOVE  "A"   TO RUNLOG-STATUS
               END-IF
           END-IF
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS.
       110-LOAD-PROCTORS.
           OPEN  INPUT PRCFL
           IF  PRCFL-STATUS  =  "00"
               READ  PRCFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  MOVE  0  TO PRC-MATCH
                  PERFORM  VARYING  PRC-IDX  FROM  1  BY 1
                           UNTIL PRC-IDX  >  PRC-CNT
                     IF  PT-TEACHER (PRC-IDX)  =  PRC-TEACHER
                         MOVE  PRC-IDX  TO PRC-MATCH
                     END-IF
                  END-PERFORM
                  IF  PRC-MATCH  =  0  AND  PRC-CNT  <  200
                      ADD   1  TO PRC-CNT
                      MOVE  PRC-CNT  TO PRC-MATCH
                  END-IF
                  IF  PRC-MATCH  >  0
                      MOVE  PRC-TEACHER  TO PT-TEACHER (PRC-MATCH)
                      MOVE  PRC-AVAIL    TO PT-AVAIL   (PRC-MATCH)
                      MOVE  "N"          TO PT-USED-SW (PRC-MATCH)
                  END-IF
                  ADD   1  TO RUNLOG-READ-CNT
                  READ  PRCFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE PRCFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       120-LOAD-ROOMS.
           OPEN  INPUT ROOMFL
           IF  ROOMFL-STATUS  =  "00"
               READ  ROOMFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  ROOM-CNT  <  20
                      ADD   1  TO ROOM-CNT
                      MOVE  ROOM-CODE  TO RT-CODE (ROOM-CNT)
                      MOVE  0          TO RT-USED (ROOM-CNT)
                  END-IF
                  READ  ROOMFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE ROOMFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       130-LOAD-SEATS.
           OPEN  INPUT SEATFL
           IF  SEATFL-STATUS  =  "00"
               READ  SEATFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  SEAT-CNT  <  500
                      ADD   1  TO SEAT-CNT
                      MOVE  SEAT-ROOM   TO ST-ROOM  (SEAT-CNT)
                      MOVE  SEAT-NO     TO ST-NO    (SEAT-CNT)
                      MOVE  SEAT-EXAM   TO ST-EXAM  (SEAT-CNT)
                      MOVE  SEAT-FORM   TO ST-FORM  (SEAT-CNT)
                      MOVE  SEAT-CLASS  TO ST-CLASS (SEAT-CNT)
                      PERFORM  VARYING  ROOM-IDX  FROM  1  BY 1
                               UNTIL ROOM-IDX  >  ROOM-CNT
                         IF  RT-CODE (ROOM-IDX)  =  SEAT-ROOM
                             ADD   1  TO RT-USED (ROOM-IDX)
                         END-IF
                      END-PERFORM
                  END-IF
                  ADD   1  TO RUNLOG-READ-CNT
                  READ  SEATFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE SEATFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       140-LOAD-TEACHING.
           OPEN  INPUT TTBLFL
           IF  TTBLFL-STATUS  =  "00"
               READ  TTBLFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  MOVE  TT-TEACHER  TO WK-TEACHER
                  MOVE  TT-CLASS    TO WK-ROOM
                  PERFORM  150-ADD-TEACHING
                  READ  TTBLFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE TTBLFL
           END-IF
           MOVE  "N"  TO EOF-SW
           OPEN  INPUT SECFL
           IF  SECFL-STATUS  =  "00"
               READ  SECFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  MOVE  SEC-TEACHER  TO WK-TEACHER
                  MOVE  SEC-CLASS    TO WK-ROOM
                  PERFORM  150-ADD-TEACHING
                  READ  SECFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE SECFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       150-ADD-TEACHING.
           MOVE  "N"  TO FOUND-SW
           PERFORM  VARYING  TCH-IDX  FROM  1  BY 1
                    UNTIL TCH-IDX  >  TCH-CNT
              IF  TC-TEACHER (TCH-IDX)  =  WK-TEACHER
                  AND  TC-CLASS (TCH-IDX)  =  WK-ROOM
                  MOVE  "Y"  TO FOUND-SW
              END-IF
           END-PERFORM
           IF  FOUND-SW  =  "N"  AND  TCH-CNT  <  600
               ADD   1  TO TCH-CNT
               MOVE  WK-TEACHER  TO TC-TEACHER (TCH-CNT)
               MOVE  WK-ROOM     TO TC-CLASS   (TCH-CNT)
           END-IF.
       200-ASSIGN-ROOM.
           COMPUTE  WK-NEED = ( RT-USED (ROOM-IDX)
                              + SEATS-PER-PROCTOR - 1 )
                            / SEATS-PER-PROCTOR
           MOVE  RT-CODE (ROOM-IDX)  TO DL-ROOM
           MOVE  RT-USED (ROOM-IDX)  TO DL-USED
           MOVE  WK-NEED             TO DL-NEED
           MOVE  0  TO WK-DONE
           PERFORM  UNTIL WK-DONE  NOT <  WK-NEED
              PERFORM  210-PICK-PROCTOR
              ADD   1  TO WK-DONE
              IF  PRC-MATCH  =  0
                  ADD   1  TO SHORT-CNT
                  MOVE  SPACES          TO DL-TEACHER
                  MOVE  "無可排監考"    TO DL-NOTE
              ELSE
                  MOVE  "Y"  TO PT-USED-SW (PRC-MATCH)
                  MOVE  RT-CODE (ROOM-IDX)     TO PRA-ROOM
                  MOVE  PT-TEACHER (PRC-MATCH) TO PRA-TEACHER
                  WRITE PRA-REC
                  ADD   1  TO ASGN-CNT
                  ADD   1  TO RUNLOG-WRITE-CNT
                  MOVE  PT-TEACHER (PRC-MATCH) TO DL-TEACHER
                  MOVE  SPACES                 TO DL-NOTE
              END-IF
              WRITE PRT-REC  FROM  DL  AFTER 1  LINES
              MOVE  SPACES  TO DL
           END-PERFORM.
       210-PICK-PROCTOR.
           MOVE  0         TO PRC-MATCH
           MOVE  PRC-NEXT  TO PRC-IDX
           PERFORM  VARYING  PRC-TRY  FROM  1  BY 1
                    UNTIL PRC-TRY  >  PRC-CNT  OR  PRC-MATCH  >  0
              IF  PRC-IDX  >  PRC-CNT
                  MOVE  1  TO PRC-IDX
              END-IF
              IF  PT-AVAIL (PRC-IDX)  =  "Y"
                  AND  PT-USED-SW (PRC-IDX)  =  "N"
                  PERFORM  220-CHECK-CONFLICT
                  IF  CONFLICT-SW  =  "N"
                      MOVE  PRC-IDX  TO PRC-MATCH
                  END-IF
              END-IF
              ADD   1  TO PRC-IDX
           END-PERFORM
           IF  PRC-MATCH  >  0
               COMPUTE  PRC-NEXT = PRC-MATCH + 1
           END-IF.
       220-CHECK-CONFLICT.
           MOVE  "N"  TO CONFLICT-SW
           PERFORM  VARYING  SEAT-IDX  FROM  1  BY 1
                    UNTIL SEAT-IDX  >  SEAT-CNT  OR  CONFLICT-SW = "Y"
              IF  ST-ROOM (SEAT-IDX)  =  RT-CODE (ROOM-IDX)
                  PERFORM  VARYING  TCH-IDX  FROM  1  BY 1
                           UNTIL TCH-IDX  >  TCH-CNT
                     IF  TC-TEACHER (TCH-IDX)  =  PT-TEACHER (PRC-IDX)
                         AND  TC-CLASS (TCH-IDX)  =  ST-CLASS (SEAT-IDX)
                         MOVE  "Y"  TO CONFLICT-SW
                     END-IF
                  END-PERFORM
              END-IF
           END-PERFORM.
       500-MAINTAIN-PROCTORS.
           OPEN  EXTEND PRCFL
           IF  PRCFL-STATUS  =  "35"
               OPEN  OUTPUT PRCFL
           END-IF
           MOVE  SPACES   TO WK-TEACHER
           PERFORM  UNTIL WK-TEACHER = "E"
              DISPLAY  " "
              DISPLAY  "監考教師 (E:結束) : " WITH NO ADVANCING
              ACCEPT   WK-TEACHER
              IF  WK-TEACHER  NOT =  "E"  AND  WK-TEACHER  NOT =  SPACES
                  MOVE  WK-TEACHER  TO PRC-TEACHER
                  MOVE  SPACE       TO PRC-AVAIL
                  PERFORM  UNTIL PRC-AVAIL = "Y"  OR  PRC-AVAIL = "N"
                     DISPLAY  "可排監考 (Y/N)    : "
                              WITH NO ADVANCING
                     ACCEPT   PRC-AVAIL
                  END-PERFORM
                  WRITE PRC-REC
                  ADD   1  TO LOAD-CNT
              END-IF
           END-PERFORM
           CLOSE PRCFL
           DISPLAY  "監考人員筆數 = " LOAD-CNT.
       600-RECORD-ABSENCE.
           ACCEPT   DATE-WK  FROM  DATE
           CALL  "P0447"  USING  DATE-WK  DATE-PL
           MOVE  DATE-PL (1:4)  TO WK-DATE-8 (1:4)
           MOVE  DATE-PL (6:2)  TO WK-DATE-8 (5:2)
           MOVE  DATE-PL (9:2)  TO WK-DATE-8 (7:2)
           PERFORM  130-LOAD-SEATS
           PERFORM  610-LOAD-XREF
           PERFORM  620-LOAD-ABSENCES
           IF  SEAT-CNT  =  0
               DISPLAY  "查無座位檔 D0967.DAT"
               DISPLAY  "請先執行 P0957 排定座位"
               EXIT  PARAGRAPH
           END-IF
           OPEN  EXTEND ABSFL
           IF  ABSFL-STATUS  =  "35"
               OPEN  OUTPUT ABSFL
           END-IF
           MOVE  SPACES   TO WK-ROOM
           PERFORM  UNTIL WK-ROOM = "E"
              DISPLAY  " "
              DISPLAY  "試場代號 (E:結束) : " WITH NO ADVANCING
              ACCEPT   WK-ROOM
              IF  WK-ROOM  NOT =  "E"  AND  WK-ROOM  NOT =  SPACES
                  PERFORM  630-ROOM-ATTENDANCE
              END-IF
           END-PERFORM
           CLOSE ABSFL
           DISPLAY  "缺考登錄筆數 = " LOAD-CNT.
       610-LOAD-XREF.
           OPEN  INPUT XRFFL
           IF  XRFFL-STATUS  =  "00"
               READ  XRFFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  XRF-CNT  <  500  AND  XRF-EXAM  NOT =  SPACES
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
       620-LOAD-ABSENCES.
           OPEN  INPUT ABSFL
           IF  ABSFL-STATUS  =  "00"
               READ  ABSFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  ABS-CNT  <  500
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
       630-ROOM-ATTENDANCE.
           MOVE  "N"  TO FOUND-SW
           PERFORM  VARYING  SEAT-IDX  FROM  1  BY 1
                    UNTIL SEAT-IDX  >  SEAT-CNT
              IF  ST-ROOM (SEAT-IDX)  =  WK-ROOM
                  MOVE  "Y"  TO FOUND-SW
                  DISPLAY  ST-NO (SEAT-IDX) " " ST-EXAM (SEAT-IDX)
                           " " ST-CLASS (SEAT-IDX)
              END-IF
           END-PERFORM
           IF  FOUND-SW  =  "N"
               DISPLAY  "本試場無考生 : " WK-ROOM
               EXIT  PARAGRAPH
           END-IF
           MOVE  999  TO WK-SEAT
           PERFORM  UNTIL WK-SEAT = 0
              DISPLAY  "缺考座號 (0:結束) : " WITH NO ADVANCING
              ACCEPT   WK-SEAT
              IF  WK-SEAT  NOT =  0
                  PERFORM  640-MARK-ABSENT
              END-IF
           END-PERFORM.
       640-MARK-ABSENT.
           MOVE  0  TO SEAT-MATCH
           PERFORM  VARYING  SEAT-IDX  FROM  1  BY 1
                    UNTIL SEAT-IDX  >  SEAT-CNT
              IF  ST-ROOM (SEAT-IDX)  =  WK-ROOM
                  AND  ST-NO (SEAT-IDX)  =  WK-SEAT
                  MOVE  SEAT-IDX  TO SEAT-MATCH
              END-IF
           END-PERFORM
           IF  SEAT-MATCH  =  0
               DISPLAY  "座號錯誤 : " WK-SEAT
               EXIT  PARAGRAPH
           END-IF
           MOVE  SPACES  TO WK-IDNO
           PERFORM  VARYING  XRF-IDX  FROM  1  BY 1
                    UNTIL XRF-IDX  >  XRF-CNT
              IF  XT-EXAM (XRF-IDX)  =  ST-EXAM (SEAT-MATCH)
                  MOVE  XT-IDNO (XRF-IDX)  TO WK-IDNO
              END-IF
           END-PERFORM
           IF  WK-IDNO  =  SPACES
               DISPLAY  "准考證號無對照 : " ST-EXAM (SEAT-MATCH)
               EXIT  PARAGRAPH
           END-IF
           PERFORM  VARYING  ABS-IDX  FROM  1  BY 1
                    UNTIL ABS-IDX  >  ABS-CNT
              IF  ABT-EXAM (ABS-IDX)  =  ST-EXAM (SEAT-MATCH)
                  DISPLAY  "已登錄缺考 : " ST-EXAM (SEAT-MATCH)
                  EXIT  PARAGRAPH
              END-IF
           END-PERFORM
           MOVE  ST-EXAM (SEAT-MATCH)  TO ABS-EXAM
           MOVE  WK-IDNO               TO ABS-IDNO
           MOVE  WK-ROOM               TO ABS-ROOM
           MOVE  WK-SEAT               TO ABS-SEAT
           MOVE  ST-FORM (SEAT-MATCH)  TO ABS-FORM
           MOVE  WK-DATE-8             TO ABS-DATE
           MOVE  SPACE                 TO ABS-STATUS
           WRITE ABS-REC
           ADD   1  TO LOAD-CNT
           IF  ABS-CNT  <  500
               ADD   1  TO ABS-CNT
               MOVE  ABS-EXAM  TO ABT-EXAM (ABS-CNT)
           END-IF
           DISPLAY  "缺考 : " ABS-EXAM " " ABS-IDNO.
       700-LIST-ABSENTEES.
           OPEN  INPUT ABSFL
           IF  ABSFL-STATUS  NOT =  "00"
               DISPLAY  "查無缺考檔 D0969.DAT"
           ELSE
               OPEN  OUTPUT   MKUPFL
               WRITE MKUP-REC  FROM  MKUP-HD-1  AFTER PAGE
               WRITE MKUP-REC  FROM  MKUP-HD-2  AFTER 2  LINES
               READ  ABSFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  MOVE  ABS-EXAM  TO MKUP-EXAM
                  MOVE  ABS-IDNO  TO MKUP-IDNO
                  MOVE  ABS-ROOM  TO MKUP-ROOM
                  MOVE  ABS-SEAT  TO MKUP-SEAT
                  MOVE  ABS-FORM  TO MKUP-FORM
                  MOVE  ABS-DATE  TO MKUP-DATE
                  IF  ABS-STATUS  =  "S"
                      MOVE  "已排補考"  TO MKUP-NOTE
                  ELSE
                      MOVE  SPACES      TO MKUP-NOTE
                  END-IF
                  WRITE MKUP-REC  FROM  MKUP-DL  AFTER 1  LINES
                  ADD   1  TO LOAD-CNT
                  READ  ABSFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE ABSFL   MKUPFL
               DISPLAY  "缺考人數 = " LOAD-CNT
           END-IF.
