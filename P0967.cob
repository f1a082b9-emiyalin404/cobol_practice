       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P0967.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   SCORFL   ASSIGN   TO "D0952.DAT"
              ORGANIZATION   IS   LINE   SEQUENTIAL
              FILE STATUS    SCORFL-STATUS.
           SELECT   ABSFL    ASSIGN   TO "D0969.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    ABSFL-STATUS.
           SELECT   RETSTFL  ASSIGN   TO "RETEST0952"
              FILE STATUS    RETSTFL-STATUS.
           SELECT   EXHFL    ASSIGN   TO "D0956.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    EXHFL-STATUS.
           SELECT   ROOMFL   ASSIGN   TO "D0957.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    ROOMFL-STATUS.
           SELECT   XRFFL    ASSIGN   TO "D0459.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    XRFFL-STATUS.
           SELECT   CALFL    ASSIGN   TO "D1017.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CALFL-STATUS.
           SELECT   MKPFL    ASSIGN   TO "D0970.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    MKPFL-STATUS.
           SELECT   PRINTFL  ASSIGN   TO "PRINT0967".
           SELECT   TCKTFL   ASSIGN   TO "TICKET0967".
       DATA   DIVISION.
       FILE   SECTION.
       FD  SCORFL
           LABEL  RECORD  IS STANDARD
           DATA  RECORD   IS SCOR-REC.
       01  SCOR-REC.
           03 SCOR-ID           PIC X(4).
           03 SCOR-FORM         PIC X.
           03 SCOR-ANS          PIC X    OCCURS   20 TIMES.
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
       FD  RETSTFL
           LABEL RECORD   IS STANDARD
           DATA  RECORD   IS RETST-REC.
       01  RETST-REC.
           03 RETST-IDNO        PIC X(4).
           03 FILLER            PIC X(4).
           03 RETST-FORM        PIC X.
           03 FILLER            PIC X(71).
       FD  EXHFL
           DATA  RECORD   IS EXH-REC.
       01  EXH-REC.
           03 EXH-ID            PIC X(4).
           03 EXH-DATE          PIC 9(8).
           03 EXH-FORM          PIC X.
           03 EXH-SCOR          PIC 9(3).
           03 EXH-KIND          PIC X.
       FD  ROOMFL
           DATA  RECORD   IS ROOM-REC.
       01  ROOM-REC.
           03 ROOM-CODE         PIC X(3).
           03 ROOM-SEATS        PIC 9(3).
       FD  XRFFL
           DATA  RECORD   IS XRF-REC.
       01  XRF-REC.
           03 XRF-SEAT          PIC X(3).
           03 XRF-EXAM          PIC X(4).
           03 XRF-IDNO          PIC X(5).
       FD  CALFL
           DATA  RECORD   IS CAL-REC.
       01  CAL-REC.
           03 CAL-DATE          PIC 9(8).
           03 CAL-FLAG          PIC X.
           03 CAL-DESC          PIC X(20).
           03 CAL-PERIOD        PIC 9(2).
       FD  MKPFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS MKP-REC.
       01  MKP-REC.
           03 MKP-DATE          PIC 9(8).
           03 MKP-EXAM          PIC X(4).
           03 MKP-IDNO          PIC X(5).
           03 MKP-FORM          PIC X.
           03 MKP-ROOM          PIC X(3).
           03 MKP-SEAT          PIC 9(3).
           03 MKP-REASON        PIC X.
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC              PIC X(80).
       FD  TCKTFL
           DATA  RECORD   IS TCKT-REC.
       01  TCKT-REC             PIC X(60).
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER            PIC X(15).
           03 FILLER            PIC X(45)   VALUE
                 "<<<   補 考 場 次 安 排 表   >>>".
       01  HD-2.
           03 FILLER            PIC X(16)   VALUE "補考日期 : ".
           03 HD-DATE           PIC 9(4)/99/99.
       01  HD-3.
           03 FILLER            PIC X(10)   VALUE "准考證".
           03 FILLER            PIC X(8)    VALUE "學號".
           03 FILLER            PIC X(8)    VALUE "原卷".
           03 FILLER            PIC X(8)    VALUE "新卷".
           03 FILLER            PIC X(8)    VALUE "試場".
           03 FILLER            PIC X(8)    VALUE "座號".
           03 FILLER            PIC X(8)    VALUE "原因".
           03 FILLER            PIC X(10)   VALUE "備 註".
       01  HD-4                 PIC X(78)   VALUE ALL "=".
       01  DL.
           03 DL-EXAM           PIC X(4).
           03 FILLER            PIC X(6).
           03 DL-IDNO           PIC X(5).
           03 FILLER            PIC X(4).
           03 DL-OLD-FORM       PIC X.
           03 FILLER            PIC X(7).
           03 DL-NEW-FORM       PIC X.
           03 FILLER            PIC X(6).
           03 DL-ROOM           PIC X(3).
           03 FILLER            PIC X(5).
           03 DL-SEAT           PIC ZZ9.
           03 FILLER            PIC X(5).
           03 DL-REASON         PIC X(6).
           03 FILLER            PIC X(2).
           03 DL-NOTE           PIC X(18).
       01  TOT-1.
           03 FILLER            PIC X(16)   VALUE "排定人數 : ".
           03 TOT-CNT           PIC ZZZ9.
           03 FILLER            PIC X(4).
           03 FILLER            PIC X(16)   VALUE "未能排定 : ".
           03 TOT-EXCP          PIC ZZZ9.
       01  TCKT-1               PIC X(44)   VALUE ALL "*".
       01  TCKT-2.
           03 FILLER            PIC X(8).
           03 FILLER            PIC X(30)   VALUE
                 "補 考 准 考 證".
       01  TCKT-3.
           03 FILLER            PIC X(14)   VALUE "學    號 : ".
           03 TCKT-IDNO         PIC X(5).
       01  TCKT-4.
           03 FILLER            PIC X(15)   VALUE "准考證號 : ".
           03 TCKT-EXAM         PIC X(4).
           03 FILLER            PIC X(4).
           03 FILLER            PIC X(10)   VALUE "卷 別 : ".
           03 TCKT-FORM         PIC X.
       01  TCKT-5.
           03 FILLER            PIC X(14)   VALUE "試    場 : ".
           03 TCKT-ROOM         PIC X(3).
           03 FILLER            PIC X(4).
           03 FILLER            PIC X(10)   VALUE "座 號 : ".
           03 TCKT-SEAT         PIC ZZ9.
       01  TCKT-6.
           03 FILLER            PIC X(14)   VALUE "日    期 : ".
           03 TCKT-DATE         PIC 9(4)/99/99.
       01  KEY-CNT              PIC 9          VALUE 0.
       01  KEY-FORM             PIC X    OCCURS   5 TIMES.
       01  FORM-IDX             PIC 9.
       01  CAND-TAB-AREA.
           03 CAND-CNT          PIC 9(3)   VALUE 0.
           03 CAND-ENTRY        OCCURS 500 TIMES.
              05 CT-EXAM        PIC X(4).
              05 CT-IDNO        PIC X(5).
              05 CT-OLD-FORM    PIC X.
              05 CT-REASON      PIC X.
       01  EXH-TAB-AREA.
           03 EXH-CNT           PIC 9(4)   VALUE 0.
           03 EXH-ENTRY         OCCURS 3000 TIMES.
              05 ET-ID          PIC X(4).
              05 ET-FORM        PIC X.
       01  ROOM-TAB-AREA.
           03 ROOM-CNT          PIC 9(2)   VALUE 0.
           03 ROOM-ENTRY        OCCURS 20 TIMES.
              05 RT-CODE        PIC X(3).
              05 RT-SEATS       PIC 9(3).
       01  XRF-TAB-AREA.
           03 XRF-CNT           PIC 9(3)   VALUE 0.
           03 XRF-ENTRY         OCCURS 500 TIMES.
              05 XT-EXAM        PIC X(4).
              05 XT-IDNO        PIC X(5).
       01  ABS-TAB-AREA.
           03 ABT-CNT           PIC 9(3)   VALUE 0.
           03 ABT-ENTRY         OCCURS 500 TIMES.
              05 ABT-DATA       PIC X(25).
       01  CAND-IDX             PIC 9(3).
       01  EXH-IDX              PIC 9(4).
       01  XRF-IDX              PIC 9(3).
       01  ABT-IDX              PIC 9(3).
       01  WK-ROOM-IDX          PIC 9(2).
       01  WK-SEAT-NO           PIC 9(3).
       01  WK-FORM              PIC X.
       01  WK-EXAM              PIC X(4).
       01  USED-SW              PIC X.
       01  FOUND-SW             PIC X.
       01  HOLIDAY-SW           PIC X.
       01  ASK-DATE             PIC 9(8).
       01  SCHED-CNT            PIC 9(4)   VALUE 0.
       01  EXCP-CNT             PIC 9(4)   VALUE 0.
       01  EOF-SW               PIC X      VALUE "N".
       01  SCORFL-STATUS        PIC XX.
       01  ABSFL-STATUS         PIC XX.
       01  RETSTFL-STATUS       PIC XX.
       01  EXHFL-STATUS         PIC XX.
       01  ROOMFL-STATUS        PIC XX.
       01  XRFFL-STATUS         PIC XX.
       01  CALFL-STATUS         PIC XX.
       01  MKPFL-STATUS         PIC XX.
       01  DATE-WK              PIC 9(6).
       01  DATE-PL              PIC 9(4)/99/99.
       01  WK-DATE-8            PIC 9(8).
       01  DATE-FUNC            PIC X(4).
       01  DATE-2               PIC 9(8).
       01  DATE-DAYS            PIC S9(7).
       01  DATE-RESULT          PIC S9(7).
       01  RUNLOG-JOB           PIC X(8)   VALUE "P0967".
       01  RUNLOG-ACTION        PIC X.
       01  RUNLOG-READ-CNT      PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT     PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS        PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           ACCEPT   DATE-WK  FROM  DATE
           CALL  "P0447"  USING  DATE-WK  DATE-PL
           MOVE  DATE-PL (1:4)  TO WK-DATE-8 (1:4)
           MOVE  DATE-PL (6:2)  TO WK-DATE-8 (5:2)
           MOVE  DATE-PL (9:2)  TO WK-DATE-8 (7:2)
           PERFORM  050-ASK-DATE
           PERFORM  100-LOAD-FORMS
           PERFORM  110-LOAD-ROOMS
           PERFORM  120-LOAD-XREF
           PERFORM  130-LOAD-HISTORY
           PERFORM  140-LOAD-ABSENTEES
           PERFORM  150-LOAD-RETESTS
           IF  KEY-CNT  =  0  OR  ROOM-CNT  =  0
               DISPLAY  "查無答案卷或試場主檔"
               DISPLAY  "無法安排補考"
               MOVE  "A"   TO RUNLOG-STATUS
           ELSE
               IF  CAND-CNT  =  0
                   DISPLAY  "無缺考或補考名單"
               ELSE
                   PERFORM  200-SCHEDULE-RUN
                   PERFORM  300-MARK-ABSENTEES
               END-IF
           END-IF
           DISPLAY  "補考排定人數 = " SCHED-CNT
           IF  EXCP-CNT  >  0
               DISPLAY  "未能排定人數 = " EXCP-CNT
               MOVE  "A"   TO RUNLOG-STATUS
           END-IF
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           STOP  RUN.
       050-ASK-DATE.
           MOVE  "N"  TO FOUND-SW
           PERFORM  UNTIL FOUND-SW = "Y"
              DISPLAY  "補考日期 (YYYYMMDD) : " WITH NO ADVANCING
              ACCEPT   ASK-DATE
              MOVE  "Y"  TO FOUND-SW
              IF  ASK-DATE  NOT >  WK-DATE-8
                  DISPLAY  "補考日期須晚於今日"
                  MOVE  "N"  TO FOUND-SW
              ELSE
                  MOVE  "DOW "  TO DATE-FUNC
                  CALL  "P1023"  USING  DATE-FUNC  ASK-DATE  DATE-2
                                        DATE-DAYS  DATE-RESULT
                  IF  DATE-RESULT  =  0  OR  DATE-RESULT  =  6
                      DISPLAY  "補考日期不可為週末"
                      MOVE  "N"  TO FOUND-SW
                  ELSE
                      PERFORM  060-CHECK-HOLIDAY
                      IF  HOLIDAY-SW  =  "Y"
                          DISPLAY  "該日為行事曆休假日"
                          MOVE  "N"  TO FOUND-SW
                      END-IF
                  END-IF
              END-IF
           END-PERFORM.
       060-CHECK-HOLIDAY.
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
           END-IF
           MOVE  "N"  TO EOF-SW.
       100-LOAD-FORMS.
           OPEN  INPUT SCORFL
           IF  SCORFL-STATUS  =  "00"
               READ  SCORFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"  OR  SCOR-ID  NOT =  "KEY "
                  IF  KEY-CNT  <  5
                      ADD   1  TO KEY-CNT
                      MOVE  SCOR-FORM  TO KEY-FORM (KEY-CNT)
                  END-IF
                  READ  SCORFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE SCORFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       110-LOAD-ROOMS.
           OPEN  INPUT ROOMFL
           IF  ROOMFL-STATUS  =  "00"
               READ  ROOMFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  ROOM-CNT  <  20
                      ADD   1  TO ROOM-CNT
                      MOVE  ROOM-CODE   TO RT-CODE  (ROOM-CNT)
                      MOVE  ROOM-SEATS  TO RT-SEATS (ROOM-CNT)
                  END-IF
                  READ  ROOMFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE ROOMFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       120-LOAD-XREF.
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
       130-LOAD-HISTORY.
           OPEN  INPUT EXHFL
           IF  EXHFL-STATUS  =  "00"
               READ  EXHFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  EXH-CNT  <  3000
                      ADD   1  TO EXH-CNT
                      MOVE  EXH-ID    TO ET-ID   (EXH-CNT)
                      MOVE  EXH-FORM  TO ET-FORM (EXH-CNT)
                  END-IF
                  ADD   1  TO RUNLOG-READ-CNT
                  READ  EXHFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE EXHFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       140-LOAD-ABSENTEES.
           OPEN  INPUT ABSFL
           IF  ABSFL-STATUS  =  "00"
               READ  ABSFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  ABT-CNT  <  500
                      ADD   1  TO ABT-CNT
                      MOVE  ABS-REC  TO ABT-DATA (ABT-CNT)
                  END-IF
                  IF  ABS-STATUS  =  SPACE
                      MOVE  ABS-EXAM  TO WK-EXAM
                      MOVE  ABS-FORM  TO WK-FORM
                      PERFORM  160-ADD-CANDIDATE
                      IF  CAND-IDX  >  0
                          MOVE  "A"  TO CT-REASON (CAND-IDX)
                      END-IF
                  END-IF
                  ADD   1  TO RUNLOG-READ-CNT
                  READ  ABSFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE ABSFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       150-LOAD-RETESTS.
           OPEN  INPUT RETSTFL
           IF  RETSTFL-STATUS  =  "00"
               READ  RETSTFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               IF  EOF-SW  NOT =  "Y"
                   READ  RETSTFL   AT END
                      MOVE  "Y"   TO EOF-SW
                   END-READ
               END-IF
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  RETST-IDNO  NOT =  SPACES
                      MOVE  RETST-IDNO  TO WK-EXAM
                      MOVE  RETST-FORM  TO WK-FORM
                      PERFORM  160-ADD-CANDIDATE
                      IF  CAND-IDX  >  0
                          AND  CT-REASON (CAND-IDX)  =  SPACE
                          MOVE  "R"  TO CT-REASON (CAND-IDX)
                      END-IF
                  END-IF
                  ADD   1  TO RUNLOG-READ-CNT
                  READ  RETSTFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE RETSTFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       160-ADD-CANDIDATE.
           MOVE  0  TO CAND-IDX
           MOVE  "N"  TO FOUND-SW
           PERFORM  VARYING  CAND-IDX  FROM  1  BY 1
                    UNTIL CAND-IDX  >  CAND-CNT  OR  FOUND-SW = "Y"
              IF  CT-EXAM (CAND-IDX)  =  WK-EXAM
                  MOVE  "Y"  TO FOUND-SW
              END-IF
           END-PERFORM
           IF  FOUND-SW  =  "Y"
               MOVE  0  TO CAND-IDX
               EXIT  PARAGRAPH
           END-IF
           IF  CAND-CNT  NOT <  500
               MOVE  0  TO CAND-IDX
               EXIT  PARAGRAPH
           END-IF
           ADD   1  TO CAND-CNT
           MOVE  CAND-CNT  TO CAND-IDX
           MOVE  WK-EXAM   TO CT-EXAM     (CAND-IDX)
           MOVE  WK-FORM   TO CT-OLD-FORM (CAND-IDX)
           MOVE  SPACE     TO CT-REASON   (CAND-IDX)
           MOVE  SPACES    TO CT-IDNO     (CAND-IDX)
           PERFORM  VARYING  XRF-IDX  FROM  1  BY 1
                    UNTIL XRF-IDX  >  XRF-CNT
              IF  XT-EXAM (XRF-IDX)  =  WK-EXAM
                  MOVE  XT-IDNO (XRF-IDX)  TO CT-IDNO (CAND-IDX)
              END-IF
           END-PERFORM.
       200-SCHEDULE-RUN.
           OPEN  OUTPUT   MKPFL   PRINTFL   TCKTFL
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           MOVE  ASK-DATE  TO HD-DATE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  1  TO WK-ROOM-IDX
           MOVE  0  TO WK-SEAT-NO
           PERFORM  VARYING  CAND-IDX  FROM  1  BY 1
                    UNTIL CAND-IDX  >  CAND-CNT
              PERFORM  210-SCHEDULE-ONE
           END-PERFORM
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  SCHED-CNT  TO TOT-CNT
           MOVE  EXCP-CNT   TO TOT-EXCP
           WRITE PRT-REC  FROM  TOT-1  AFTER 1  LINES
           CLOSE MKPFL   PRINTFL   TCKTFL.
       210-SCHEDULE-ONE.
           MOVE  SPACES  TO DL
           MOVE  CT-EXAM (CAND-IDX)      TO DL-EXAM
           MOVE  CT-IDNO (CAND-IDX)      TO DL-IDNO
           MOVE  CT-OLD-FORM (CAND-IDX)  TO DL-OLD-FORM
           IF  CT-REASON (CAND-IDX)  =  "A"
               MOVE  "缺考"   TO DL-REASON
           ELSE
               MOVE  "不及格" TO DL-REASON
           END-IF
           PERFORM  220-PICK-FORM
           IF  WK-FORM  =  SPACE
               MOVE  "無未曾使用之卷別"   TO DL-NOTE
               ADD   1  TO EXCP-CNT
               WRITE PRT-REC  FROM  DL  AFTER 1  LINES
               EXIT  PARAGRAPH
           END-IF
           ADD   1  TO WK-SEAT-NO
           PERFORM  UNTIL WK-ROOM-IDX  >  ROOM-CNT
              IF  WK-SEAT-NO  >  RT-SEATS (WK-ROOM-IDX)
                  ADD   1  TO WK-ROOM-IDX
                  MOVE  1  TO WK-SEAT-NO
              ELSE
                  EXIT  PERFORM
              END-IF
           END-PERFORM
           IF  WK-ROOM-IDX  >  ROOM-CNT
               MOVE  WK-FORM       TO DL-NEW-FORM
               MOVE  "試場額滿"    TO DL-NOTE
               ADD   1  TO EXCP-CNT
               WRITE PRT-REC  FROM  DL  AFTER 1  LINES
               EXIT  PARAGRAPH
           END-IF
           MOVE  ASK-DATE                TO MKP-DATE
           MOVE  CT-EXAM (CAND-IDX)      TO MKP-EXAM
           MOVE  CT-IDNO (CAND-IDX)      TO MKP-IDNO
           MOVE  WK-FORM                 TO MKP-FORM
           MOVE  RT-CODE (WK-ROOM-IDX)   TO MKP-ROOM
           MOVE  WK-SEAT-NO              TO MKP-SEAT
           MOVE  CT-REASON (CAND-IDX)    TO MKP-REASON
           WRITE MKP-REC
           ADD   1  TO SCHED-CNT
           ADD   1  TO RUNLOG-WRITE-CNT
           MOVE  WK-FORM       TO DL-NEW-FORM
           MOVE  MKP-ROOM      TO DL-ROOM
           MOVE  MKP-SEAT      TO DL-SEAT
           WRITE PRT-REC  FROM  DL  AFTER 1  LINES
           PERFORM  230-PRINT-TICKET.
       220-PICK-FORM.
           MOVE  SPACE  TO WK-FORM
           PERFORM  VARYING  FORM-IDX  FROM  1  BY 1
                    UNTIL FORM-IDX  >  KEY-CNT
                       OR  WK-FORM  NOT =  SPACE
              MOVE  "N"  TO USED-SW
              IF  KEY-FORM (FORM-IDX)  =  CT-OLD-FORM (CAND-IDX)
                  MOVE  "Y"  TO USED-SW
              END-IF
              PERFORM  VARYING  EXH-IDX  FROM  1  BY 1
                       UNTIL EXH-IDX  >  EXH-CNT  OR  USED-SW = "Y"
                 IF  ET-ID (EXH-IDX)  =  CT-EXAM (CAND-IDX)
                     AND  ET-FORM (EXH-IDX)  =  KEY-FORM (FORM-IDX)
                     MOVE  "Y"  TO USED-SW
                 END-IF
              END-PERFORM
              IF  USED-SW  =  "N"
                  MOVE  KEY-FORM (FORM-IDX)  TO WK-FORM
              END-IF
           END-PERFORM.
       230-PRINT-TICKET.
           WRITE TCKT-REC  FROM  TCKT-1  AFTER PAGE
           WRITE TCKT-REC  FROM  TCKT-2  AFTER 1  LINES
           MOVE  MKP-IDNO  TO TCKT-IDNO
           WRITE TCKT-REC  FROM  TCKT-3  AFTER 2  LINES
           MOVE  MKP-EXAM  TO TCKT-EXAM
           MOVE  MKP-FORM  TO TCKT-FORM
           WRITE TCKT-REC  FROM  TCKT-4  AFTER 1  LINES
           MOVE  MKP-ROOM  TO TCKT-ROOM
           MOVE  MKP-SEAT  TO TCKT-SEAT
           WRITE TCKT-REC  FROM  TCKT-5  AFTER 1  LINES
           MOVE  MKP-DATE  TO TCKT-DATE
           WRITE TCKT-REC  FROM  TCKT-6  AFTER 1  LINES
           WRITE TCKT-REC  FROM  TCKT-1  AFTER 1  LINES.
       300-MARK-ABSENTEES.
           IF  ABT-CNT  =  0
               EXIT  PARAGRAPH
           END-IF
           OPEN  INPUT MKPFL
           IF  MKPFL-STATUS  NOT =  "00"
               EXIT  PARAGRAPH
           END-IF
           READ  MKPFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              IF  MKP-REASON  =  "A"
                  PERFORM  VARYING  ABT-IDX  FROM  1  BY 1
                           UNTIL ABT-IDX  >  ABT-CNT
                     MOVE  ABT-DATA (ABT-IDX)  TO ABS-REC
                     IF  ABS-EXAM  =  MKP-EXAM
                         MOVE  "S"  TO ABS-STATUS
                         MOVE  ABS-REC  TO ABT-DATA (ABT-IDX)
                     END-IF
                  END-PERFORM
              END-IF
              READ  MKPFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE MKPFL
           MOVE  "N"  TO EOF-SW
           OPEN  OUTPUT ABSFL
           PERFORM  VARYING  ABT-IDX  FROM  1  BY 1
                    UNTIL ABT-IDX  >  ABT-CNT
              MOVE  ABT-DATA (ABT-IDX)  TO ABS-REC
              WRITE ABS-REC
           END-PERFORM
           CLOSE ABSFL.
