              ACCESS MODE    SEQUENTIAL
              RECORD KEY     STUD-IDNO
              FILE STATUS    STUDFL-STATUS.
           SELECT   XFRFL    ASSIGN   TO "D0484.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    XFRFL-STATUS.
           SELECT   PRINTFL  ASSIGN   TO "PRINT0470".
       DATA   DIVISION.
       FILE   SECTION.
              05 STUD-SUBJ-CRED PIC 9.
              05 STUD-SUBJ-SCOR PIC 9(3)V9.
           03 STUD-STATUS       PIC X.
       FD  XFRFL
           DATA  RECORD   IS XFR-REC.
       01  XFR-REC.
           03 XFR-IDNO        PIC X(5).
           03 XFR-EFF-DATE    PIC 9(8).
           03 XFR-FROM        PIC X(3).
           03 XFR-TO          PIC X(3).
           03 XFR-USER        PIC X(10).
           03 XFR-ENTRY-DATE  PIC 9(8).
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC            PIC X(80).
           03 FILLER          PIC X(4).
           03 FILLER          PIC X(14)   VALUE "導 師 : ".
           03 HD-TEACHER      PIC X(10).
           03 FILLER          PIC X(4).
           03 FILLER          PIC X(12)   VALUE "基準日 : ".
           03 HD-ASOF         PIC 9(4)/99/99.
       01  HD-3.
           03 FILLER          PIC X(10)   VALUE "人 數".
           03 FILLER          PIC X(10)   VALUE "座 位".
           03 FILLER          PIC X(12)   VALUE "平均成績".
           03 FILLER          PIC X(8)    VALUE "備 註".
       01  HD-4               PIC X(50)   VALUE ALL "=".
       01  HD-5.
           03 FILLER          PIC X(9)    VALUE "學號".
           03 FILLER          PIC X(12)   VALUE "姓 名".
           03 FILLER          PIC X(12)   VALUE "備 註".
       01  RS-DL.
           03 RS-IDNO         PIC X(5).
           03 FILLER          PIC X(4).
           03 RS-NAME         PIC X(9).
           03 FILLER          PIC X(3).
           03 RS-MARK         PIC X(20).
       01  DL.
           03 DL-HEADS        PIC ZZ9.
           03 FILLER          PIC X(6).
              05 ST-HEADS     PIC 9(3).
              05 ST-WTD       PIC 9(7)V9.
              05 ST-CRED      PIC 9(5).
       01  ROS-TAB-AREA.
           03 ROS-CNT         PIC 9(4)   VALUE 0.
           03 ROS-ENTRY       OCCURS 2000 TIMES.
              05 RT-IDNO      PIC X(5).
              05 RT-NAME      PIC X(9).
              05 RT-SEC       PIC 9(2).
              05 RT-MOVED     PIC X.
       01  XFR-TAB-AREA.
           03 XFR-CNT         PIC 9(4)   VALUE 0.
           03 XFR-ENTRY       OCCURS 2000 TIMES.
              05 XT-IDNO      PIC X(5).
              05 XT-EFF-DATE  PIC 9(8).
              05 XT-FROM      PIC X(3).
       01  WORK-AREA.
           03 WK-AVG          PIC 9(3)V9.
       01  MODE-SW            PIC X.
       01  ASK-ASOF           PIC 9(8).
       01  WK-CLASS-ON        PIC X(3).
       01  WK-NEXT-EFF        PIC 9(8).
       01  XFR-IDX            PIC 9(4).
       01  ROS-IDX            PIC 9(4).
       01  DATE-WK            PIC 9(6).
       01  DATE-PL            PIC 9(4)/99/99.
       01  WK-CLASS           PIC X(3).
       01  SEC-IDX            PIC 9(2).
       01  MATCH-IDX          PIC 9(2).
       01  EOF-SW             PIC X      VALUE "N".
       01  SECFL-STATUS       PIC XX.
       01  STUDFL-STATUS      PIC XX.
       01  XFRFL-STATUS       PIC XX.
       01  RUNLOG-JOB         PIC X(8)   VALUE "P0470".
       01  RUNLOG-ACTION      PIC X.
       01  RUNLOG-READ-CNT    PIC 9(7)   VALUE 0.
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           ACCEPT   DATE-WK  FROM  DATE
           CALL  "P0447"  USING  DATE-WK  DATE-PL
           DISPLAY  "統計基準日 (YYYYMMDD, 0:今日) : "
                    WITH NO ADVANCING
           ACCEPT   ASK-ASOF
           IF  ASK-ASOF  =  0
               MOVE  DATE-PL (1:4)   TO ASK-ASOF (1:4)
               MOVE  DATE-PL (6:2)   TO ASK-ASOF (5:2)
               MOVE  DATE-PL (9:2)   TO ASK-ASOF (7:2)
           END-IF
           MOVE  ASK-ASOF  TO HD-ASOF
           PERFORM  210-LOAD-SECTIONS
           PERFORM  215-LOAD-TRANSFERS
           IF  SEC-CNT  =  0
               DISPLAY  "查無班級主檔 D0470.DAT"
           ELSE
               CLOSE SECFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       215-LOAD-TRANSFERS.
           OPEN  INPUT XFRFL
           IF  XFRFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  XFRFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  XFR-EFF-DATE  >  ASK-ASOF  AND  XFR-CNT  <  2000
                      ADD   1  TO XFR-CNT
                      MOVE  XFR-IDNO      TO XT-IDNO     (XFR-CNT)
                      MOVE  XFR-EFF-DATE  TO XT-EFF-DATE (XFR-CNT)
                      MOVE  XFR-FROM      TO XT-FROM     (XFR-CNT)
                  END-IF
                  READ  XFRFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE XFRFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       220-TALLY-STUDENTS.
           OPEN  INPUT STUDFL
           READ  STUDFL   AT END
           END-PERFORM
           CLOSE STUDFL.
       230-TALLY-ONE.
           MOVE  STUD-CLASS  TO WK-CLASS-ON
           MOVE  99999999    TO WK-NEXT-EFF
           PERFORM  VARYING  XFR-IDX  FROM  1  BY 1
                    UNTIL XFR-IDX  >  XFR-CNT
              IF  XT-IDNO (XFR-IDX)  =  STUD-IDNO
                  AND  XT-EFF-DATE (XFR-IDX)  <  WK-NEXT-EFF
                  MOVE  XT-EFF-DATE (XFR-IDX)  TO WK-NEXT-EFF
                  MOVE  XT-FROM (XFR-IDX)      TO WK-CLASS-ON
              END-IF
           END-PERFORM
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  SEC-IDX  FROM  1  BY 1
                    UNTIL SEC-IDX  >  SEC-CNT
              IF  ST-CLASS (SEC-IDX)  =  WK-CLASS-ON
                  MOVE  SEC-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM
           IF  MATCH-IDX  =  0
               DISPLAY  "學生班級未建檔 : " STUD-IDNO
                        " " WK-CLASS-ON
           ELSE
               ADD   1  TO ST-HEADS (MATCH-IDX)
               IF  ROS-CNT  <  2000
                   ADD   1  TO ROS-CNT
                   MOVE  STUD-IDNO  TO RT-IDNO  (ROS-CNT)
                   MOVE  STUD-NAME  TO RT-NAME  (ROS-CNT)
                   MOVE  MATCH-IDX  TO RT-SEC   (ROS-CNT)
                   IF  WK-CLASS-ON  =  STUD-CLASS
                       MOVE  "N"  TO RT-MOVED (ROS-CNT)
                   ELSE
                       MOVE  "Y"  TO RT-MOVED (ROS-CNT)
                   END-IF
               END-IF
               PERFORM  VARYING  SUBJ-IDX  FROM  1  BY 1
                        UNTIL SUBJ-IDX  >  6
                  ADD   STUD-SUBJ-CRED (SUBJ-IDX)
              END-IF
              WRITE PRT-REC  FROM  DL  AFTER 1  LINES
              ADD   1  TO RUNLOG-WRITE-CNT
              WRITE PRT-REC  FROM  HD-5  AFTER 2  LINES
              WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
              PERFORM  VARYING  ROS-IDX  FROM  1  BY 1
                       UNTIL ROS-IDX  >  ROS-CNT
                 IF  RT-SEC (ROS-IDX)  =  SEC-IDX
                     MOVE  RT-IDNO (ROS-IDX)  TO RS-IDNO
                     MOVE  RT-NAME (ROS-IDX)  TO RS-NAME
                     IF  RT-MOVED (ROS-IDX)  =  "Y"
                         MOVE  "基準日後轉出"  TO RS-MARK
                     ELSE
                         MOVE  SPACES  TO RS-MARK
                     END-IF
                     WRITE PRT-REC  FROM  RS-DL  AFTER 1  LINES
                 END-IF
              END-PERFORM
           END-PERFORM
           CLOSE PRINTFL.
