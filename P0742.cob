       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P0742.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   TEAMFL   ASSIGN TO "D0741.DAT"
                 ORGANIZATION   LINE SEQUENTIAL
                 FILE STATUS    TEAMFL-STATUS.
           SELECT   UMPFL    ASSIGN TO "D0742.DAT"
                 ORGANIZATION   LINE SEQUENTIAL
                 FILE STATUS    UMPFL-STATUS.
           SELECT   FCLFL    ASSIGN TO "D0743.DAT"
                 ORGANIZATION   LINE SEQUENTIAL
                 FILE STATUS    FCLFL-STATUS.
           SELECT   CALFL    ASSIGN TO "D1017.DAT"
                 ORGANIZATION   LINE SEQUENTIAL
                 FILE STATUS    CALFL-STATUS.
           SELECT   SCHFL    ASSIGN TO "D0744.DAT"
                 ORGANIZATION   LINE SEQUENTIAL
                 FILE STATUS    SCHFL-STATUS.
           SELECT   PRINTFL  ASSIGN TO "PRINT0742".
       DATA   DIVISION.
       FILE   SECTION.
       FD  TEAMFL
           DATA  RECORD   IS TEAM-REC.
       01  TEAM-REC.
           03 TEAM-NAME      PIC X(10).
           03 TEAM-FIELD     PIC X(10).
           03 TEAM-ACTIVE    PIC X.
       FD  UMPFL
           DATA  RECORD   IS UMP-REC.
       01  UMP-REC.
           03 UMP-ID         PIC X(4).
           03 UMP-NAME       PIC X(10).
           03 UMP-TEAM       PIC X(10).
           03 UMP-ACTIVE     PIC X.
       FD  FCLFL
           DATA  RECORD   IS FCL-REC.
       01  FCL-REC.
           03 FCL-FIELD      PIC X(10).
           03 FCL-DATE       PIC 9(8).
           03 FCL-DESC       PIC X(20).
       FD  CALFL
           DATA  RECORD   IS CAL-REC.
       01  CAL-REC.
           03 CAL-DATE       PIC 9(8).
           03 CAL-FLAG       PIC X.
           03 CAL-DESC       PIC X(20).
           03 CAL-PERIOD     PIC 9(2).
       FD  SCHFL
           DATA  RECORD   IS SCH-REC.
       01  SCH-REC.
           03 SCH-TYPE       PIC X.
           03 SCH-BODY       PIC X(60).
       01  SCH-HDR-REC.
           03 FILLER         PIC X.
           03 SH-START       PIC 9(8).
           03 SH-DAYS        PIC X(7).
           03 SH-UMP-MAX     PIC 9.
           03 SH-DOUBLE      PIC X.
           03 FILLER         PIC X(43).
       01  SCH-GAME-REC.
           03 FILLER         PIC X.
           03 SG-ROUND       PIC 99.
           03 SG-DATE        PIC 9(8).
           03 SG-HOME        PIC X(10).
           03 SG-AWAY        PIC X(10).
           03 SG-FIELD       PIC X(10).
           03 SG-UMP         PIC X(4).
           03 SG-STATUS      PIC X.
           03 SG-ORIG-DATE   PIC 9(8).
           03 FILLER         PIC X(7).
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC           PIC X(100).
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER         PIC X(14).
           03 FILLER         PIC X(40)  VALUE
                 "<<<  聯 盟 賽 程 表  >>>".
       01  HD-2.
           03 FILLER         PIC X(8)   VALUE "輪次".
           03 FILLER         PIC X(14)  VALUE "日期".
           03 FILLER         PIC X(14)  VALUE "主隊".
           03 FILLER         PIC X(14)  VALUE "客隊".
           03 FILLER         PIC X(14)  VALUE "球場".
           03 FILLER         PIC X(21)  VALUE "裁判".
           03 FILLER         PIC X(14)  VALUE "狀態".
       01  HD-3              PIC X(100) VALUE ALL "=".
       01  DL.
           03 DL-ROUND       PIC Z9.
           03 FILLER         PIC X(4).
           03 DL-DATE        PIC 9999/99/99.
           03 FILLER         PIC X(2).
           03 DL-HOME        PIC X(10).
           03 FILLER         PIC X(2).
           03 DL-AWAY        PIC X(10).
           03 FILLER         PIC X(2).
           03 DL-FIELD       PIC X(10).
           03 FILLER         PIC X(2).
           03 DL-UMP         PIC X(4).
           03 FILLER         PIC X.
           03 DL-UMP-NAME    PIC X(10).
           03 FILLER         PIC X(2).
           03 DL-STATUS      PIC X(10).
           03 DL-ORIG        PIC X(10).
       01  TEAM-TAB-AREA.
           03 TEAM-CNT       PIC 99     VALUE 0.
           03 TEAM-ENTRY     OCCURS 20 TIMES.
              05 TM-NAME     PIC X(10).
              05 TM-FIELD    PIC X(10).
              05 TM-ACTIVE   PIC X.
       01  UMP-TAB-AREA.
           03 UMP-CNT        PIC 99     VALUE 0.
           03 UMP-ENTRY      OCCURS 40 TIMES.
              05 UT-ID       PIC X(4).
              05 UT-NAME     PIC X(10).
              05 UT-TEAM     PIC X(10).
              05 UT-ACTIVE   PIC X.
              05 UT-GAMES    PIC 9(3).
       01  CLOSE-TAB-AREA.
           03 CLOSE-CNT      PIC 9(3)   VALUE 0.
           03 CLOSE-ENTRY    OCCURS 300 TIMES.
              05 CT-FIELD    PIC X(10).
              05 CT-DATE     PIC 9(8).
       01  HOL-TAB-AREA.
           03 HOL-CNT        PIC 9(3)   VALUE 0.
           03 HOL-DATE-T     PIC 9(8)   OCCURS 300 TIMES.
       01  GAME-TAB-AREA.
           03 GAME-CNT       PIC 9(3)   VALUE 0.
           03 GAME-ENTRY     OCCURS 400 TIMES.
              05 GT-ROUND    PIC 99.
              05 GT-DATE     PIC 9(8).
              05 GT-HOME     PIC X(10).
              05 GT-AWAY     PIC X(10).
              05 GT-FIELD    PIC X(10).
              05 GT-UMP      PIC X(4).
              05 GT-STATUS   PIC X.
              05 GT-ORIG     PIC 9(8).
              05 GT-WEEK     PIC 9(8).
       01  ROT-TAB-AREA.
           03 ROT-TEAM       PIC 99     OCCURS 22 TIMES.
       01  WORK-AREA.
           03 WK-SLOTS       PIC 99.
           03 WK-ROUNDS      PIC 99.
           03 WK-ROUND       PIC 99.
           03 WK-PAIRS       PIC 99.
           03 WK-HALF-CNT    PIC 9(3).
           03 WK-A           PIC 99.
           03 WK-B           PIC 99.
           03 WK-SAVE        PIC 99.
           03 WK-DIV         PIC 99.
           03 WK-REM         PIC 9.
           03 WK-ROUND-DATE  PIC 9(8).
           03 WK-SLOT-DATE   PIC 9(8).
           03 WK-TRY-CNT     PIC 9(3).
           03 WK-DOW         PIC 9.
           03 WK-WEEK-CNT    PIC 9(3).
           03 WK-DAY-CNT     PIC 9(3).
           03 WK-BEST-GAMES  PIC 9(3).
           03 WK-HOME        PIC X(10).
           03 WK-DATE        PIC 9(8).
       01  ASK-START         PIC 9(8).
       01  ASK-DAYS          PIC X(7).
       01  ASK-UMP-MAX       PIC 9.
       01  ASK-DOUBLE        PIC X.
       01  ASK-CONFIRM       PIC X.
       01  DATE-FUNC         PIC X(4).
       01  DATE-2            PIC 9(8).
       01  WEEK-BASE         PIC 9(8)   VALUE 20000102.
       01  DATE-DAYS         PIC S9(7).
       01  DATE-RESULT       PIC S9(7).
       01  MODE-SW           PIC X.
       01  SLOT-OK-SW        PIC X.
       01  PLAY-DAY-SW       PIC X.
       01  HDR-FOUND-SW      PIC X      VALUE "N".
       01  TEAM-IDX          PIC 99.
       01  MATCH-IDX         PIC 9(3).
       01  UMP-IDX           PIC 99.
       01  BEST-IDX          PIC 99.
       01  PAIR-IDX          PIC 99.
       01  ROT-IDX           PIC 99.
       01  GAME-IDX          PIC 9(3).
       01  GAME-IDX-2        PIC 9(3).
       01  SCAN-IDX          PIC 9(3).
       01  UNSLOT-CNT        PIC 9(3)   VALUE 0.
       01  NO-UMP-CNT        PIC 9(3)   VALUE 0.
       01  EOF-SW            PIC X      VALUE "N".
       01  TEAMFL-STATUS     PIC XX.
       01  UMPFL-STATUS      PIC XX.
       01  FCLFL-STATUS      PIC XX.
       01  CALFL-STATUS      PIC XX.
       01  SCHFL-STATUS      PIC XX.
       01  RUNLOG-JOB        PIC X(8)   VALUE "P0742".
       01  RUNLOG-ACTION     PIC X.
       01  RUNLOG-READ-CNT   PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT  PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS     PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "(G)產生賽程 (P)延賽改期 (R)列印賽程 : "
              WITH NO ADVANCING
           ACCEPT   MODE-SW
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           EVALUATE  MODE-SW
              WHEN  "G"
                 PERFORM  100-GENERATE
              WHEN  "P"
                 PERFORM  500-POSTPONE
              WHEN  OTHER
                 PERFORM  150-LOAD-SCHEDULE
                 PERFORM  160-LOAD-UMPIRES
                 PERFORM  600-PRINT-SCHEDULE
           END-EVALUATE
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           STOP  RUN.
       100-GENERATE.
           PERFORM  110-LOAD-TEAMS
           IF  TEAM-CNT  <  2
               DISPLAY  "參賽球隊不足, 請先執行 P0741"
               EXIT  PARAGRAPH
           END-IF
           OPEN  INPUT SCHFL
           IF  SCHFL-STATUS  =  "00"
               CLOSE SCHFL
               DISPLAY  "賽程檔已存在, 重新產生 (Y/N) : "
                        WITH NO ADVANCING
               ACCEPT   ASK-CONFIRM
               IF  ASK-CONFIRM  NOT =  "Y"
                   EXIT  PARAGRAPH
               END-IF
           END-IF
           DISPLAY  "開賽日期 (YYYYMMDD)          : "
                    WITH NO ADVANCING
           ACCEPT   ASK-START
           DISPLAY  "比賽日 (日一二三四五六 Y/N) : "
                    WITH NO ADVANCING
           ACCEPT   ASK-DAYS
           DISPLAY  "雙循環 (Y/N)                 : "
                    WITH NO ADVANCING
           ACCEPT   ASK-DOUBLE
           DISPLAY  "裁判每週最多場數             : "
                    WITH NO ADVANCING
           ACCEPT   ASK-UMP-MAX
           IF  ASK-DAYS  =  SPACES  OR  ASK-DAYS  =  "NNNNNNN"
               DISPLAY  "未指定比賽日"
               EXIT  PARAGRAPH
           END-IF
           PERFORM  120-LOAD-CLOSURES
           PERFORM  130-LOAD-HOLIDAYS
           PERFORM  160-LOAD-UMPIRES
           PERFORM  200-BUILD-PAIRINGS
           PERFORM  300-ASSIGN-DATES
           PERFORM  VARYING  GAME-IDX  FROM  1  BY 1
                    UNTIL GAME-IDX  >  GAME-CNT
              PERFORM  400-ASSIGN-UMPIRE
           END-PERFORM
           PERFORM  170-SAVE-SCHEDULE
           PERFORM  600-PRINT-SCHEDULE
           DISPLAY  "賽程場數 = " GAME-CNT
           IF  UNSLOT-CNT  >  0
               DISPLAY  "無法排定日期 = " UNSLOT-CNT
           END-IF
           IF  NO-UMP-CNT  >  0
               DISPLAY  "未派裁判場數 = " NO-UMP-CNT
           END-IF.
       110-LOAD-TEAMS.
           OPEN  INPUT TEAMFL
           IF  TEAMFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  TEAMFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  ADD   1  TO RUNLOG-READ-CNT
                  MOVE  0  TO MATCH-IDX
                  PERFORM  VARYING  TEAM-IDX  FROM  1  BY 1
                           UNTIL TEAM-IDX  >  TEAM-CNT
                     IF  TM-NAME (TEAM-IDX)  =  TEAM-NAME
                         MOVE  TEAM-IDX  TO MATCH-IDX
                     END-IF
                  END-PERFORM
                  IF  MATCH-IDX  =  0  AND  TEAM-CNT  <  20
                      ADD   1  TO TEAM-CNT
                      MOVE  TEAM-CNT  TO MATCH-IDX
                  END-IF
                  IF  MATCH-IDX  >  0
                      MOVE  TEAM-NAME    TO TM-NAME   (MATCH-IDX)
                      MOVE  TEAM-FIELD   TO TM-FIELD  (MATCH-IDX)
                      MOVE  TEAM-ACTIVE  TO TM-ACTIVE (MATCH-IDX)
                  END-IF
                  READ  TEAMFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE TEAMFL
           END-IF
           MOVE  "N"  TO EOF-SW
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  TEAM-IDX  FROM  1  BY 1
                    UNTIL TEAM-IDX  >  TEAM-CNT
              IF  TM-ACTIVE (TEAM-IDX)  =  "Y"
                  ADD   1  TO MATCH-IDX
                  MOVE  TEAM-ENTRY (TEAM-IDX)
                     TO TEAM-ENTRY (MATCH-IDX)
              END-IF
           END-PERFORM
           MOVE  MATCH-IDX  TO TEAM-CNT.
       120-LOAD-CLOSURES.
           OPEN  INPUT FCLFL
           IF  FCLFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  FCLFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  ADD   1  TO RUNLOG-READ-CNT
                  IF  CLOSE-CNT  <  300
                      ADD   1  TO CLOSE-CNT
                      MOVE  FCL-FIELD  TO CT-FIELD (CLOSE-CNT)
                      MOVE  FCL-DATE   TO CT-DATE  (CLOSE-CNT)
                  END-IF
                  READ  FCLFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE FCLFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       130-LOAD-HOLIDAYS.
           OPEN  INPUT CALFL
           IF  CALFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  CALFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  ADD   1  TO RUNLOG-READ-CNT
                  IF  CAL-FLAG  =  "H"  AND  HOL-CNT  <  300
                      ADD   1  TO HOL-CNT
                      MOVE  CAL-DATE  TO HOL-DATE-T (HOL-CNT)
                  END-IF
                  READ  CALFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE CALFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       150-LOAD-SCHEDULE.
           MOVE  0  TO GAME-CNT
           OPEN  INPUT SCHFL
           IF  SCHFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
               DISPLAY  "查無賽程檔 D0744.DAT"
           ELSE
               READ  SCHFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  ADD   1  TO RUNLOG-READ-CNT
                  IF  SCH-TYPE  =  "H"
                      MOVE  SH-START    TO ASK-START
                      MOVE  SH-DAYS     TO ASK-DAYS
                      MOVE  SH-UMP-MAX  TO ASK-UMP-MAX
                      MOVE  SH-DOUBLE   TO ASK-DOUBLE
                      MOVE  "Y"  TO HDR-FOUND-SW
                  END-IF
                  IF  SCH-TYPE  =  "G"  AND  GAME-CNT  <  400
                      ADD   1  TO GAME-CNT
                      MOVE  SG-ROUND      TO GT-ROUND  (GAME-CNT)
                      MOVE  SG-DATE       TO GT-DATE   (GAME-CNT)
                      MOVE  SG-HOME       TO GT-HOME   (GAME-CNT)
                      MOVE  SG-AWAY       TO GT-AWAY   (GAME-CNT)
                      MOVE  SG-FIELD      TO GT-FIELD  (GAME-CNT)
                      MOVE  SG-UMP        TO GT-UMP    (GAME-CNT)
                      MOVE  SG-STATUS     TO GT-STATUS (GAME-CNT)
                      MOVE  SG-ORIG-DATE  TO GT-ORIG   (GAME-CNT)
                      MOVE  GAME-CNT      TO GAME-IDX
                      PERFORM  330-WEEK-NO
                  END-IF
                  READ  SCHFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE SCHFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       160-LOAD-UMPIRES.
           OPEN  INPUT UMPFL
           IF  UMPFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  UMPFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  ADD   1  TO RUNLOG-READ-CNT
                  MOVE  0  TO BEST-IDX
                  PERFORM  VARYING  UMP-IDX  FROM  1  BY 1
                           UNTIL UMP-IDX  >  UMP-CNT
                     IF  UT-ID (UMP-IDX)  =  UMP-ID
                         MOVE  UMP-IDX  TO BEST-IDX
                     END-IF
                  END-PERFORM
                  IF  BEST-IDX  =  0  AND  UMP-CNT  <  40
                      ADD   1  TO UMP-CNT
                      MOVE  UMP-CNT  TO BEST-IDX
                  END-IF
                  IF  BEST-IDX  >  0
                      MOVE  UMP-ID      TO UT-ID     (BEST-IDX)
                      MOVE  UMP-NAME    TO UT-NAME   (BEST-IDX)
                      MOVE  UMP-TEAM    TO UT-TEAM   (BEST-IDX)
                      MOVE  UMP-ACTIVE  TO UT-ACTIVE (BEST-IDX)
                  END-IF
                  READ  UMPFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE UMPFL
           END-IF
           MOVE  "N"  TO EOF-SW
           PERFORM  VARYING  UMP-IDX  FROM  1  BY 1
                    UNTIL UMP-IDX  >  UMP-CNT
              MOVE  0  TO UT-GAMES (UMP-IDX)
              PERFORM  VARYING  SCAN-IDX  FROM  1  BY 1
                       UNTIL SCAN-IDX  >  GAME-CNT
                 IF  GT-UMP (SCAN-IDX)  =  UT-ID (UMP-IDX)
                     ADD   1  TO UT-GAMES (UMP-IDX)
                 END-IF
              END-PERFORM
           END-PERFORM.
       170-SAVE-SCHEDULE.
           OPEN  OUTPUT   SCHFL
           MOVE  SPACES       TO SCH-HDR-REC
           MOVE  "H"          TO SCH-TYPE
           MOVE  ASK-START    TO SH-START
           MOVE  ASK-DAYS     TO SH-DAYS
           MOVE  ASK-UMP-MAX  TO SH-UMP-MAX
           MOVE  ASK-DOUBLE   TO SH-DOUBLE
           WRITE SCH-REC
           PERFORM  VARYING  GAME-IDX  FROM  1  BY 1
                    UNTIL GAME-IDX  >  GAME-CNT
              MOVE  SPACES               TO SCH-GAME-REC
              MOVE  "G"                  TO SCH-TYPE
              MOVE  GT-ROUND  (GAME-IDX) TO SG-ROUND
              MOVE  GT-DATE   (GAME-IDX) TO SG-DATE
              MOVE  GT-HOME   (GAME-IDX) TO SG-HOME
              MOVE  GT-AWAY   (GAME-IDX) TO SG-AWAY
              MOVE  GT-FIELD  (GAME-IDX) TO SG-FIELD
              MOVE  GT-UMP    (GAME-IDX) TO SG-UMP
              MOVE  GT-STATUS (GAME-IDX) TO SG-STATUS
              MOVE  GT-ORIG   (GAME-IDX) TO SG-ORIG-DATE
              WRITE SCH-REC
              ADD   1  TO RUNLOG-WRITE-CNT
           END-PERFORM
           CLOSE SCHFL.
       200-BUILD-PAIRINGS.
           MOVE  0  TO GAME-CNT
           MOVE  TEAM-CNT  TO WK-SLOTS
           DIVIDE  WK-SLOTS  BY 2  GIVING  WK-DIV  REMAINDER  WK-REM
           IF  WK-REM  NOT =  0
               ADD   1  TO WK-SLOTS
           END-IF
           PERFORM  VARYING  ROT-IDX  FROM  1  BY 1
                    UNTIL ROT-IDX  >  WK-SLOTS
              IF  ROT-IDX  >  TEAM-CNT
                  MOVE  0  TO ROT-TEAM (ROT-IDX)
              ELSE
                  MOVE  ROT-IDX  TO ROT-TEAM (ROT-IDX)
              END-IF
           END-PERFORM
           COMPUTE  WK-ROUNDS = WK-SLOTS - 1
           COMPUTE  WK-PAIRS  = WK-SLOTS / 2
           PERFORM  VARYING  WK-ROUND  FROM  1  BY 1
                    UNTIL WK-ROUND  >  WK-ROUNDS
              PERFORM  VARYING  PAIR-IDX  FROM  1  BY 1
                       UNTIL PAIR-IDX  >  WK-PAIRS
                 MOVE  ROT-TEAM (PAIR-IDX)  TO WK-A
                 MOVE  ROT-TEAM (WK-SLOTS + 1 - PAIR-IDX)  TO WK-B
                 PERFORM  210-ADD-PAIRING
              END-PERFORM
              MOVE  ROT-TEAM (WK-SLOTS)  TO WK-SAVE
              PERFORM  VARYING  ROT-IDX  FROM  WK-SLOTS  BY -1
                       UNTIL ROT-IDX  <  3
                 MOVE  ROT-TEAM (ROT-IDX - 1)  TO ROT-TEAM (ROT-IDX)
              END-PERFORM
              MOVE  WK-SAVE  TO ROT-TEAM (2)
           END-PERFORM
           MOVE  GAME-CNT  TO WK-HALF-CNT
           IF  ASK-DOUBLE  =  "Y"
               PERFORM  VARYING  GAME-IDX  FROM  1  BY 1
                        UNTIL GAME-IDX  >  WK-HALF-CNT
                  ADD   1  TO GAME-CNT
                  COMPUTE  GT-ROUND (GAME-CNT)
                         = GT-ROUND (GAME-IDX) + WK-ROUNDS
                  MOVE  GT-AWAY (GAME-IDX)  TO GT-HOME (GAME-CNT)
                  MOVE  GT-HOME (GAME-IDX)  TO GT-AWAY (GAME-CNT)
                  MOVE  GT-HOME (GAME-CNT)  TO WK-HOME
                  PERFORM  220-HOME-FIELD
                  MOVE  WK-HOME  TO GT-FIELD (GAME-CNT)
                  MOVE  0       TO GT-DATE (GAME-CNT)
                                   GT-ORIG (GAME-CNT)
                                   GT-WEEK (GAME-CNT)
                  MOVE  SPACES  TO GT-UMP  (GAME-CNT)
                  MOVE  "S"     TO GT-STATUS (GAME-CNT)
               END-PERFORM
           END-IF.
       210-ADD-PAIRING.
           IF  WK-A  =  0  OR  WK-B  =  0
               EXIT  PARAGRAPH
           END-IF
           IF  PAIR-IDX  =  1
               DIVIDE  WK-ROUND  BY 2  GIVING  WK-DIV  REMAINDER  WK-REM
           ELSE
               DIVIDE  PAIR-IDX  BY 2  GIVING  WK-DIV  REMAINDER  WK-REM
           END-IF
           IF  WK-REM  =  0
               MOVE  WK-A  TO WK-SAVE
               MOVE  WK-B  TO WK-A
               MOVE  WK-SAVE  TO WK-B
           END-IF
           ADD   1  TO GAME-CNT
           MOVE  WK-ROUND         TO GT-ROUND (GAME-CNT)
           MOVE  TM-NAME (WK-A)   TO GT-HOME  (GAME-CNT)
           MOVE  TM-NAME (WK-B)   TO GT-AWAY  (GAME-CNT)
           MOVE  TM-FIELD (WK-A)  TO GT-FIELD (GAME-CNT)
           MOVE  0       TO GT-DATE (GAME-CNT)  GT-ORIG (GAME-CNT)
                            GT-WEEK (GAME-CNT)
           MOVE  SPACES  TO GT-UMP  (GAME-CNT)
           MOVE  "S"     TO GT-STATUS (GAME-CNT).
       220-HOME-FIELD.
           PERFORM  VARYING  TEAM-IDX  FROM  1  BY 1
                    UNTIL TEAM-IDX  >  TEAM-CNT
              IF  TM-NAME (TEAM-IDX)  =  WK-HOME
                  MOVE  TM-FIELD (TEAM-IDX)  TO WK-HOME
                  MOVE  TEAM-CNT  TO TEAM-IDX
              END-IF
           END-PERFORM.
       300-ASSIGN-DATES.
           MOVE  ASK-START  TO WK-SLOT-DATE
           MOVE  0  TO WK-ROUND
           PERFORM  VARYING  GAME-IDX  FROM  1  BY 1
                    UNTIL GAME-IDX  >  GAME-CNT
              IF  GT-ROUND (GAME-IDX)  NOT =  WK-ROUND
                  MOVE  GT-ROUND (GAME-IDX)  TO WK-ROUND
                  PERFORM  310-NEXT-PLAY-DAY
                  MOVE  WK-SLOT-DATE  TO WK-ROUND-DATE
                  MOVE  WK-SLOT-DATE  TO WK-DATE
                  PERFORM  340-NEXT-DAY
                  MOVE  WK-DATE  TO WK-SLOT-DATE
              END-IF
              MOVE  WK-ROUND-DATE  TO WK-DATE
              PERFORM  320-FIND-SLOT
           END-PERFORM.
       310-NEXT-PLAY-DAY.
           MOVE  WK-SLOT-DATE  TO WK-DATE
           PERFORM  350-CHECK-PLAY-DAY
           MOVE  0  TO WK-TRY-CNT
           PERFORM  UNTIL PLAY-DAY-SW = "Y"  OR  WK-TRY-CNT  >  366
              PERFORM  340-NEXT-DAY
              ADD   1  TO WK-TRY-CNT
              PERFORM  350-CHECK-PLAY-DAY
           END-PERFORM
           MOVE  WK-DATE  TO WK-SLOT-DATE.
       320-FIND-SLOT.
           MOVE  0    TO GT-DATE (GAME-IDX)
           MOVE  0    TO WK-TRY-CNT
           PERFORM  360-CHECK-SLOT
           PERFORM  UNTIL SLOT-OK-SW = "Y"  OR  WK-TRY-CNT  >  366
              PERFORM  340-NEXT-DAY
              ADD   1  TO WK-TRY-CNT
              PERFORM  360-CHECK-SLOT
           END-PERFORM
           IF  SLOT-OK-SW  =  "Y"
               MOVE  WK-DATE  TO GT-DATE (GAME-IDX)
               PERFORM  330-WEEK-NO
           ELSE
               ADD   1  TO UNSLOT-CNT
               DISPLAY  "無可用日期 : " GT-HOME (GAME-IDX)
                        " VS " GT-AWAY (GAME-IDX)
           END-IF.
       330-WEEK-NO.
           MOVE  "DIFF"  TO DATE-FUNC
           CALL  "P1023"  USING  DATE-FUNC  WEEK-BASE
                                 GT-DATE (GAME-IDX)
                                 DATE-DAYS  DATE-RESULT
           DIVIDE  DATE-RESULT  BY 7  GIVING  GT-WEEK (GAME-IDX).
       340-NEXT-DAY.
           MOVE  "ADD "  TO DATE-FUNC
           MOVE  1       TO DATE-DAYS
           CALL  "P1023"  USING  DATE-FUNC  WK-DATE  DATE-2
                                 DATE-DAYS  DATE-RESULT
           MOVE  DATE-2  TO WK-DATE.
       350-CHECK-PLAY-DAY.
           MOVE  "DOW "  TO DATE-FUNC
           CALL  "P1023"  USING  DATE-FUNC  WK-DATE  DATE-2
                                 DATE-DAYS  DATE-RESULT
           MOVE  DATE-RESULT  TO WK-DOW
           IF  ASK-DAYS (WK-DOW + 1 : 1)  =  "Y"
               MOVE  "Y"  TO PLAY-DAY-SW
               PERFORM  VARYING  SCAN-IDX  FROM  1  BY 1
                        UNTIL SCAN-IDX  >  HOL-CNT
                  IF  HOL-DATE-T (SCAN-IDX)  =  WK-DATE
                      MOVE  "N"  TO PLAY-DAY-SW
                  END-IF
               END-PERFORM
           ELSE
               MOVE  "N"  TO PLAY-DAY-SW
           END-IF.
       360-CHECK-SLOT.
           PERFORM  350-CHECK-PLAY-DAY
           MOVE  PLAY-DAY-SW  TO SLOT-OK-SW
           IF  SLOT-OK-SW  =  "N"
               EXIT  PARAGRAPH
           END-IF
           PERFORM  VARYING  SCAN-IDX  FROM  1  BY 1
                    UNTIL SCAN-IDX  >  CLOSE-CNT
              IF  CT-DATE (SCAN-IDX)  =  WK-DATE
                  AND  CT-FIELD (SCAN-IDX)  =  GT-FIELD (GAME-IDX)
                  MOVE  "N"  TO SLOT-OK-SW
              END-IF
           END-PERFORM
           PERFORM  VARYING  SCAN-IDX  FROM  1  BY 1
                    UNTIL SCAN-IDX  >  GAME-CNT
              IF  SCAN-IDX  NOT =  GAME-IDX
                  AND  GT-DATE (SCAN-IDX)  =  WK-DATE
                  IF  GT-FIELD (SCAN-IDX)  =  GT-FIELD (GAME-IDX)
                      OR  GT-HOME (SCAN-IDX)  =  GT-HOME (GAME-IDX)
                      OR  GT-HOME (SCAN-IDX)  =  GT-AWAY (GAME-IDX)
                      OR  GT-AWAY (SCAN-IDX)  =  GT-HOME (GAME-IDX)
                      OR  GT-AWAY (SCAN-IDX)  =  GT-AWAY (GAME-IDX)
                      MOVE  "N"  TO SLOT-OK-SW
                  END-IF
              END-IF
           END-PERFORM.
       400-ASSIGN-UMPIRE.
           MOVE  SPACES  TO GT-UMP (GAME-IDX)
           IF  GT-DATE (GAME-IDX)  =  0
               EXIT  PARAGRAPH
           END-IF
           MOVE  0    TO BEST-IDX
           MOVE  999  TO WK-BEST-GAMES
           PERFORM  VARYING  UMP-IDX  FROM  1  BY 1
                    UNTIL UMP-IDX  >  UMP-CNT
              IF  UT-ACTIVE (UMP-IDX)  =  "Y"
                  AND  UT-TEAM (UMP-IDX)  NOT =  GT-HOME (GAME-IDX)
                  AND  UT-TEAM (UMP-IDX)  NOT =  GT-AWAY (GAME-IDX)
                  AND  UT-GAMES (UMP-IDX)  <  WK-BEST-GAMES
                  PERFORM  410-COUNT-UMP-LOAD
                  IF  WK-WEEK-CNT  <  ASK-UMP-MAX
                      AND  WK-DAY-CNT  =  0
                      MOVE  UMP-IDX  TO BEST-IDX
                      MOVE  UT-GAMES (UMP-IDX)  TO WK-BEST-GAMES
                  END-IF
              END-IF
           END-PERFORM
           IF  BEST-IDX  >  0
               MOVE  UT-ID (BEST-IDX)  TO GT-UMP (GAME-IDX)
               ADD   1  TO UT-GAMES (BEST-IDX)
           ELSE
               MOVE  "????"  TO GT-UMP (GAME-IDX)
               ADD   1  TO NO-UMP-CNT
               DISPLAY  "無裁判可派 : " GT-DATE (GAME-IDX) " "
                        GT-HOME (GAME-IDX) " VS " GT-AWAY (GAME-IDX)
           END-IF.
       410-COUNT-UMP-LOAD.
           MOVE  0  TO WK-WEEK-CNT  WK-DAY-CNT
           PERFORM  VARYING  SCAN-IDX  FROM  1  BY 1
                    UNTIL SCAN-IDX  >  GAME-CNT
              IF  SCAN-IDX  NOT =  GAME-IDX
                  AND  GT-UMP (SCAN-IDX)  =  UT-ID (UMP-IDX)
                  IF  GT-WEEK (SCAN-IDX)  =  GT-WEEK (GAME-IDX)
                      ADD   1  TO WK-WEEK-CNT
                  END-IF
                  IF  GT-DATE (SCAN-IDX)  =  GT-DATE (GAME-IDX)
                      ADD   1  TO WK-DAY-CNT
                  END-IF
              END-IF
           END-PERFORM.
       500-POSTPONE.
           PERFORM  150-LOAD-SCHEDULE
           IF  HDR-FOUND-SW  NOT =  "Y"
               EXIT  PARAGRAPH
           END-IF
           PERFORM  120-LOAD-CLOSURES
           PERFORM  130-LOAD-HOLIDAYS
           PERFORM  160-LOAD-UMPIRES
           DISPLAY  "延賽比賽日期 (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT   WK-DATE
           DISPLAY  "主隊名稱                : " WITH NO ADVANCING
           ACCEPT   WK-HOME
           MOVE  0  TO GAME-IDX
           PERFORM  VARYING  SCAN-IDX  FROM  1  BY 1
                    UNTIL SCAN-IDX  >  GAME-CNT
              IF  GT-DATE (SCAN-IDX)  =  WK-DATE
                  AND  GT-HOME (SCAN-IDX)  =  WK-HOME
                  AND  GT-STATUS (SCAN-IDX)  NOT =  "D"
                  MOVE  SCAN-IDX  TO GAME-IDX
              END-IF
           END-PERFORM
           IF  GAME-IDX  =  0
               DISPLAY  "賽程無此比賽 : " WK-DATE " " WK-HOME
               EXIT  PARAGRAPH
           END-IF
           IF  GT-ORIG (GAME-IDX)  =  0
               MOVE  GT-DATE (GAME-IDX)  TO GT-ORIG (GAME-IDX)
           END-IF
           IF  GT-UMP (GAME-IDX)  NOT =  "????"
               PERFORM  VARYING  UMP-IDX  FROM  1  BY 1
                        UNTIL UMP-IDX  >  UMP-CNT
                  IF  UT-ID (UMP-IDX)  =  GT-UMP (GAME-IDX)
                      SUBTRACT  1  FROM UT-GAMES (UMP-IDX)
                  END-IF
               END-PERFORM
           END-IF
           PERFORM  340-NEXT-DAY
           PERFORM  320-FIND-SLOT
           IF  GT-DATE (GAME-IDX)  =  0
               DISPLAY  "改期失敗, 賽程未變更"
               EXIT  PARAGRAPH
           END-IF
           MOVE  "R"  TO GT-STATUS (GAME-IDX)
           PERFORM  400-ASSIGN-UMPIRE
           DISPLAY  "改期至 " GT-DATE (GAME-IDX)
                    "  裁判 " GT-UMP (GAME-IDX)
           PERFORM  170-SAVE-SCHEDULE.
       600-PRINT-SCHEDULE.
           OPEN  OUTPUT   PRINTFL
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3  AFTER 1  LINES
           PERFORM  VARYING  GAME-IDX  FROM  1  BY 1
                    UNTIL GAME-IDX  >  GAME-CNT
              MOVE  GT-ROUND (GAME-IDX)  TO DL-ROUND
              MOVE  GT-DATE  (GAME-IDX)  TO DL-DATE
              MOVE  GT-HOME  (GAME-IDX)  TO DL-HOME
              MOVE  GT-AWAY  (GAME-IDX)  TO DL-AWAY
              MOVE  GT-FIELD (GAME-IDX)  TO DL-FIELD
              MOVE  GT-UMP   (GAME-IDX)  TO DL-UMP
              MOVE  SPACES  TO DL-UMP-NAME  DL-ORIG
              PERFORM  VARYING  UMP-IDX  FROM  1  BY 1
                       UNTIL UMP-IDX  >  UMP-CNT
                 IF  UT-ID (UMP-IDX)  =  GT-UMP (GAME-IDX)
                     MOVE  UT-NAME (UMP-IDX)  TO DL-UMP-NAME
                 END-IF
              END-PERFORM
              EVALUATE  GT-STATUS (GAME-IDX)
                 WHEN  "D"
                    MOVE  "已賽"  TO DL-STATUS
                 WHEN  "R"
                    MOVE  "改期"  TO DL-STATUS
                    MOVE  GT-ORIG (GAME-IDX)  TO DL-ORIG
                 WHEN  OTHER
                    MOVE  SPACES  TO DL-STATUS
              END-EVALUATE
              WRITE PRT-REC  FROM  DL  AFTER 1  LINES
              ADD   1  TO RUNLOG-WRITE-CNT
           END-PERFORM
           CLOSE PRINTFL.
