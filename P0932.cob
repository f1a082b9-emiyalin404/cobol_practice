       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P0932.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   SHFFL   ASSIGN   TO "D0931.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    SHFFL-STATUS.
           SELECT   RSTFL   ASSIGN   TO "D0932.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    RSTFL-STATUS.
           SELECT   PUNCHFL ASSIGN   TO "D0893.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    PUNCHFL-STATUS.
           SELECT   TAKNFL  ASSIGN   TO "D0904.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    TAKNFL-STATUS.
           SELECT   EXCFL   ASSIGN   TO "D0933.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    EXCFL-STATUS.
           SELECT   DEPFL   ASSIGN   TO "D0912.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    DEPFL-STATUS.
           SELECT   EMPFL   ASSIGN   TO "D0873.DAT"
              ORGANIZATION   INDEXED
              ACCESS MODE    RANDOM
              RECORD KEY     EMP-ID
              FILE STATUS    EMPFL-STATUS.
           SELECT   PRINTFL ASSIGN   TO "PRINT0932".
       DATA   DIVISION.
       FILE   SECTION.
       FD  SHFFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS SHF-REC.
       01  SHF-REC.
           03 SHF-CODE       PIC X(2).
           03 SHF-DESC       PIC X(10).
           03 SHF-START      PIC 9(4).
           03 SHF-END        PIC 9(4).
           03 SHF-GRACE      PIC 9(2).
       FD  RSTFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS RST-REC.
       01  RST-REC.
           03 RST-EMP-ID     PIC X(3).
           03 RST-DATE       PIC 9(8).
           03 RST-SHIFT      PIC X(2).
           03 RST-START      PIC 9(4).
           03 RST-END        PIC 9(4).
       FD  PUNCHFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS PUNCH-REC.
       01  PUNCH-REC.
           03 PCH-EMP-ID     PIC X(3).
           03 PCH-DATE       PIC 9(8).
           03 PCH-TIME-IN    PIC 9(4).
           03 PCH-TIME-OUT   PIC 9(4).
       FD  TAKNFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS TAKN-REC.
       01  TAKN-REC.
           03 TK-EMP-ID      PIC X(3).
           03 TK-DATE        PIC 9(8).
           03 TK-DAYS        PIC 9(2)V9.
       FD  EXCFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS EXC-REC.
       01  EXC-REC.
           03 EXC-EMP-ID     PIC X(3).
           03 EXC-DATE       PIC 9(8).
           03 EXC-TYPE       PIC X.
           03 EXC-MINS       PIC 9(4).
       FD  DEPFL
           DATA  RECORD   IS DEP-REC.
       01  DEP-REC.
           03 DEP-CODE       PIC X(3).
           03 DEP-NAME       PIC X(10).
           03 DEP-BONUS-MTHS PIC 9V99.
       FD  EMPFL
           DATA  RECORD   IS EMP-REC.
       01  EMP-REC.
           03 EMP-ID         PIC X(3).
           03 EMP-NAME       PIC X(9).
           03 EMP-HR         PIC 9(3).
           03 EMP-RAT        PIC 9(4).
           03 EMP-RAT-EFDT   PIC 9(6).
           03 EMP-HIST-CNT   PIC 9.
           03 EMP-HIST-TAB   OCCURS 5 TIMES.
              05 HIST-EFDT   PIC 9(6).
              05 HIST-RAT    PIC 9(4).
           03 EMP-ACCT       PIC X(14).
           03 EMP-DEPT       PIC X(3).
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC           PIC X(90).
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER         PIC X(12).
           03 FILLER         PIC X(45)   VALUE
                 "<<<  出 勤 異 常 日 報 表  >>>".
       01  HD-1A.
           03 FILLER         PIC X(15)   VALUE "出勤日期 : ".
           03 HD-DATE        PIC 9999/99/99.
       01  HD-2.
           03 FILLER         PIC X(6)    VALUE "員工".
           03 FILLER         PIC X(11)   VALUE "姓 名".
           03 FILLER         PIC X(6)    VALUE "部門".
           03 FILLER         PIC X(6)    VALUE "班別".
           03 FILLER         PIC X(14)   VALUE "排定時間".
           03 FILLER         PIC X(14)   VALUE "實際打卡".
           03 FILLER         PIC X(15)   VALUE "異常類別".
           03 FILLER         PIC X(6)    VALUE "分鐘".
       01  HD-3              PIC X(80)   VALUE ALL "=".
       01  DL.
           03 DL-EMP-ID      PIC X(3).
           03 FILLER         PIC X(3).
           03 DL-NAME        PIC X(9).
           03 FILLER         PIC X(2).
           03 DL-DEPT        PIC X(3).
           03 FILLER         PIC X(3).
           03 DL-SHIFT       PIC X(2).
           03 FILLER         PIC X(4).
           03 DL-SCH-IN      PIC 99B99.
           03 FILLER         PIC X(1)    VALUE "-".
           03 DL-SCH-OUT     PIC 99B99.
           03 FILLER         PIC X(3).
           03 DL-ACT-IN      PIC 99B99.
           03 FILLER         PIC X(1)    VALUE "-".
           03 DL-ACT-OUT     PIC 99B99.
           03 FILLER         PIC X(3).
           03 DL-TYPE        PIC X(15).
           03 DL-MINS        PIC ZZZ9.
       01  TOT-1.
           03 FILLER         PIC X(14)   VALUE "遲到 : ".
           03 TOT-LATE       PIC ZZZ9.
           03 FILLER         PIC X(4).
           03 FILLER         PIC X(14)   VALUE "早退 : ".
           03 TOT-EARLY      PIC ZZZ9.
       01  TOT-2.
           03 FILLER         PIC X(14)   VALUE "漏打卡 : ".
           03 TOT-MISS       PIC ZZZ9.
           03 FILLER         PIC X(4).
           03 FILLER         PIC X(14)   VALUE "曠職 : ".
           03 TOT-ABSENT     PIC ZZZ9.
       01  MHD-1.
           03 FILLER         PIC X(12).
           03 FILLER         PIC X(45)   VALUE
                 "<<<  員 工 遲 到 月 報 表  >>>".
       01  MHD-1A.
           03 FILLER         PIC X(15)   VALUE "統計年月 : ".
           03 MHD-YYMM       PIC 9999/99.
       01  MHD-1B.
           03 FILLER         PIC X(12)   VALUE "部 門 : ".
           03 MHD-DEPT       PIC X(3).
           03 FILLER         PIC X(2).
           03 MHD-DEPT-NAME  PIC X(15).
           03 FILLER         PIC X(1).
           03 FILLER         PIC X(30)   VALUE
                 "主管核閱 : ______________".
       01  MHD-2.
           03 FILLER         PIC X(6)    VALUE "員工".
           03 FILLER         PIC X(13)   VALUE "姓 名".
           03 FILLER         PIC X(8)    VALUE "遲到".
           03 FILLER         PIC X(8)    VALUE "早退".
           03 FILLER         PIC X(11)   VALUE "漏打卡".
           03 FILLER         PIC X(8)    VALUE "曠職".
           03 FILLER         PIC X(14)   VALUE "遲到分鐘".
       01  MDL.
           03 MDL-EMP-ID     PIC X(3).
           03 FILLER         PIC X(3).
           03 MDL-NAME       PIC X(9).
           03 FILLER         PIC X(4).
           03 MDL-LATE       PIC ZZ9.
           03 FILLER         PIC X(5).
           03 MDL-EARLY      PIC ZZ9.
           03 FILLER         PIC X(5).
           03 MDL-MISS       PIC ZZ9.
           03 FILLER         PIC X(8).
           03 MDL-ABSENT     PIC ZZ9.
           03 FILLER         PIC X(5).
           03 MDL-LATE-MINS  PIC ZZ,ZZ9.
       01  SHF-TAB-AREA.
           03 SHF-CNT        PIC 9(2)   VALUE 0.
           03 SHF-ENTRY      OCCURS 30 TIMES.
              05 ST-CODE     PIC X(2).
              05 ST-GRACE    PIC 9(2).
       01  RST-TAB-AREA.
           03 RST-CNT        PIC 9(3)   VALUE 0.
           03 RST-ENTRY      OCCURS 300 TIMES.
              05 RT-EMP-ID   PIC X(3).
              05 RT-SHIFT    PIC X(2).
              05 RT-START    PIC 9(4).
              05 RT-END      PIC 9(4).
       01  PCH-TAB-AREA.
           03 PCH-CNT        PIC 9(3)   VALUE 0.
           03 PCH-ENTRY      OCCURS 300 TIMES.
              05 PT-EMP-ID   PIC X(3).
              05 PT-IN       PIC 9(4).
              05 PT-OUT      PIC 9(4).
       01  LEAVE-TAB-AREA.
           03 LEAVE-CNT      PIC 9(3)   VALUE 0.
           03 LT-EMP-ID      PIC X(3)   OCCURS 300 TIMES.
       01  TARD-TAB-AREA.
           03 TARD-CNT       PIC 9(3)   VALUE 0.
           03 TARD-ENTRY     OCCURS 300 TIMES.
              05 TT-EMP-ID   PIC X(3).
              05 TT-NAME     PIC X(9).
              05 TT-DEPT     PIC X(3).
              05 TT-LATE     PIC 9(3).
              05 TT-EARLY    PIC 9(3).
              05 TT-MISS     PIC 9(3).
              05 TT-ABSENT   PIC 9(3).
              05 TT-LATE-MINS PIC 9(5).
              05 TT-DONE     PIC X.
       01  DEP-TAB-AREA.
           03 DEP-CNT        PIC 9(2)   VALUE 0.
           03 DEP-ENTRY      OCCURS 50 TIMES.
              05 DT-CODE     PIC X(3).
              05 DT-NAME     PIC X(10).
       01  WORK-AREA.
           03 WK-SCH-IN      PIC 9(4).
           03 WK-SCH-OUT     PIC 9(4).
           03 WK-ACT-IN      PIC 9(4).
           03 WK-ACT-OUT     PIC 9(4).
           03 WK-GRACE       PIC 9(2).
           03 WK-MINS        PIC 9(4).
           03 WK-TIME        PIC 9(4).
           03 WK-TIME-R      REDEFINES  WK-TIME.
              05 WK-TIME-HH  PIC 99.
              05 WK-TIME-MM  PIC 99.
           03 WK-TIME-MINS   PIC 9(4).
       01  MODE-SW           PIC X.
       01  ASK-DATE          PIC 9(8).
       01  ASK-YYMM          PIC 9(6).
       01  POSTED-SW         PIC X      VALUE "N".
       01  LEAVE-SW          PIC X.
       01  RST-IDX           PIC 9(3).
       01  PCH-IDX           PIC 9(3).
       01  PCH-MATCH         PIC 9(3).
       01  LEAVE-IDX         PIC 9(3).
       01  TARD-IDX          PIC 9(3).
       01  TARD-MATCH        PIC 9(3).
       01  SHF-IDX           PIC 9(2).
       01  DEP-IDX           PIC 9(2).
       01  LATE-CNT          PIC 9(4)   VALUE 0.
       01  EARLY-CNT         PIC 9(4)   VALUE 0.
       01  MISS-CNT          PIC 9(4)   VALUE 0.
       01  ABSENT-CNT        PIC 9(4)   VALUE 0.
       01  EOF-SW            PIC X      VALUE "N".
       01  SHFFL-STATUS      PIC XX.
       01  RSTFL-STATUS      PIC XX.
       01  PUNCHFL-STATUS    PIC XX.
       01  TAKNFL-STATUS     PIC XX.
       01  EXCFL-STATUS      PIC XX.
       01  DEPFL-STATUS      PIC XX.
       01  EMPFL-STATUS      PIC XX.
       01  DATE-FUNC         PIC X(4).
       01  DATE-2            PIC 9(8).
       01  DATE-DAYS         PIC S9(7).
       01  DATE-RESULT       PIC S9(7).
       01  RUNLOG-JOB        PIC X(8)   VALUE "P0932".
       01  RUNLOG-ACTION     PIC X.
       01  RUNLOG-READ-CNT   PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT  PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS     PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           DISPLAY  "(D)出勤異常日報 (M)遲到月報 : "
                    WITH NO ADVANCING
           ACCEPT   MODE-SW
           IF  MODE-SW = "M"  OR  MODE-SW = "m"
               PERFORM  500-MONTHLY-REPORT
           ELSE
               PERFORM  100-DAILY-EXCEPTIONS
           END-IF
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           STOP  RUN.
       100-DAILY-EXCEPTIONS.
           DISPLAY  "出勤日期 (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT   ASK-DATE
           PERFORM  110-LOAD-SHIFTS
           PERFORM  120-LOAD-ROSTER
           IF  RST-CNT  =  0
               DISPLAY  "本日無排班資料 : " ASK-DATE
               EXIT  PARAGRAPH
           END-IF
           PERFORM  130-LOAD-PUNCHES
           PERFORM  140-LOAD-LEAVE
           PERFORM  150-CHECK-POSTED
           IF  POSTED-SW  =  "Y"
               DISPLAY  "本日異常已入檔, 僅列印報表"
           ELSE
               OPEN  EXTEND EXCFL
               IF  EXCFL-STATUS  =  "35"
                   OPEN  OUTPUT EXCFL
               END-IF
           END-IF
           OPEN  INPUT  EMPFL
           OPEN  OUTPUT PRINTFL
           MOVE  ASK-DATE  TO HD-DATE
           WRITE PRT-REC  FROM  HD-1   AFTER PAGE
           WRITE PRT-REC  FROM  HD-1A  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-2   AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3   AFTER 1  LINES
           PERFORM  VARYING  RST-IDX  FROM  1  BY 1
                    UNTIL RST-IDX  >  RST-CNT
              PERFORM  200-CHECK-ONE
           END-PERFORM
           WRITE PRT-REC  FROM  HD-3   AFTER 1  LINES
           MOVE  LATE-CNT    TO TOT-LATE
           MOVE  EARLY-CNT   TO TOT-EARLY
           MOVE  MISS-CNT    TO TOT-MISS
           MOVE  ABSENT-CNT  TO TOT-ABSENT
           WRITE PRT-REC  FROM  TOT-1  AFTER 1  LINES
           WRITE PRT-REC  FROM  TOT-2  AFTER 1  LINES
           CLOSE EMPFL   PRINTFL
           IF  POSTED-SW  NOT =  "Y"
               CLOSE EXCFL
           END-IF
           IF  ABSENT-CNT  >  0
               MOVE  "A"   TO RUNLOG-STATUS
           END-IF
           DISPLAY  "排班人數 = " RST-CNT
           DISPLAY  "遲到 = " LATE-CNT "  早退 = " EARLY-CNT
                    "  漏打卡 = " MISS-CNT "  曠職 = " ABSENT-CNT.
       110-LOAD-SHIFTS.
           OPEN  INPUT SHFFL
           IF  SHFFL-STATUS  =  "00"
               READ  SHFFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  SHF-CNT  <  30
                      ADD   1  TO SHF-CNT
                      MOVE  SHF-CODE   TO ST-CODE  (SHF-CNT)
                      MOVE  SHF-GRACE  TO ST-GRACE (SHF-CNT)
                  END-IF
                  READ  SHFFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE SHFFL
           END-IF
           MOVE  "N"   TO EOF-SW.
       120-LOAD-ROSTER.
           OPEN  INPUT RSTFL
           IF  RSTFL-STATUS  =  "00"
               READ  RSTFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  ADD   1  TO RUNLOG-READ-CNT
                  IF  RST-DATE  =  ASK-DATE
                      PERFORM  125-STORE-ROSTER
                  END-IF
                  READ  RSTFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE RSTFL
           END-IF
           MOVE  "N"   TO EOF-SW.
       125-STORE-ROSTER.
           PERFORM  VARYING  RST-IDX  FROM  1  BY 1
                    UNTIL RST-IDX  >  RST-CNT
              IF  RT-EMP-ID (RST-IDX)  =  RST-EMP-ID
                  MOVE  RST-SHIFT  TO RT-SHIFT (RST-IDX)
                  MOVE  RST-START  TO RT-START (RST-IDX)
                  MOVE  RST-END    TO RT-END   (RST-IDX)
                  EXIT  PARAGRAPH
              END-IF
           END-PERFORM
           IF  RST-CNT  <  300
               ADD   1  TO RST-CNT
               MOVE  RST-EMP-ID  TO RT-EMP-ID (RST-CNT)
               MOVE  RST-SHIFT   TO RT-SHIFT  (RST-CNT)
               MOVE  RST-START   TO RT-START  (RST-CNT)
               MOVE  RST-END     TO RT-END    (RST-CNT)
           END-IF.
       130-LOAD-PUNCHES.
           OPEN  INPUT PUNCHFL
           IF  PUNCHFL-STATUS  =  "00"
               READ  PUNCHFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  ADD   1  TO RUNLOG-READ-CNT
                  IF  PCH-DATE  =  ASK-DATE  AND  PCH-CNT  <  300
                      ADD   1  TO PCH-CNT
                      MOVE  PCH-EMP-ID    TO PT-EMP-ID (PCH-CNT)
                      MOVE  PCH-TIME-IN   TO PT-IN     (PCH-CNT)
                      MOVE  PCH-TIME-OUT  TO PT-OUT    (PCH-CNT)
                  END-IF
                  READ  PUNCHFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE PUNCHFL
           END-IF
           MOVE  "N"   TO EOF-SW.
       140-LOAD-LEAVE.
           OPEN  INPUT TAKNFL
           IF  TAKNFL-STATUS  =  "00"
               READ  TAKNFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  ADD   1  TO RUNLOG-READ-CNT
                  IF  TK-DATE  NOT >  ASK-DATE
                      MOVE  "DIFF"  TO DATE-FUNC
                      CALL  "P1023"  USING  DATE-FUNC  TK-DATE
                                            ASK-DATE   DATE-DAYS
                                            DATE-RESULT
                      IF  DATE-RESULT  <  TK-DAYS
                          AND  LEAVE-CNT  <  300
                          ADD   1  TO LEAVE-CNT
                          MOVE  TK-EMP-ID  TO LT-EMP-ID (LEAVE-CNT)
                      END-IF
                  END-IF
                  READ  TAKNFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE TAKNFL
           END-IF
           MOVE  "N"   TO EOF-SW.
       150-CHECK-POSTED.
           OPEN  INPUT EXCFL
           IF  EXCFL-STATUS  =  "00"
               READ  EXCFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  EXC-DATE  =  ASK-DATE
                      MOVE  "Y"   TO POSTED-SW
                  END-IF
                  READ  EXCFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE EXCFL
           END-IF
           MOVE  "N"   TO EOF-SW.
       200-CHECK-ONE.
           MOVE  RT-START (RST-IDX)  TO WK-SCH-IN
           MOVE  RT-END   (RST-IDX)  TO WK-SCH-OUT
           MOVE  0  TO WK-GRACE
           PERFORM  VARYING  SHF-IDX  FROM  1  BY 1
                    UNTIL SHF-IDX  >  SHF-CNT
              IF  ST-CODE (SHF-IDX)  =  RT-SHIFT (RST-IDX)
                  MOVE  ST-GRACE (SHF-IDX)  TO WK-GRACE
              END-IF
           END-PERFORM
           MOVE  0  TO PCH-MATCH
           PERFORM  VARYING  PCH-IDX  FROM  1  BY 1
                    UNTIL PCH-IDX  >  PCH-CNT
              IF  PT-EMP-ID (PCH-IDX)  =  RT-EMP-ID (RST-IDX)
                  AND  PCH-MATCH  =  0
                  MOVE  PCH-IDX  TO PCH-MATCH
              END-IF
           END-PERFORM
           IF  PCH-MATCH  =  0
               MOVE  "N"  TO LEAVE-SW
               PERFORM  VARYING  LEAVE-IDX  FROM  1  BY 1
                        UNTIL LEAVE-IDX  >  LEAVE-CNT
                  IF  LT-EMP-ID (LEAVE-IDX)  =  RT-EMP-ID (RST-IDX)
                      MOVE  "Y"  TO LEAVE-SW
                  END-IF
               END-PERFORM
               IF  LEAVE-SW  =  "N"
                   MOVE  0  TO WK-ACT-IN   WK-ACT-OUT   WK-MINS
                   MOVE  "未打卡曠職"  TO DL-TYPE
                   MOVE  "A"  TO EXC-TYPE
                   ADD   1  TO ABSENT-CNT
                   PERFORM  300-WRITE-EXCEPTION
               END-IF
               EXIT  PARAGRAPH
           END-IF
           MOVE  PT-IN  (PCH-MATCH)  TO WK-ACT-IN
           MOVE  PT-OUT (PCH-MATCH)  TO WK-ACT-OUT
           IF  WK-ACT-IN  =  0  OR  WK-ACT-OUT  =  0
               MOVE  0  TO WK-MINS
               MOVE  "漏打卡"  TO DL-TYPE
               MOVE  "M"  TO EXC-TYPE
               ADD   1  TO MISS-CNT
               PERFORM  300-WRITE-EXCEPTION
           END-IF
           IF  WK-ACT-IN  >  0
               MOVE  WK-ACT-IN  TO WK-TIME
               PERFORM  250-TO-MINUTES
               MOVE  WK-TIME-MINS  TO WK-MINS
               MOVE  WK-SCH-IN  TO WK-TIME
               PERFORM  250-TO-MINUTES
               IF  WK-MINS  >  WK-TIME-MINS + WK-GRACE
                   SUBTRACT  WK-TIME-MINS  FROM  WK-MINS
                   MOVE  "遲到"  TO DL-TYPE
                   MOVE  "L"  TO EXC-TYPE
                   ADD   1  TO LATE-CNT
                   PERFORM  300-WRITE-EXCEPTION
               END-IF
           END-IF
           IF  WK-ACT-OUT  >  0
               MOVE  WK-SCH-OUT  TO WK-TIME
               PERFORM  250-TO-MINUTES
               MOVE  WK-TIME-MINS  TO WK-MINS
               IF  WK-SCH-OUT  <  WK-SCH-IN
                   ADD   1440  TO WK-MINS
               END-IF
               MOVE  WK-ACT-OUT  TO WK-TIME
               PERFORM  250-TO-MINUTES
               IF  WK-ACT-OUT  <  WK-SCH-IN
                   ADD   1440  TO WK-TIME-MINS
               END-IF
               IF  WK-TIME-MINS  <  WK-MINS
                   SUBTRACT  WK-TIME-MINS  FROM  WK-MINS
                   MOVE  "早退"  TO DL-TYPE
                   MOVE  "E"  TO EXC-TYPE
                   ADD   1  TO EARLY-CNT
                   PERFORM  300-WRITE-EXCEPTION
               END-IF
           END-IF.
       250-TO-MINUTES.
           COMPUTE  WK-TIME-MINS = WK-TIME-HH * 60 + WK-TIME-MM.
       300-WRITE-EXCEPTION.
           MOVE  RT-EMP-ID (RST-IDX)  TO DL-EMP-ID   EMP-ID
           MOVE  SPACES  TO DL-NAME   DL-DEPT
           READ  EMPFL
              INVALID  KEY
                 CONTINUE
              NOT INVALID  KEY
                 MOVE  EMP-NAME  TO DL-NAME
                 MOVE  EMP-DEPT  TO DL-DEPT
           END-READ
           MOVE  RT-SHIFT (RST-IDX)  TO DL-SHIFT
           MOVE  WK-SCH-IN   TO DL-SCH-IN
           MOVE  WK-SCH-OUT  TO DL-SCH-OUT
           MOVE  WK-ACT-IN   TO DL-ACT-IN
           MOVE  WK-ACT-OUT  TO DL-ACT-OUT
           MOVE  WK-MINS     TO DL-MINS
           WRITE PRT-REC  FROM  DL  AFTER 1  LINES
           IF  POSTED-SW  NOT =  "Y"
               MOVE  RT-EMP-ID (RST-IDX)  TO EXC-EMP-ID
               MOVE  ASK-DATE  TO EXC-DATE
               MOVE  WK-MINS   TO EXC-MINS
               WRITE EXC-REC
               ADD   1  TO RUNLOG-WRITE-CNT
           END-IF.
       500-MONTHLY-REPORT.
           DISPLAY  "統計年月 (YYYYMM) : " WITH NO ADVANCING
           ACCEPT   ASK-YYMM
           OPEN  INPUT EXCFL
           IF  EXCFL-STATUS  NOT =  "00"
               DISPLAY  "查無出勤異常檔 D0933.DAT"
               EXIT  PARAGRAPH
           END-IF
           OPEN  INPUT EMPFL
           READ  EXCFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO RUNLOG-READ-CNT
              IF  EXC-DATE (1:6)  =  ASK-YYMM
                  PERFORM  510-TALLY-ONE
              END-IF
              READ  EXCFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE EXCFL   EMPFL
           MOVE  "N"   TO EOF-SW
           PERFORM  520-LOAD-DEPTS
           OPEN  OUTPUT PRINTFL
           MOVE  ASK-YYMM  TO MHD-YYMM
           PERFORM  VARYING  DEP-IDX  FROM  1  BY 1
                    UNTIL DEP-IDX  >  DEP-CNT
              MOVE  DT-CODE (DEP-IDX)  TO MHD-DEPT
              MOVE  DT-NAME (DEP-IDX)  TO MHD-DEPT-NAME
              PERFORM  530-PRINT-DEPT
           END-PERFORM
           MOVE  "***"  TO MHD-DEPT
           MOVE  "部門未建檔"  TO MHD-DEPT-NAME
           PERFORM  530-PRINT-DEPT
           CLOSE PRINTFL
           DISPLAY  "異常員工人數 = " TARD-CNT.
       510-TALLY-ONE.
           MOVE  0  TO TARD-MATCH
           PERFORM  VARYING  TARD-IDX  FROM  1  BY 1
                    UNTIL TARD-IDX  >  TARD-CNT
              IF  TT-EMP-ID (TARD-IDX)  =  EXC-EMP-ID
                  MOVE  TARD-IDX  TO TARD-MATCH
              END-IF
           END-PERFORM
           IF  TARD-MATCH  =  0
               IF  TARD-CNT  NOT <  300
                   EXIT  PARAGRAPH
               END-IF
               ADD   1  TO TARD-CNT
               MOVE  TARD-CNT    TO TARD-MATCH
               MOVE  EXC-EMP-ID  TO TT-EMP-ID (TARD-MATCH)   EMP-ID
               MOVE  SPACES  TO TT-NAME (TARD-MATCH)
                                TT-DEPT (TARD-MATCH)
               READ  EMPFL
                  INVALID  KEY
                     CONTINUE
                  NOT INVALID  KEY
                     MOVE  EMP-NAME  TO TT-NAME (TARD-MATCH)
                     MOVE  EMP-DEPT  TO TT-DEPT (TARD-MATCH)
               END-READ
               MOVE  0    TO TT-LATE      (TARD-MATCH)
                             TT-EARLY     (TARD-MATCH)
                             TT-MISS      (TARD-MATCH)
                             TT-ABSENT    (TARD-MATCH)
                             TT-LATE-MINS (TARD-MATCH)
               MOVE  "N"  TO TT-DONE (TARD-MATCH)
           END-IF
           EVALUATE  EXC-TYPE
              WHEN  "L"
                 ADD   1         TO TT-LATE      (TARD-MATCH)
                 ADD   EXC-MINS  TO TT-LATE-MINS (TARD-MATCH)
              WHEN  "E"
                 ADD   1  TO TT-EARLY  (TARD-MATCH)
              WHEN  "M"
                 ADD   1  TO TT-MISS   (TARD-MATCH)
              WHEN  "A"
                 ADD   1  TO TT-ABSENT (TARD-MATCH)
           END-EVALUATE.
       520-LOAD-DEPTS.
           OPEN  INPUT DEPFL
           IF  DEPFL-STATUS  =  "00"
               READ  DEPFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  DEP-CNT  <  50
                      ADD   1  TO DEP-CNT
                      MOVE  DEP-CODE  TO DT-CODE (DEP-CNT)
                      MOVE  DEP-NAME  TO DT-NAME (DEP-CNT)
                  END-IF
                  READ  DEPFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE DEPFL
           END-IF
           MOVE  "N"   TO EOF-SW.
       530-PRINT-DEPT.
           MOVE  0  TO TARD-MATCH
           PERFORM  VARYING  TARD-IDX  FROM  1  BY 1
                    UNTIL TARD-IDX  >  TARD-CNT
              IF  TT-DONE (TARD-IDX)  =  "N"
                  AND  ( TT-DEPT (TARD-IDX)  =  MHD-DEPT
                         OR  MHD-DEPT  =  "***" )
                  IF  TARD-MATCH  =  0
                      WRITE PRT-REC  FROM  MHD-1   AFTER PAGE
                      WRITE PRT-REC  FROM  MHD-1A  AFTER 2  LINES
                      WRITE PRT-REC  FROM  MHD-1B  AFTER 1  LINES
                      WRITE PRT-REC  FROM  MHD-2   AFTER 2  LINES
                      WRITE PRT-REC  FROM  HD-3    AFTER 1  LINES
                  END-IF
                  ADD   1  TO TARD-MATCH
                  MOVE  TT-EMP-ID    (TARD-IDX)  TO MDL-EMP-ID
                  MOVE  TT-NAME      (TARD-IDX)  TO MDL-NAME
                  MOVE  TT-LATE      (TARD-IDX)  TO MDL-LATE
                  MOVE  TT-EARLY     (TARD-IDX)  TO MDL-EARLY
                  MOVE  TT-MISS      (TARD-IDX)  TO MDL-MISS
                  MOVE  TT-ABSENT    (TARD-IDX)  TO MDL-ABSENT
                  MOVE  TT-LATE-MINS (TARD-IDX)  TO MDL-LATE-MINS
                  WRITE PRT-REC  FROM  MDL  AFTER 1  LINES
                  ADD   1  TO RUNLOG-WRITE-CNT
                  MOVE  "Y"  TO TT-DONE (TARD-IDX)
              END-IF
           END-PERFORM.
