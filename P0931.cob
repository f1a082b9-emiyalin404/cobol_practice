       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P0931.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   SHFFL   ASSIGN   TO "D0931.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    SHFFL-STATUS.
           SELECT   RSTFL   ASSIGN   TO "D0932.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    RSTFL-STATUS.
           SELECT   EMPFL   ASSIGN   TO "D0873.DAT"
              ORGANIZATION   INDEXED
              ACCESS MODE    RANDOM
              RECORD KEY     EMP-ID
              FILE STATUS    EMPFL-STATUS.
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
       WORKING-STORAGE SECTION.
       01  SHF-TAB-AREA.
           03 SHF-CNT        PIC 9(2)   VALUE 0.
           03 SHF-ENTRY      OCCURS 30 TIMES.
              05 ST-CODE     PIC X(2).
              05 ST-DESC     PIC X(10).
              05 ST-START    PIC 9(4).
              05 ST-END      PIC 9(4).
              05 ST-GRACE    PIC 9(2).
       01  SHFFL-STATUS      PIC XX.
       01  RSTFL-STATUS      PIC XX.
       01  EMPFL-STATUS      PIC XX.
       01  MODE-SW           PIC X.
       01  WEEKEND-SW        PIC X.
       01  ASK-CODE          PIC X(2).
       01  ASK-EMP-ID        PIC X(3).
       01  ASK-FROM          PIC 9(8).
       01  ASK-TO            PIC 9(8).
       01  ASK-START         PIC 9(4).
       01  ASK-END           PIC 9(4).
       01  SHF-IDX           PIC 9(2).
       01  MATCH-IDX         PIC 9(2).
       01  UPD-CNT           PIC 9(3)   VALUE 0.
       01  ADD-CNT           PIC 9(5)   VALUE 0.
       01  EOF-SW            PIC X      VALUE "N".
       01  WK-DATE           PIC 9(8).
       01  DATE-FUNC         PIC X(4).
       01  DATE-2            PIC 9(8).
       01  DATE-DAYS         PIC S9(7).
       01  DATE-RESULT       PIC S9(7).
       01  DL-TIME           PIC 99B99.
       01  DL-TIME-2         PIC 99B99.
       PROCEDURE DIVISION.
       000-START.
           PERFORM  100-LOAD-SHIFTS
           DISPLAY  "(S)班別維護 (R)排班 (L)班別列表 : "
                    WITH NO ADVANCING
           ACCEPT   MODE-SW
           EVALUATE TRUE
              WHEN  MODE-SW = "S"  OR  MODE-SW = "s"
                 PERFORM  200-MAINTAIN-SHIFTS
              WHEN  MODE-SW = "R"  OR  MODE-SW = "r"
                 PERFORM  300-ENTER-ROSTER
              WHEN  OTHER
                 PERFORM  400-LIST-SHIFTS
           END-EVALUATE
           STOP  RUN.
       100-LOAD-SHIFTS.
           OPEN  INPUT SHFFL
           IF  SHFFL-STATUS  =  "00"
               READ  SHFFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  SHF-CNT  <  30
                      ADD   1  TO SHF-CNT
                      MOVE  SHF-CODE   TO ST-CODE  (SHF-CNT)
                      MOVE  SHF-DESC   TO ST-DESC  (SHF-CNT)
                      MOVE  SHF-START  TO ST-START (SHF-CNT)
                      MOVE  SHF-END    TO ST-END   (SHF-CNT)
                      MOVE  SHF-GRACE  TO ST-GRACE (SHF-CNT)
                  END-IF
                  READ  SHFFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE SHFFL
           END-IF
           MOVE  "N"   TO EOF-SW.
       150-FIND-SHIFT.
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  SHF-IDX  FROM  1  BY 1
                    UNTIL SHF-IDX  >  SHF-CNT
              IF  ST-CODE (SHF-IDX)  =  ASK-CODE
                  MOVE  SHF-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM.
       200-MAINTAIN-SHIFTS.
           MOVE  SPACES   TO ASK-CODE
           PERFORM  UNTIL ASK-CODE = "E"
              DISPLAY  " "
              DISPLAY  "班別代號 (E:結束) : " WITH NO ADVANCING
              ACCEPT   ASK-CODE
              IF  ASK-CODE  NOT =  "E"  AND  ASK-CODE  NOT =  SPACES
                  PERFORM  210-MAINTAIN-ONE
              END-IF
           END-PERFORM
           IF  UPD-CNT  >  0
               PERFORM  250-SAVE-SHIFTS
           END-IF
           DISPLAY  "班別異動筆數 = " UPD-CNT.
       210-MAINTAIN-ONE.
           PERFORM  150-FIND-SHIFT
           IF  MATCH-IDX  >  0
               MOVE  ST-START (MATCH-IDX)  TO DL-TIME
               MOVE  ST-END   (MATCH-IDX)  TO DL-TIME-2
               DISPLAY  "現行 : " ST-DESC (MATCH-IDX) " "
                        DL-TIME " - " DL-TIME-2
           ELSE
               IF  SHF-CNT  NOT <  30
                   DISPLAY  "班別檔已滿, 未更新"
                   EXIT  PARAGRAPH
               END-IF
           END-IF
           DISPLAY  "班別名稱          : " WITH NO ADVANCING
           ACCEPT   SHF-DESC
           DISPLAY  "上班時間 (HHMM)   : " WITH NO ADVANCING
           ACCEPT   ASK-START
           DISPLAY  "下班時間 (HHMM)   : " WITH NO ADVANCING
           ACCEPT   ASK-END
           IF  ASK-START  >  2359  OR  ASK-START (3:2)  >  "59"
               OR  ASK-END  >  2359  OR  ASK-END (3:2)  >  "59"
               DISPLAY  "時間錯誤, 未更新"
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  "遲到寬限 (分)     : " WITH NO ADVANCING
           ACCEPT   SHF-GRACE
           IF  MATCH-IDX  =  0
               ADD   1  TO SHF-CNT
               MOVE  SHF-CNT   TO MATCH-IDX
               MOVE  ASK-CODE  TO ST-CODE (MATCH-IDX)
           END-IF
           MOVE  SHF-DESC   TO ST-DESC  (MATCH-IDX)
           MOVE  ASK-START  TO ST-START (MATCH-IDX)
           MOVE  ASK-END    TO ST-END   (MATCH-IDX)
           MOVE  SHF-GRACE  TO ST-GRACE (MATCH-IDX)
           ADD   1  TO UPD-CNT.
       250-SAVE-SHIFTS.
           OPEN  OUTPUT SHFFL
           PERFORM  VARYING  SHF-IDX  FROM  1  BY 1
                    UNTIL SHF-IDX  >  SHF-CNT
              MOVE  ST-CODE  (SHF-IDX)  TO SHF-CODE
              MOVE  ST-DESC  (SHF-IDX)  TO SHF-DESC
              MOVE  ST-START (SHF-IDX)  TO SHF-START
              MOVE  ST-END   (SHF-IDX)  TO SHF-END
              MOVE  ST-GRACE (SHF-IDX)  TO SHF-GRACE
              WRITE SHF-REC
           END-PERFORM
           CLOSE SHFFL.
       300-ENTER-ROSTER.
           IF  SHF-CNT  =  0
               DISPLAY  "查無班別檔 D0931.DAT, 請先建班別"
               EXIT  PARAGRAPH
           END-IF
           OPEN  INPUT EMPFL
           OPEN  EXTEND RSTFL
           IF  RSTFL-STATUS  =  "35"
               OPEN  OUTPUT RSTFL
           END-IF
           MOVE  SPACES   TO ASK-EMP-ID
           PERFORM  UNTIL ASK-EMP-ID = "E"
              DISPLAY  " "
              DISPLAY  "員工代號 (E:結束) : " WITH NO ADVANCING
              ACCEPT   ASK-EMP-ID
              IF  ASK-EMP-ID  NOT =  "E"
                  AND  ASK-EMP-ID  NOT =  SPACES
                  PERFORM  310-ROSTER-ONE
              END-IF
           END-PERFORM
           CLOSE EMPFL   RSTFL
           DISPLAY  "排班筆數 = " ADD-CNT.
       310-ROSTER-ONE.
           MOVE  ASK-EMP-ID  TO EMP-ID
           READ  EMPFL
              INVALID  KEY
                 DISPLAY  "查無此員工 : " ASK-EMP-ID
                 EXIT  PARAGRAPH
           END-READ
           DISPLAY  "員工姓名 : " EMP-NAME
           DISPLAY  "班別代號          : " WITH NO ADVANCING
           ACCEPT   ASK-CODE
           PERFORM  150-FIND-SHIFT
           IF  MATCH-IDX  =  0
               DISPLAY  "查無此班別 : " ASK-CODE
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  "起始日 (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT   ASK-FROM
           DISPLAY  "截止日 (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT   ASK-TO
           IF  ASK-TO  <  ASK-FROM
               DISPLAY  "日期區間錯誤, 未排班"
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  "週末是否排班 (Y/N): " WITH NO ADVANCING
           ACCEPT   WEEKEND-SW
           MOVE  ASK-FROM  TO WK-DATE
           PERFORM  UNTIL WK-DATE  >  ASK-TO
              MOVE  "DOW "  TO DATE-FUNC
              CALL  "P1023"  USING  DATE-FUNC  WK-DATE  DATE-2
                                    DATE-DAYS  DATE-RESULT
              IF  ( DATE-RESULT  NOT =  0  AND  DATE-RESULT  NOT =  6 )
                  OR  WEEKEND-SW = "Y"  OR  WEEKEND-SW = "y"
                  MOVE  ASK-EMP-ID            TO RST-EMP-ID
                  MOVE  WK-DATE               TO RST-DATE
                  MOVE  ASK-CODE              TO RST-SHIFT
                  MOVE  ST-START (MATCH-IDX)  TO RST-START
                  MOVE  ST-END   (MATCH-IDX)  TO RST-END
                  WRITE RST-REC
                  ADD   1  TO ADD-CNT
              END-IF
              MOVE  "ADD "  TO DATE-FUNC
              MOVE  1       TO DATE-DAYS
              CALL  "P1023"  USING  DATE-FUNC  WK-DATE  DATE-2
                                    DATE-DAYS  DATE-RESULT
              MOVE  DATE-2  TO WK-DATE
           END-PERFORM.
       400-LIST-SHIFTS.
           IF  SHF-CNT  =  0
               DISPLAY  "查無班別檔 D0931.DAT"
           END-IF
           PERFORM  VARYING  SHF-IDX  FROM  1  BY 1
                    UNTIL SHF-IDX  >  SHF-CNT
              MOVE  ST-START (SHF-IDX)  TO DL-TIME
              MOVE  ST-END   (SHF-IDX)  TO DL-TIME-2
              DISPLAY  ST-CODE (SHF-IDX) "  " ST-DESC (SHF-IDX) "  "
                       DL-TIME " - " DL-TIME-2 "  "
                       ST-GRACE (SHF-IDX)
           END-PERFORM
           DISPLAY  "班別筆數 = " SHF-CNT.
