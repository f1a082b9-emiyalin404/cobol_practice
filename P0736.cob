           SELECT   GAMEFL   ASSIGN TO "D0736.DAT"
                 ORGANIZATION   LINE SEQUENTIAL
                 FILE STATUS    GAMEFL-STATUS.
           SELECT   SCHFL    ASSIGN TO "D0744.DAT"
                 ORGANIZATION   LINE SEQUENTIAL
                 FILE STATUS    SCHFL-STATUS.
           SELECT   PRINTFL  ASSIGN TO "PRINT0736".
       DATA   DIVISION.
       FILE   SECTION.
           03 GM-AWAY        PIC   X(10).
           03 GM-HOME-RUNS   PIC   99.
           03 GM-AWAY-RUNS   PIC   99.
       FD  SCHFL
           DATA  RECORD   IS SCH-REC.
       01  SCH-REC           PIC   X(61).
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC           PIC   X(100).
           03 WK-DIFF        PIC S9(4).
           03 WK-LEAD-W      PIC 9(3).
           03 WK-LEAD-L      PIC 9(3).
       01  SCH-TAB-AREA.
           03 SCH-CNT        PIC 9(3)   VALUE 0.
           03 SCH-ENTRY      OCCURS 401 TIMES.
              05 ST-TYPE     PIC X.
              05 ST-ROUND    PIC 99.
              05 ST-DATE     PIC 9(8).
              05 ST-HOME     PIC X(10).
              05 ST-AWAY     PIC X(10).
              05 ST-FIELD    PIC X(10).
              05 ST-UMP      PIC X(4).
              05 ST-STATUS   PIC X.
              05 ST-ORIG     PIC 9(8).
              05 FILLER      PIC X(7).
       01  MODE-SW           PIC X.
       01  TEAM-IDX          PIC 99.
       01  MATCH-IDX         PIC 99.
       01  BEST-IDX          PIC 99.
       01  PASS-IDX          PIC 99.
       01  SCH-IDX           PIC 9(3).
       01  SCH-MATCH         PIC 9(3).
       01  SCH-SW            PIC X      VALUE "N".
       01  PRINTED-SW-AREA.
           03 PRINTED-SW     PIC X   OCCURS 20 TIMES.
       01  EOF-SW            PIC X  VALUE "N".
       01  GAMEFL-STATUS     PIC XX.
       01  SCHFL-STATUS      PIC XX.
       01  RUNLOG-JOB        PIC X(8)   VALUE "P0736".
       01  RUNLOG-ACTION     PIC X.
       01  RUNLOG-READ-CNT   PIC 9(7)   VALUE 0.
           ACCEPT   GM-HOME-RUNS
           DISPLAY  "客隊得分            : " WITH NO ADVANCING
           ACCEPT   GM-AWAY-RUNS
           PERFORM  110-LOAD-SCHEDULE
           IF  SCH-SW  =  "Y"
               PERFORM  120-CHECK-SCHEDULE
               IF  SCH-MATCH  =  0
                   CLOSE GAMEFL
                   EXIT  PARAGRAPH
               END-IF
           END-IF
           WRITE GM-REC
           CLOSE GAMEFL
           IF  SCH-SW  =  "Y"
               MOVE  "D"  TO ST-STATUS (SCH-MATCH)
               PERFORM  130-SAVE-SCHEDULE
           END-IF
           DISPLAY  "比賽結果登錄完成".
       110-LOAD-SCHEDULE.
           OPEN  INPUT SCHFL
           IF  SCHFL-STATUS  NOT =  "00"
               DISPLAY  "查無賽程檔, 不做賽程核對"
               EXIT  PARAGRAPH
           END-IF
           MOVE  "Y"  TO SCH-SW
           READ  SCHFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              IF  SCH-CNT  <  401
                  ADD   1  TO SCH-CNT
                  MOVE  SCH-REC  TO SCH-ENTRY (SCH-CNT)
              END-IF
              READ  SCHFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE SCHFL
           MOVE  "N"  TO EOF-SW.
       120-CHECK-SCHEDULE.
           MOVE  0  TO SCH-MATCH
           PERFORM  VARYING  SCH-IDX  FROM  1  BY 1
                    UNTIL SCH-IDX  >  SCH-CNT
              IF  ST-TYPE (SCH-IDX)  =  "G"
                  AND  ST-DATE (SCH-IDX)  =  GM-DATE
                  AND  ST-HOME (SCH-IDX)  =  GM-HOME
                  AND  ST-AWAY (SCH-IDX)  =  GM-AWAY
                  MOVE  SCH-IDX  TO SCH-MATCH
              END-IF
           END-PERFORM
           IF  SCH-MATCH  =  0
               DISPLAY  "賽程無此比賽, 不予登錄"
               EXIT  PARAGRAPH
           END-IF
           IF  ST-STATUS (SCH-MATCH)  =  "D"
               DISPLAY  "此場比賽已登錄過, 不予登錄"
               MOVE  0  TO SCH-MATCH
           END-IF.
       130-SAVE-SCHEDULE.
           OPEN  OUTPUT   SCHFL
           PERFORM  VARYING  SCH-IDX  FROM  1  BY 1
                    UNTIL SCH-IDX  >  SCH-CNT
              MOVE  SCH-ENTRY (SCH-IDX)  TO SCH-REC
              WRITE SCH-REC
           END-PERFORM
           CLOSE SCHFL.
       200-PRINT-STANDINGS.
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
