       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P0741.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   TEAMFL  ASSIGN   TO "D0741.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    TEAMFL-STATUS.
           SELECT   UMPFL   ASSIGN   TO "D0742.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    UMPFL-STATUS.
           SELECT   FCLFL   ASSIGN   TO "D0743.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    FCLFL-STATUS.
       DATA   DIVISION.
       FILE   SECTION.
       FD  TEAMFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS TEAM-REC.
       01  TEAM-REC.
           03 TEAM-NAME       PIC X(10).
           03 TEAM-FIELD      PIC X(10).
           03 TEAM-ACTIVE     PIC X.
       FD  UMPFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS UMP-REC.
       01  UMP-REC.
           03 UMP-ID          PIC X(4).
           03 UMP-NAME        PIC X(10).
           03 UMP-TEAM        PIC X(10).
           03 UMP-ACTIVE      PIC X.
       FD  FCLFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS FCL-REC.
       01  FCL-REC.
           03 FCL-FIELD       PIC X(10).
           03 FCL-DATE        PIC 9(8).
           03 FCL-DESC        PIC X(20).
       WORKING-STORAGE SECTION.
       01  TEAMFL-STATUS      PIC XX.
       01  UMPFL-STATUS       PIC XX.
       01  FCLFL-STATUS       PIC XX.
       01  FILE-SW            PIC X.
       01  MODE-SW            PIC X.
       01  WK-KEY             PIC X(10).
       01  WK-DATE            PIC 9(8).
       01  LOAD-CNT           PIC 9(3)   VALUE 0.
       01  EOF-SW             PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "(T)球隊  (U)裁判  (F)球場停用日 : "
                    WITH NO ADVANCING
           ACCEPT   FILE-SW
           DISPLAY  "(A)DD  (L)IST : " WITH NO ADVANCING
           ACCEPT   MODE-SW
           EVALUATE  TRUE
              WHEN  FILE-SW = "T"  AND  MODE-SW = "A"
                 PERFORM  100-ADD-TEAMS
              WHEN  FILE-SW = "T"
                 PERFORM  200-LIST-TEAMS
              WHEN  FILE-SW = "U"  AND  MODE-SW = "A"
                 PERFORM  300-ADD-UMPIRES
              WHEN  FILE-SW = "U"
                 PERFORM  400-LIST-UMPIRES
              WHEN  FILE-SW = "F"  AND  MODE-SW = "A"
                 PERFORM  500-ADD-CLOSURES
              WHEN  OTHER
                 PERFORM  600-LIST-CLOSURES
           END-EVALUATE
           STOP  RUN.
       100-ADD-TEAMS.
           OPEN  EXTEND TEAMFL
           IF  TEAMFL-STATUS  =  "35"
               OPEN  OUTPUT TEAMFL
           END-IF
           MOVE  SPACES   TO WK-KEY
           PERFORM  UNTIL WK-KEY = "E"
              DISPLAY  "隊 名 (E:結束)      : " WITH NO ADVANCING
              ACCEPT   WK-KEY
              IF  WK-KEY  NOT =  "E"  AND  WK-KEY  NOT =  SPACES
                  MOVE  WK-KEY  TO TEAM-NAME
                  DISPLAY  "主場球場            : "
                           WITH NO ADVANCING
                  ACCEPT   TEAM-FIELD
                  DISPLAY  "參賽 (Y/N)          : "
                           WITH NO ADVANCING
                  ACCEPT   TEAM-ACTIVE
                  WRITE TEAM-REC
                  ADD   1  TO LOAD-CNT
              END-IF
           END-PERFORM
           CLOSE TEAMFL
           DISPLAY  "球隊筆數 = " LOAD-CNT.
       200-LIST-TEAMS.
           OPEN  INPUT TEAMFL
           IF  TEAMFL-STATUS  NOT =  "00"
               DISPLAY  "查無球隊檔 D0741.DAT"
           ELSE
               READ  TEAMFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  DISPLAY  TEAM-NAME " " TEAM-FIELD " " TEAM-ACTIVE
                  ADD   1  TO LOAD-CNT
                  READ  TEAMFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE TEAMFL
               DISPLAY  "球隊筆數 = " LOAD-CNT
           END-IF.
       300-ADD-UMPIRES.
           OPEN  EXTEND UMPFL
           IF  UMPFL-STATUS  =  "35"
               OPEN  OUTPUT UMPFL
           END-IF
           MOVE  SPACES   TO WK-KEY
           PERFORM  UNTIL WK-KEY = "E"
              DISPLAY  "裁判編號 (E:結束)   : " WITH NO ADVANCING
              ACCEPT   WK-KEY
              IF  WK-KEY  NOT =  "E"  AND  WK-KEY  NOT =  SPACES
                  MOVE  WK-KEY  TO UMP-ID
                  DISPLAY  "姓 名               : "
                           WITH NO ADVANCING
                  ACCEPT   UMP-NAME
                  DISPLAY  "所屬球隊 (空白:無)  : "
                           WITH NO ADVANCING
                  ACCEPT   UMP-TEAM
                  DISPLAY  "在職 (Y/N)          : "
                           WITH NO ADVANCING
                  ACCEPT   UMP-ACTIVE
                  WRITE UMP-REC
                  ADD   1  TO LOAD-CNT
              END-IF
           END-PERFORM
           CLOSE UMPFL
           DISPLAY  "裁判筆數 = " LOAD-CNT.
       400-LIST-UMPIRES.
           OPEN  INPUT UMPFL
           IF  UMPFL-STATUS  NOT =  "00"
               DISPLAY  "查無裁判檔 D0742.DAT"
           ELSE
               READ  UMPFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  DISPLAY  UMP-ID " " UMP-NAME " " UMP-TEAM
                           " " UMP-ACTIVE
                  ADD   1  TO LOAD-CNT
                  READ  UMPFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE UMPFL
               DISPLAY  "裁判筆數 = " LOAD-CNT
           END-IF.
       500-ADD-CLOSURES.
           OPEN  EXTEND FCLFL
           IF  FCLFL-STATUS  =  "35"
               OPEN  OUTPUT FCLFL
           END-IF
           MOVE  SPACES   TO WK-KEY
           PERFORM  UNTIL WK-KEY = "E"
              DISPLAY  "球 場 (E:結束)      : " WITH NO ADVANCING
              ACCEPT   WK-KEY
              IF  WK-KEY  NOT =  "E"  AND  WK-KEY  NOT =  SPACES
                  MOVE  WK-KEY  TO FCL-FIELD
                  DISPLAY  "停用日期 (YYYYMMDD) : "
                           WITH NO ADVANCING
                  ACCEPT   WK-DATE
                  MOVE  WK-DATE  TO FCL-DATE
                  DISPLAY  "停用原因            : "
                           WITH NO ADVANCING
                  ACCEPT   FCL-DESC
                  WRITE FCL-REC
                  ADD   1  TO LOAD-CNT
              END-IF
           END-PERFORM
           CLOSE FCLFL
           DISPLAY  "停用筆數 = " LOAD-CNT.
       600-LIST-CLOSURES.
           OPEN  INPUT FCLFL
           IF  FCLFL-STATUS  NOT =  "00"
               DISPLAY  "查無球場停用檔 D0743.DAT"
           ELSE
               READ  FCLFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  DISPLAY  FCL-FIELD " " FCL-DATE " " FCL-DESC
                  ADD   1  TO LOAD-CNT
                  READ  FCLFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE FCLFL
               DISPLAY  "停用筆數 = " LOAD-CNT
           END-IF.
