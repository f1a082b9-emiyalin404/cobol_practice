       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P0479.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   RFSFL   ASSIGN   TO "D0479.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    RFSFL-STATUS.
       DATA   DIVISION.
       FILE   SECTION.
       FD  RFSFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS RFS-REC.
       01  RFS-REC.
           03 RFS-WEEK-TO     PIC 9(2).
           03 RFS-PCT         PIC 9(3).
       WORKING-STORAGE SECTION.
       01  RFSFL-STATUS       PIC XX.
       01  MODE-SW            PIC X.
       01  WK-WEEK            PIC 9(2).
       01  SV-WEEK            PIC 9(2)   VALUE 0.
       01  LOAD-CNT           PIC 9(4)   VALUE 0.
       01  EOF-SW             PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "(N)EW REFUND SCHEDULE  (L)IST : "
              WITH NO ADVANCING
           ACCEPT   MODE-SW
           IF  MODE-SW = "N"  OR  MODE-SW = "n"
               PERFORM  100-NEW-SCHEDULE
           ELSE
               PERFORM  200-LIST-SCHEDULE
           END-IF
           STOP  RUN.
       100-NEW-SCHEDULE.
           OPEN  OUTPUT RFSFL
           DISPLAY  "依週次由小至大輸入"
           DISPLAY  "週次 99 表示以後各週"
           MOVE  1   TO WK-WEEK
           PERFORM  UNTIL WK-WEEK = 0  OR  SV-WEEK = 99
              DISPLAY  "至第幾週 (0:結束)   : " WITH NO ADVANCING
              ACCEPT   WK-WEEK
              IF  WK-WEEK  NOT =  0
                  IF  WK-WEEK  NOT >  SV-WEEK
                      DISPLAY  "週次須大於前一筆 : " SV-WEEK
                  ELSE
                      PERFORM  110-ACCEPT-ONE
                  END-IF
              END-IF
           END-PERFORM
           CLOSE RFSFL
           DISPLAY  "退費標準筆數 = " LOAD-CNT.
       110-ACCEPT-ONE.
           MOVE  WK-WEEK  TO RFS-WEEK-TO
           DISPLAY  "退還學雜費 % (0-100): " WITH NO ADVANCING
           ACCEPT   RFS-PCT
           IF  RFS-PCT  >  100
               DISPLAY  "比例超過 100, 未存檔"
           ELSE
               WRITE RFS-REC
               MOVE  WK-WEEK  TO SV-WEEK
               ADD   1  TO LOAD-CNT
           END-IF.
       200-LIST-SCHEDULE.
           OPEN  INPUT RFSFL
           IF  RFSFL-STATUS  NOT =  "00"
               DISPLAY  "查無退費標準檔 D0479.DAT"
           ELSE
               READ  RFSFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  DISPLAY  "至第 " RFS-WEEK-TO " 週  退 "
                           RFS-PCT " %"
                  ADD   1  TO LOAD-CNT
                  READ  RFSFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE RFSFL
               DISPLAY  "退費標準筆數 = " LOAD-CNT
           END-IF.
