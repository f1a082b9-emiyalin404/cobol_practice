       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P0928.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   PENFL   ASSIGN   TO "D0928.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    PENFL-STATUS.
           SELECT   EMPFL   ASSIGN   TO "D0873.DAT"
              ORGANIZATION   INDEXED
              ACCESS MODE    RANDOM
              RECORD KEY     EMP-ID
              FILE STATUS    EMPFL-STATUS.
       DATA   DIVISION.
       FILE   SECTION.
       FD  PENFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS PEN-REC.
       01  PEN-REC.
           03 PEN-EMP-ID     PIC X(3).
           03 PEN-VOL-RATE   PIC 9V99.
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
       01  PEN-TAB-AREA.
           03 PEN-CNT        PIC 9(3)   VALUE 0.
           03 PEN-ENTRY      OCCURS 100 TIMES.
              05 PT-EMP-ID   PIC X(3).
              05 PT-VOL-RATE PIC 9V99.
       01  PENFL-STATUS      PIC XX.
       01  EMPFL-STATUS      PIC XX.
       01  MODE-SW           PIC X.
       01  ASK-EMP-ID        PIC X(3).
       01  ASK-RATE          PIC 9V99.
       01  MAX-VOL-RATE      PIC 9V99   VALUE 6.00.
       01  PEN-IDX           PIC 9(3).
       01  MATCH-IDX         PIC 9(3).
       01  UPD-CNT           PIC 9(3)   VALUE 0.
       01  EOF-SW            PIC X      VALUE "N".
       01  DL-RATE           PIC 9.99.
       PROCEDURE DIVISION.
       000-START.
           PERFORM  100-LOAD-RATES
           DISPLAY  "(M)維護勞退自提率  (L)列表 : "
                    WITH NO ADVANCING
           ACCEPT   MODE-SW
           IF  MODE-SW = "M"  OR  MODE-SW = "m"
               PERFORM  200-MAINTAIN-RATES
           ELSE
               PERFORM  300-LIST-RATES
           END-IF
           STOP  RUN.
       100-LOAD-RATES.
           OPEN  INPUT PENFL
           IF  PENFL-STATUS  =  "00"
               READ  PENFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  PEN-CNT  <  100
                      ADD   1  TO PEN-CNT
                      MOVE  PEN-EMP-ID    TO PT-EMP-ID   (PEN-CNT)
                      MOVE  PEN-VOL-RATE  TO PT-VOL-RATE (PEN-CNT)
                  END-IF
                  READ  PENFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE PENFL
           END-IF
           MOVE  "N"   TO EOF-SW.
       200-MAINTAIN-RATES.
           OPEN  INPUT EMPFL
           MOVE  SPACES   TO ASK-EMP-ID
           PERFORM  UNTIL ASK-EMP-ID = "E"
              DISPLAY  "員工代號 (E:結束) : " WITH NO ADVANCING
              ACCEPT   ASK-EMP-ID
              IF  ASK-EMP-ID  NOT =  "E"
                  AND  ASK-EMP-ID  NOT =  SPACES
                  PERFORM  210-MAINTAIN-ONE
              END-IF
           END-PERFORM
           CLOSE EMPFL
           IF  UPD-CNT  >  0
               PERFORM  250-SAVE-RATES
           END-IF
           DISPLAY  "自提率異動筆數 = " UPD-CNT.
       210-MAINTAIN-ONE.
           MOVE  ASK-EMP-ID  TO EMP-ID
           READ  EMPFL
              INVALID  KEY
                 DISPLAY  "查無此員工 : " ASK-EMP-ID
                 EXIT  PARAGRAPH
           END-READ
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  PEN-IDX  FROM  1  BY 1
                    UNTIL PEN-IDX  >  PEN-CNT
              IF  PT-EMP-ID (PEN-IDX)  =  ASK-EMP-ID
                  MOVE  PEN-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM
           IF  MATCH-IDX  >  0
               MOVE  PT-VOL-RATE (MATCH-IDX)  TO DL-RATE
           ELSE
               MOVE  0  TO DL-RATE
           END-IF
           DISPLAY  "員工姓名 : " EMP-NAME
                    "  現行自提率 : " DL-RATE " %"
           DISPLAY  "新自提率 (0-6 %)  : " WITH NO ADVANCING
           ACCEPT   ASK-RATE
           IF  ASK-RATE  >  MAX-VOL-RATE
               DISPLAY  "自提率超過 6%, 未更新"
               EXIT  PARAGRAPH
           END-IF
           IF  MATCH-IDX  =  0
               IF  PEN-CNT  NOT <  100
                   DISPLAY  "自提率檔已滿, 未更新"
                   EXIT  PARAGRAPH
               END-IF
               ADD   1  TO PEN-CNT
               MOVE  PEN-CNT     TO MATCH-IDX
               MOVE  ASK-EMP-ID  TO PT-EMP-ID (MATCH-IDX)
           END-IF
           MOVE  ASK-RATE  TO PT-VOL-RATE (MATCH-IDX)
           ADD   1  TO UPD-CNT.
       250-SAVE-RATES.
           OPEN  OUTPUT PENFL
           PERFORM  VARYING  PEN-IDX  FROM  1  BY 1
                    UNTIL PEN-IDX  >  PEN-CNT
              MOVE  PT-EMP-ID   (PEN-IDX)  TO PEN-EMP-ID
              MOVE  PT-VOL-RATE (PEN-IDX)  TO PEN-VOL-RATE
              WRITE PEN-REC
           END-PERFORM
           CLOSE PENFL.
       300-LIST-RATES.
           IF  PEN-CNT  =  0
               DISPLAY  "查無勞退自提率檔 D0928.DAT"
           END-IF
           PERFORM  VARYING  PEN-IDX  FROM  1  BY 1
                    UNTIL PEN-IDX  >  PEN-CNT
              MOVE  PT-VOL-RATE (PEN-IDX)  TO DL-RATE
              DISPLAY  PT-EMP-ID (PEN-IDX) "  " DL-RATE " %"
           END-PERFORM
           DISPLAY  "自提率筆數 = " PEN-CNT.
