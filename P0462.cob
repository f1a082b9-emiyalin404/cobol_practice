       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P0462.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   PRQFL   ASSIGN   TO "D0462.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    PRQFL-STATUS.
           SELECT   CRSFL   ASSIGN   TO "D0460.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CRSFL-STATUS.
       DATA   DIVISION.
       FILE   SECTION.
       FD  PRQFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS PRQ-REC.
       01  PRQ-REC.
           03 PRQ-CRS         PIC X(4).
           03 PRQ-KIND        PIC X.
           03 PRQ-REQ         PIC X(4).
           03 PRQ-TERMS       PIC 9.
           03 PRQ-MIN         PIC 9(3)V9.
       FD  CRSFL
           DATA  RECORD   IS CRS-REC.
       01  CRS-REC.
           03 CRS-CODE        PIC X(4).
           03 CRS-TITLE       PIC X(12).
           03 CRS-CRED        PIC 9.
           03 CRS-DEPT        PIC XX.
       WORKING-STORAGE SECTION.
       01  CRS-TAB-AREA.
           03 CRS-CNT         PIC 9(3)   VALUE 0.
           03 CRT-CODE        PIC X(4)   OCCURS 200 TIMES.
       01  PRQFL-STATUS       PIC XX.
       01  CRSFL-STATUS       PIC XX.
       01  MODE-SW            PIC X.
       01  WK-CODE            PIC X(4).
       01  CRS-IDX            PIC 9(3).
       01  FOUND-SW           PIC X.
       01  OK-SW              PIC X.
       01  LOAD-CNT           PIC 9(4)   VALUE 0.
       01  EOF-SW             PIC X      VALUE "N".
       01  DL-MIN             PIC ZZ9.9.
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "(A)DD PREREQUISITES  (L)IST : " WITH NO ADVANCING
           ACCEPT   MODE-SW
           IF  MODE-SW = "A"  OR  MODE-SW = "a"
               PERFORM  050-LOAD-COURSES
               PERFORM  100-ADD-PREREQS
           ELSE
               PERFORM  200-LIST-PREREQS
           END-IF
           STOP  RUN.
       050-LOAD-COURSES.
           OPEN  INPUT CRSFL
           IF  CRSFL-STATUS  =  "00"
               READ  CRSFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  CRS-CNT  <  200
                      ADD   1  TO CRS-CNT
                      MOVE  CRS-CODE   TO CRT-CODE (CRS-CNT)
                  END-IF
                  READ  CRSFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE CRSFL
           END-IF
           MOVE  "N"   TO EOF-SW.
       100-ADD-PREREQS.
           OPEN  EXTEND PRQFL
           IF  PRQFL-STATUS  =  "35"
               OPEN  OUTPUT PRQFL
           END-IF
           MOVE  SPACES   TO WK-CODE
           PERFORM  UNTIL WK-CODE = "E"
              DISPLAY  " "
              DISPLAY  "課程代號 (E:結束) : " WITH NO ADVANCING
              ACCEPT   WK-CODE
              IF  WK-CODE  NOT =  "E"  AND  WK-CODE  NOT =  SPACES
                  PERFORM  150-FIND-COURSE
                  IF  FOUND-SW  =  "Y"
                      PERFORM  110-ACCEPT-ONE
                  ELSE
                      DISPLAY  "查無此課程 : " WK-CODE
                  END-IF
              END-IF
           END-PERFORM
           CLOSE PRQFL
           DISPLAY  "先修條件筆數 = " LOAD-CNT.
       110-ACCEPT-ONE.
           MOVE  WK-CODE  TO PRQ-CRS
           MOVE  "N"      TO OK-SW
           DISPLAY  "條件種類 C:先修課程 S:本學期科目"
           DISPLAY  "         T:歷年學期平均"
           DISPLAY  "種 類             : " WITH NO ADVANCING
           ACCEPT   PRQ-KIND
           MOVE  SPACES  TO PRQ-REQ
           MOVE  0       TO PRQ-TERMS
           EVALUATE  PRQ-KIND
              WHEN  "C"
                 DISPLAY  "先修課程代號      : " WITH NO ADVANCING
                 ACCEPT   PRQ-REQ
                 MOVE  WK-CODE  TO PRQ-CRS
                 MOVE  PRQ-REQ  TO WK-CODE
                 PERFORM  150-FIND-COURSE
                 MOVE  PRQ-CRS  TO WK-CODE
                 IF  FOUND-SW  =  "Y"  AND  PRQ-REQ  NOT =  PRQ-CRS
                     MOVE  "Y"  TO OK-SW
                 ELSE
                     DISPLAY  "先修課程代號錯誤 : " PRQ-REQ
                 END-IF
              WHEN  "S"
                 DISPLAY  "科目序號 (1-6)    : " WITH NO ADVANCING
                 ACCEPT   PRQ-REQ
                 IF  PRQ-REQ (1:1)  NOT <  "1"
                     AND  PRQ-REQ (1:1)  NOT >  "6"
                     AND  PRQ-REQ (2:3)  =  SPACES
                     MOVE  "Y"  TO OK-SW
                 ELSE
                     DISPLAY  "科目序號錯誤 : " PRQ-REQ
                 END-IF
              WHEN  "T"
                 DISPLAY  "及格學期數 (1-9)  : " WITH NO ADVANCING
                 ACCEPT   PRQ-TERMS
                 IF  PRQ-TERMS  >  0
                     MOVE  "Y"  TO OK-SW
                 ELSE
                     DISPLAY  "學期數錯誤"
                 END-IF
              WHEN  OTHER
                 DISPLAY  "種類錯誤 : " PRQ-KIND
           END-EVALUATE
           IF  OK-SW  =  "Y"
               DISPLAY  "最低及格分數      : " WITH NO ADVANCING
               ACCEPT   PRQ-MIN
               IF  PRQ-MIN  >  100
                   DISPLAY  "分數超過100分, 未存檔"
               ELSE
                   WRITE PRQ-REC
                   ADD   1  TO LOAD-CNT
               END-IF
           END-IF.
       150-FIND-COURSE.
           MOVE  "N"  TO FOUND-SW
           PERFORM  VARYING  CRS-IDX  FROM  1  BY 1
                    UNTIL CRS-IDX  >  CRS-CNT
              IF  CRT-CODE (CRS-IDX)  =  WK-CODE
                  MOVE  "Y"  TO FOUND-SW
              END-IF
           END-PERFORM.
       200-LIST-PREREQS.
           OPEN  INPUT PRQFL
           IF  PRQFL-STATUS  NOT =  "00"
               DISPLAY  "查無先修條件檔 D0462.DAT"
           ELSE
               READ  PRQFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  MOVE  PRQ-MIN  TO DL-MIN
                  DISPLAY  PRQ-CRS " " PRQ-KIND " " PRQ-REQ " "
                           PRQ-TERMS " " DL-MIN
                  ADD   1  TO LOAD-CNT
                  READ  PRQFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE PRQFL
               DISPLAY  "先修條件筆數 = " LOAD-CNT
           END-IF.
