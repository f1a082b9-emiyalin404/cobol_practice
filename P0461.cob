           SELECT   ENRFL    ASSIGN   TO "D0461.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    ENRFL-STATUS.
           SELECT   PRQFL    ASSIGN   TO "D0462.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    PRQFL-STATUS.
           SELECT   HISTFL   ASSIGN   TO "D0446.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    HISTFL-STATUS.
           SELECT   EXCPFL   ASSIGN   TO "EXCP0461"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    EXCPFL-STATUS.
       DATA   DIVISION.
       FILE   SECTION.
       FD  STUDFL
           03 ENR-CRS         PIC X(4).
           03 ENR-CRED        PIC 9.
           03 ENR-SCOR        PIC 9(3)V9.
       FD  PRQFL
           DATA  RECORD   IS PRQ-REC.
       01  PRQ-REC.
           03 PRQ-CRS         PIC X(4).
           03 PRQ-KIND        PIC X.
           03 PRQ-REQ         PIC X(4).
           03 PRQ-TERMS       PIC 9.
           03 PRQ-MIN         PIC 9(3)V9.
       FD  HISTFL
           DATA  RECORD   IS HIST-REC.
       01  HIST-REC.
           03 HIST-IDNO       PIC X(5).
           03 HIST-TERM       PIC 9(3).
           03 HIST-NAME       PIC X(9).
           03 HIST-CRED       PIC 9(3).
           03 HIST-AVG        PIC 9(3)V9.
       FD  EXCPFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS EXCP-REC.
       01  EXCP-REC.
           03 EXCP-DATE       PIC 9(8).
           03 FILLER          PIC X.
           03 EXCP-IDNO       PIC X(5).
           03 FILLER          PIC X.
           03 EXCP-CRS        PIC X(4).
           03 FILLER          PIC X.
           03 EXCP-KIND       PIC X.
           03 FILLER          PIC X.
           03 EXCP-REQ        PIC X(4).
           03 FILLER          PIC X.
           03 EXCP-REQ-NAME   PIC X(12).
           03 FILLER          PIC X.
           03 EXCP-MIN        PIC ZZ9.9.
           03 FILLER          PIC X.
           03 EXCP-HAVE       PIC ZZ9.9.
       WORKING-STORAGE SECTION.
       01  CRS-TAB-AREA.
           03 CRS-CNT         PIC 9(3)   VALUE 0.
       01  STUDFL-STATUS      PIC XX.
       01  CRSFL-STATUS       PIC XX.
       01  ENRFL-STATUS       PIC XX.
       01  PRQFL-STATUS       PIC XX.
       01  HISTFL-STATUS      PIC XX.
       01  EXCPFL-STATUS      PIC XX.
       01  PRQ-TAB-AREA.
           03 PRQ-CNT         PIC 9(3)   VALUE 0.
           03 PRQ-ENTRY       OCCURS 300 TIMES.
              05 PQT-CRS      PIC X(4).
              05 PQT-KIND     PIC X.
              05 PQT-REQ      PIC X(4).
              05 PQT-TERMS    PIC 9.
              05 PQT-MIN      PIC 9(3)V9.
       01  PAST-TAB-AREA.
           03 PAST-CNT        PIC 9(4)   VALUE 0.
           03 PAST-ENTRY      OCCURS 3000 TIMES.
              05 PST-IDNO     PIC X(5).
              05 PST-CRS      PIC X(4).
              05 PST-SCOR     PIC 9(3)V9.
       01  GPA-TAB-AREA.
           03 GPA-CNT         PIC 9(4)   VALUE 0.
           03 GPA-ENTRY       OCCURS 2000 TIMES.
              05 GPA-IDNO     PIC X(5).
              05 GPA-AVG      PIC 9(3)V9.
       01  SUBJ-NAME-TAB.
           03 FILLER          PIC X(12)  VALUE "國  文".
           03 FILLER          PIC X(12)  VALUE "英  文".
           03 FILLER          PIC X(12)  VALUE "數  學".
           03 FILLER          PIC X(12)  VALUE "物  理".
           03 FILLER          PIC X(12)  VALUE "化  學".
           03 FILLER          PIC X(12)  VALUE "歷  史".
       01  SUBJ-NAME-TAB-R  REDEFINES  SUBJ-NAME-TAB.
           03 SUBJ-NAME       PIC X(12)  OCCURS 6 TIMES.
       01  PRQ-IDX            PIC 9(3).
       01  PAST-IDX           PIC 9(4).
       01  GPA-IDX            PIC 9(4).
       01  SUBJ-IDX           PIC 9.
       01  PRQ-OK-SW          PIC X.
       01  MET-SW             PIC X.
       01  WK-HAVE            PIC 9(3)V9.
       01  WK-TERM-CNT        PIC 9.
       01  EXCP-CNT           PIC 9(4)   VALUE 0.
       01  WK-DATE-WK         PIC 9(6).
       01  WK-DATE-PL         PIC 9(4)/99/99.
       01  WK-DATE-8          PIC 9(8).
       01  CRS-IDX            PIC 9(3).
       01  MATCH-IDX          PIC 9(3).
       01  WK-IDNO            PIC X(5).
               DISPLAY  "查無課程主檔, 請先執行 P0460"
               STOP  RUN
           END-IF
           ACCEPT   WK-DATE-WK  FROM  DATE
           CALL  "P0447"  USING  WK-DATE-WK  WK-DATE-PL
           MOVE  WK-DATE-PL (1:4)   TO WK-DATE-8 (1:4)
           MOVE  WK-DATE-PL (6:2)   TO WK-DATE-8 (5:2)
           MOVE  WK-DATE-PL (9:2)   TO WK-DATE-8 (7:2)
           PERFORM  110-LOAD-PREREQS
           IF  PRQ-CNT  >  0
               PERFORM  120-LOAD-PAST-ENROLL
               PERFORM  130-LOAD-HISTORY
           END-IF
           OPEN  INPUT STUDFL
           OPEN  EXTEND ENRFL
           IF  ENRFL-STATUS  =  "35"
               OPEN  OUTPUT ENRFL
           END-IF
           OPEN  EXTEND EXCPFL
           IF  EXCPFL-STATUS  =  "35"
               OPEN  OUTPUT EXCPFL
           END-IF
           MOVE  SPACES   TO WK-IDNO
           PERFORM  UNTIL WK-IDNO = "E"
              DISPLAY  " "
                  PERFORM  200-ENTER-STUDENT
              END-IF
           END-PERFORM
           CLOSE STUDFL   ENRFL   EXCPFL
           DISPLAY  "選課筆數 = " LOAD-CNT
           IF  EXCP-CNT  >  0
               DISPLAY  "先修不符退件數 = " EXCP-CNT
                        "  (清單 EXCP0461)"
           END-IF
           STOP  RUN.
       100-LOAD-COURSES.
           OPEN  INPUT CRSFL
               END-PERFORM
               CLOSE CRSFL
           END-IF.
       110-LOAD-PREREQS.
           OPEN  INPUT PRQFL
           IF  PRQFL-STATUS  =  "00"
               MOVE  "N"   TO EOF-SW
               READ  PRQFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  PRQ-CNT  <  300
                      ADD   1  TO PRQ-CNT
                      MOVE  PRQ-CRS    TO PQT-CRS   (PRQ-CNT)
                      MOVE  PRQ-KIND   TO PQT-KIND  (PRQ-CNT)
                      MOVE  PRQ-REQ    TO PQT-REQ   (PRQ-CNT)
                      MOVE  PRQ-TERMS  TO PQT-TERMS (PRQ-CNT)
                      MOVE  PRQ-MIN    TO PQT-MIN   (PRQ-CNT)
                  END-IF
                  READ  PRQFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE PRQFL
           END-IF.
       120-LOAD-PAST-ENROLL.
           OPEN  INPUT ENRFL
           IF  ENRFL-STATUS  =  "00"
               MOVE  "N"   TO EOF-SW
               READ  ENRFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  PAST-CNT  <  3000
                      ADD   1  TO PAST-CNT
                      MOVE  ENR-IDNO   TO PST-IDNO (PAST-CNT)
                      MOVE  ENR-CRS    TO PST-CRS  (PAST-CNT)
                      MOVE  ENR-SCOR   TO PST-SCOR (PAST-CNT)
                  END-IF
                  READ  ENRFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE ENRFL
           END-IF.
       130-LOAD-HISTORY.
           OPEN  INPUT HISTFL
           IF  HISTFL-STATUS  =  "00"
               MOVE  "N"   TO EOF-SW
               READ  HISTFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  GPA-CNT  <  2000
                      ADD   1  TO GPA-CNT
                      MOVE  HIST-IDNO  TO GPA-IDNO (GPA-CNT)
                      MOVE  HIST-AVG   TO GPA-AVG  (GPA-CNT)
                  END-IF
                  READ  HISTFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE HISTFL
           END-IF.
       200-ENTER-STUDENT.
           MOVE  WK-IDNO  TO STUD-IDNO
           READ  STUDFL
           IF  MATCH-IDX  =  0
               DISPLAY  "查無此課程 : " WK-CRS
           ELSE
               PERFORM  230-CHECK-PREREQS
           END-IF
           IF  MATCH-IDX  >  0  AND  PRQ-OK-SW  =  "Y"
               MOVE  WK-IDNO  TO ENR-IDNO
               MOVE  WK-CRS   TO ENR-CRS
               MOVE  CRT-CRED (MATCH-IDX)  TO ENR-CRED
               ADD   1  TO LOAD-CNT
               DISPLAY  "已選 : " CRT-TITLE (MATCH-IDX)
           END-IF.
       230-CHECK-PREREQS.
           MOVE  "Y"  TO PRQ-OK-SW
           PERFORM  VARYING  PRQ-IDX  FROM  1  BY 1
                    UNTIL PRQ-IDX  >  PRQ-CNT
              IF  PQT-CRS (PRQ-IDX)  =  WK-CRS
                  PERFORM  240-CHECK-ONE-PREREQ
                  IF  MET-SW  =  "N"
                      MOVE  "N"  TO PRQ-OK-SW
                      PERFORM  250-WRITE-EXCP
                  END-IF
              END-IF
           END-PERFORM.
       240-CHECK-ONE-PREREQ.
           MOVE  "N"  TO MET-SW
           MOVE  0    TO WK-HAVE
           EVALUATE  PQT-KIND (PRQ-IDX)
              WHEN  "C"
                 PERFORM  VARYING  PAST-IDX  FROM  1  BY 1
                          UNTIL PAST-IDX  >  PAST-CNT
                    IF  PST-IDNO (PAST-IDX)  =  WK-IDNO
                        AND  PST-CRS (PAST-IDX)  =  PQT-REQ (PRQ-IDX)
                        AND  PST-SCOR (PAST-IDX)  >  WK-HAVE
                        MOVE  PST-SCOR (PAST-IDX)  TO WK-HAVE
                    END-IF
                 END-PERFORM
                 IF  WK-HAVE  NOT <  PQT-MIN (PRQ-IDX)
                     AND  WK-HAVE  >  0
                     MOVE  "Y"  TO MET-SW
                 END-IF
              WHEN  "S"
                 MOVE  PQT-REQ (PRQ-IDX) (1:1)  TO SUBJ-IDX
                 IF  SUBJ-IDX  >  0  AND  SUBJ-IDX  <  7
                     MOVE  STUD-SUBJ-SCOR (SUBJ-IDX)  TO WK-HAVE
                     IF  STUD-SUBJ-CRED (SUBJ-IDX)  >  0
                         AND  WK-HAVE  NOT <  PQT-MIN (PRQ-IDX)
                         MOVE  "Y"  TO MET-SW
                     END-IF
                 END-IF
              WHEN  "T"
                 MOVE  0  TO WK-TERM-CNT
                 PERFORM  VARYING  GPA-IDX  FROM  1  BY 1
                          UNTIL GPA-IDX  >  GPA-CNT
                    IF  GPA-IDNO (GPA-IDX)  =  WK-IDNO
                        AND  GPA-AVG (GPA-IDX)  NOT <  PQT-MIN (PRQ-IDX)
                        AND  WK-TERM-CNT  <  9
                        ADD   1  TO WK-TERM-CNT
                    END-IF
                 END-PERFORM
                 MOVE  WK-TERM-CNT  TO WK-HAVE
                 IF  WK-TERM-CNT  NOT <  PQT-TERMS (PRQ-IDX)
                     MOVE  "Y"  TO MET-SW
                 END-IF
              WHEN  OTHER
                 MOVE  "Y"  TO MET-SW
           END-EVALUATE.
       250-WRITE-EXCP.
           MOVE  SPACES              TO EXCP-REC
           MOVE  WK-DATE-8           TO EXCP-DATE
           MOVE  WK-IDNO             TO EXCP-IDNO
           MOVE  WK-CRS              TO EXCP-CRS
           MOVE  PQT-KIND (PRQ-IDX)  TO EXCP-KIND
           MOVE  PQT-REQ  (PRQ-IDX)  TO EXCP-REQ
           MOVE  PQT-MIN  (PRQ-IDX)  TO EXCP-MIN
           MOVE  WK-HAVE             TO EXCP-HAVE
           EVALUATE  PQT-KIND (PRQ-IDX)
              WHEN  "C"
                 MOVE  SPACES  TO EXCP-REQ-NAME
                 PERFORM  VARYING  CRS-IDX  FROM  1  BY 1
                          UNTIL CRS-IDX  >  CRS-CNT
                    IF  CRT-CODE (CRS-IDX)  =  PQT-REQ (PRQ-IDX)
                        MOVE  CRT-TITLE (CRS-IDX)  TO EXCP-REQ-NAME
                    END-IF
                 END-PERFORM
              WHEN  "S"
                 MOVE  SUBJ-NAME (SUBJ-IDX)  TO EXCP-REQ-NAME
              WHEN  "T"
                 MOVE  PQT-TERMS (PRQ-IDX)   TO EXCP-REQ
                 MOVE  "及格學期"            TO EXCP-REQ-NAME
           END-EVALUATE
           WRITE EXCP-REC
           ADD   1  TO EXCP-CNT
           DISPLAY  "未修畢先修條件 : " EXCP-REQ " "
                    EXCP-REQ-NAME " 最低 " EXCP-MIN
                    " 實得 " EXCP-HAVE.
