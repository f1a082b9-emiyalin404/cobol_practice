              ACCESS MODE    RANDOM
              RECORD KEY     STUD-IDNO
              FILE STATUS    STUDFL-STATUS.
           SELECT   SEATFL   ASSIGN   TO "D0967.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    SEATFL-STATUS.
           SELECT   TCKTFL   ASSIGN   TO "TICKET0957".
           SELECT   CHRTFL   ASSIGN   TO "CHART0957".
       DATA   DIVISION.
              05 STUD-SUBJ-CRED PIC 9.
              05 STUD-SUBJ-SCOR PIC 9(3)V9.
           03 STUD-STATUS       PIC X.
       FD  SEATFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS SEAT-REC.
       01  SEAT-REC.
           03 SEAT-ROOM         PIC X(3).
           03 SEAT-NO           PIC 9(3).
           03 SEAT-EXAM         PIC X(4).
           03 SEAT-FORM         PIC X.
           03 SEAT-IDNO         PIC X(5).
           03 SEAT-CLASS        PIC X(3).
       FD  TCKTFL
           DATA  RECORD   IS TCKT-REC.
       01  TCKT-REC             PIC X(60).
              05 AT-NAME        PIC X(9).
              05 AT-ROOM        PIC X(3).
              05 AT-SEAT        PIC 9(3).
              05 AT-IDNO        PIC X(5).
              05 AT-CLASS       PIC X(3).
       01  WK-ROOM-IDX          PIC 9(2).
       01  WK-SEAT-NO           PIC 9(3).
       01  WK-NAME              PIC X(9).
       01  WK-IDNO              PIC X(5).
       01  WK-CLASS             PIC X(3).
       01  XRF-IDX              PIC 9(3).
       01  ASGN-IDX             PIC 9(3).
       01  ROOM-IDX             PIC 9(2).
       01  SCORFL-STATUS        PIC XX.
       01  XRFFL-STATUS         PIC XX.
       01  STUDFL-STATUS        PIC XX.
       01  SEATFL-STATUS        PIC XX.
       01  RUNLOG-JOB           PIC X(8)   VALUE "P0957".
       01  RUNLOG-ACTION        PIC X.
       01  RUNLOG-READ-CNT      PIC 9(7)   VALUE 0.
           CLOSE STUDFL
           PERFORM  300-PRINT-TICKETS
           PERFORM  400-PRINT-CHARTS
           PERFORM  500-WRITE-SEATS
           DISPLAY  "准考證張數 = " TCKT-CNT
           IF  FULL-CNT  >  0
               DISPLAY  "試場額滿未排人數 = " FULL-CNT
                   MOVE  RT-CODE (WK-ROOM-IDX)
                      TO AT-ROOM (ASGN-CNT)
                   MOVE  WK-SEAT-NO TO AT-SEAT (ASGN-CNT)
                   MOVE  WK-IDNO    TO AT-IDNO (ASGN-CNT)
                   MOVE  WK-CLASS   TO AT-CLASS (ASGN-CNT)
               END-IF
           END-IF.
       220-FIND-NAME.
           MOVE  SPACES  TO WK-NAME  WK-IDNO  WK-CLASS
           PERFORM  VARYING  XRF-IDX  FROM  1  BY 1
                    UNTIL XRF-IDX  >  XRF-CNT
              IF  XT-EXAM (XRF-IDX)  =  SCOR-ID
                  MOVE  XT-IDNO (XRF-IDX)  TO STUD-IDNO  WK-IDNO
                  READ  STUDFL
                     INVALID  KEY
                        MOVE  SPACES     TO WK-NAME
                     NOT INVALID  KEY
                        MOVE  STUD-NAME  TO WK-NAME
                        MOVE  STUD-CLASS TO WK-CLASS
                  END-READ
              END-IF
           END-PERFORM.
                  ADD   1  TO RUNLOG-WRITE-CNT
              END-IF
           END-PERFORM.
       500-WRITE-SEATS.
           OPEN  OUTPUT   SEATFL
           PERFORM  VARYING  ASGN-IDX  FROM  1  BY 1
                    UNTIL ASGN-IDX  >  ASGN-CNT
              MOVE  AT-ROOM  (ASGN-IDX)  TO SEAT-ROOM
              MOVE  AT-SEAT  (ASGN-IDX)  TO SEAT-NO
              MOVE  AT-EXAM  (ASGN-IDX)  TO SEAT-EXAM
              MOVE  AT-FORM  (ASGN-IDX)  TO SEAT-FORM
              MOVE  AT-IDNO  (ASGN-IDX)  TO SEAT-IDNO
              MOVE  AT-CLASS (ASGN-IDX)  TO SEAT-CLASS
              WRITE SEAT-REC
              ADD   1  TO RUNLOG-WRITE-CNT
           END-PERFORM
           CLOSE SEATFL.
