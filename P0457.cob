              ACCESS MODE    RANDOM
              RECORD KEY     STUD-IDNO
              FILE STATUS    STUDFL-STATUS.
           SELECT   XFRFL    ASSIGN   TO "D0484.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    XFRFL-STATUS.
           SELECT   PRINTFL  ASSIGN   TO "PRINT0457".
           SELECT   SORTFL   ASSIGN   TO RANDOM.
       DATA   DIVISION.
              05 STUD-SUBJ-CRED PIC 9.
              05 STUD-SUBJ-SCOR PIC 9(3)V9.
           03 STUD-STATUS       PIC X.
       FD  XFRFL
           DATA  RECORD   IS XFR-REC.
       01  XFR-REC.
           03 XFR-IDNO          PIC X(5).
           03 XFR-EFF-DATE      PIC 9(8).
           03 XFR-FROM          PIC X(3).
           03 XFR-TO            PIC X(3).
           03 XFR-USER          PIC X(10).
           03 XFR-ENTRY-DATE    PIC 9(8).
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC              PIC X(80).
           03 AGG-CNT           PIC 9(3)   VALUE 0.
           03 AGG-ENTRY         OCCURS 500 TIMES.
              05 AGG-IDNO       PIC X(5).
              05 AGG-CLASS      PIC X(3).
              05 AGG-ABS        PIC 9(3).
              05 AGG-EXC        PIC 9(3).
       01  XFR-TAB-AREA.
           03 XFR-CNT           PIC 9(4)   VALUE 0.
           03 XFR-ENTRY         OCCURS 2000 TIMES.
              05 XT-IDNO        PIC X(5).
              05 XT-EFF-DATE    PIC 9(8).
              05 XT-FROM        PIC X(3).
       01  ASK-YYMM             PIC 9(6).
       01  WK-CLASS-ON          PIC X(3).
       01  WK-NEXT-EFF          PIC 9(8).
       01  XFR-IDX              PIC 9(4).
       01  AGG-IDX              PIC 9(3).
       01  MATCH-IDX            PIC 9(3).
       01  SV-CLASS             PIC X(3)   VALUE SPACES.
       01  SORT-EOF-SW          PIC X      VALUE "N".
       01  ATTFL-STATUS         PIC XX.
       01  STUDFL-STATUS        PIC XX.
       01  XFRFL-STATUS         PIC XX.
       01  RUNLOG-JOB           PIC X(8)   VALUE "P0457".
       01  RUNLOG-ACTION        PIC X.
       01  RUNLOG-READ-CNT      PIC 9(7)   VALUE 0.
           DISPLAY  "統計月份 (YYYYMM) : " WITH NO ADVANCING
           ACCEPT   ASK-YYMM
           MOVE  ASK-YYMM  TO HD-YYMM
           PERFORM  050-LOAD-TRANSFERS
           PERFORM  100-AGGREGATE-ATT
           SORT  SORTFL
                 ON ASCENDING   KEY   S-CLASS
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           STOP  RUN.
       050-LOAD-TRANSFERS.
           OPEN  INPUT XFRFL
           IF  XFRFL-STATUS  =  "00"
               READ  XFRFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  XFR-CNT  <  2000
                      ADD   1  TO XFR-CNT
                      MOVE  XFR-IDNO      TO XT-IDNO     (XFR-CNT)
                      MOVE  XFR-EFF-DATE  TO XT-EFF-DATE (XFR-CNT)
                      MOVE  XFR-FROM      TO XT-FROM     (XFR-CNT)
                  END-IF
                  READ  XFRFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE XFRFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       100-AGGREGATE-ATT.
           OPEN  INPUT ATTFL
           IF  ATTFL-STATUS  NOT =  "00"
               CLOSE ATTFL
           END-IF.
       110-TALLY-ONE.
           MOVE  SPACES    TO WK-CLASS-ON
           MOVE  99999999  TO WK-NEXT-EFF
           PERFORM  VARYING  XFR-IDX  FROM  1  BY 1
                    UNTIL XFR-IDX  >  XFR-CNT
              IF  XT-IDNO (XFR-IDX)  =  ATT-IDNO
                  AND  XT-EFF-DATE (XFR-IDX)  >  ATT-DATE
                  AND  XT-EFF-DATE (XFR-IDX)  <  WK-NEXT-EFF
                  MOVE  XT-EFF-DATE (XFR-IDX)  TO WK-NEXT-EFF
                  MOVE  XT-FROM (XFR-IDX)      TO WK-CLASS-ON
              END-IF
           END-PERFORM
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  AGG-IDX  FROM  1  BY 1
                    UNTIL AGG-IDX  >  AGG-CNT
              IF  AGG-IDNO (AGG-IDX)  =  ATT-IDNO
                  AND  AGG-CLASS (AGG-IDX)  =  WK-CLASS-ON
                  MOVE  AGG-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM
           IF  MATCH-IDX  =  0  AND  AGG-CNT  <  500
               ADD   1  TO AGG-CNT
               MOVE  AGG-CNT    TO MATCH-IDX
               MOVE  ATT-IDNO     TO AGG-IDNO  (MATCH-IDX)
               MOVE  WK-CLASS-ON  TO AGG-CLASS (MATCH-IDX)
               MOVE  0          TO AGG-ABS  (MATCH-IDX)
               MOVE  0          TO AGG-EXC  (MATCH-IDX)
           END-IF
                    MOVE  STUD-CLASS TO S-CLASS
                    MOVE  STUD-NAME  TO S-NAME
              END-READ
              IF  AGG-CLASS (AGG-IDX)  NOT =  SPACES
                  MOVE  AGG-CLASS (AGG-IDX)  TO S-CLASS
              END-IF
              MOVE  AGG-IDNO (AGG-IDX)  TO S-IDNO
              MOVE  AGG-ABS  (AGG-IDX)  TO S-ABS-CNT
              MOVE  AGG-EXC  (AGG-IDX)  TO S-EXC-CNT
