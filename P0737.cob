           03 BD-BB          PIC 99.
           03 BD-RBI         PIC 99.
           03 FILLER         PIC X(6).
       01  FLD-DTL-REC.
           03 FILLER         PIC X.
           03 FD-NO          PIC X(4).
           03 FD-NAME        PIC X(9).
           03 FD-POS         PIC X(2).
           03 FD-OUTS        PIC 9(3).
           03 FD-PO          PIC 99.
           03 FD-A           PIC 99.
           03 FD-E           PIC 99.
           03 FD-DP          PIC 99.
           03 FD-PB          PIC 99.
           03 FILLER         PIC X(4).
       FD  BASFL
           LABEL RECORD   IS STANDARD
           DATA  RECORD   IS BAS-REC.
           03 PLR-POS         PIC X(2).
           03 PLR-ACTIVE      PIC X.
           03 PLR-JOINED      PIC 9(8).
           03 PLR-ALT-POS     PIC X(2)   OCCURS 3 TIMES.
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC           PIC X(110).
              05 PT-NO        PIC X(4).
              05 PT-NAME      PIC X(9).
              05 PT-ACTIVE    PIC X.
              05 PT-POS       PIC X(2)   OCCURS 4 TIMES.
       01  PLRFL-STATUS      PIC XX.
       01  PLR-EOF-SW        PIC X      VALUE "N".
       01  PLR-IDX           PIC 9(3).
       01  PLR-MATCH         PIC 9(3).
       01  REJ-CNT           PIC 9(3)   VALUE 0.
       01  POS-REJ-CNT       PIC 9(3)   VALUE 0.
       01  POS-IDX           PIC 9.
       01  POS-OK-SW         PIC X.
       01  WK-POS            PIC X(2).
       01  MODE-SW           PIC X.
       01  BAT-IDX           PIC 9(3).
       01  MATCH-IDX         PIC 9(3).
                  PERFORM  105-CHECK-ROSTER
                  IF  PLR-MATCH  >  0
                      PERFORM  110-ACCEPT-BATTER
                      PERFORM  120-ACCEPT-FIELDING
                  END-IF
              END-IF
           END-PERFORM
           DISPLAY  "單場打擊明細登錄完成"
           IF  REJ-CNT  >  0
               DISPLAY  "非在籍退回筆數 = " REJ-CNT
           END-IF
           IF  POS-REJ-CNT  >  0
               DISPLAY  "非登錄守位退回 = " POS-REJ-CNT
           END-IF.
       050-LOAD-ROSTER.
           OPEN  INPUT PLRFL
                      MOVE  PLR-NO      TO PT-NO     (PLR-CNT)
                      MOVE  PLR-NAME    TO PT-NAME   (PLR-CNT)
                      MOVE  PLR-ACTIVE  TO PT-ACTIVE (PLR-CNT)
                      MOVE  PLR-POS     TO PT-POS (PLR-CNT, 1)
                      MOVE  PLR-ALT-POS (1)  TO PT-POS (PLR-CNT, 2)
                      MOVE  PLR-ALT-POS (2)  TO PT-POS (PLR-CNT, 3)
                      MOVE  PLR-ALT-POS (3)  TO PT-POS (PLR-CNT, 4)
                  END-IF
                  READ  PLRFL   AT END
                     MOVE  "Y"   TO PLR-EOF-SW
           MOVE  BD-BB    TO BAS-BB
           MOVE  BD-RBI   TO BAS-RBI
           WRITE BAS-REC.
       120-ACCEPT-FIELDING.
           MOVE  "X"  TO WK-POS
           PERFORM  UNTIL WK-POS = SPACES
              DISPLAY  "守備位置 (空白:結束) : "
                       WITH NO ADVANCING
              ACCEPT   WK-POS
              IF  WK-POS  NOT =  SPACES
                  PERFORM  125-CHECK-POSITION
                  IF  POS-OK-SW  =  "Y"
                      PERFORM  130-ACCEPT-FIELDER
                  END-IF
              END-IF
           END-PERFORM.
       125-CHECK-POSITION.
           MOVE  "N"  TO POS-OK-SW
           PERFORM  VARYING  POS-IDX  FROM  1  BY 1
                    UNTIL POS-IDX  >  4
              IF  PT-POS (PLR-MATCH, POS-IDX)  =  WK-POS
                  AND  WK-POS  NOT =  "DH"
                  MOVE  "Y"  TO POS-OK-SW
              END-IF
           END-PERFORM
           IF  POS-OK-SW  =  "N"
               ADD   1  TO POS-REJ-CNT
               DISPLAY  "非登錄守備位置, 退回 : " WK-POS
           END-IF.
       130-ACCEPT-FIELDER.
           MOVE  SPACES  TO FLD-DTL-REC
           MOVE  WK-NO   TO FD-NO
           MOVE  PT-NAME (PLR-MATCH)  TO FD-NAME
           MOVE  WK-POS  TO FD-POS
           DISPLAY  "守備出局數 (局x3) : " WITH NO ADVANCING
           ACCEPT   FD-OUTS
           DISPLAY  "刺殺     : " WITH NO ADVANCING
           ACCEPT   FD-PO
           DISPLAY  "助殺     : " WITH NO ADVANCING
           ACCEPT   FD-A
           DISPLAY  "失誤     : " WITH NO ADVANCING
           ACCEPT   FD-E
           DISPLAY  "雙殺     : " WITH NO ADVANCING
           ACCEPT   FD-DP
           IF  WK-POS  =  "C"
               DISPLAY  "捕逸     : " WITH NO ADVANCING
               ACCEPT   FD-PB
           ELSE
               MOVE  0  TO FD-PB
           END-IF
           MOVE  "F"  TO DETL-TYPE
           WRITE DETL-REC.
       200-PRINT-SPLITS.
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO RUNLOG-READ-CNT
              EVALUATE  DETL-TYPE
                 WHEN  "G"
                    IF  GH-SIDE  =  "H"
                        MOVE  1  TO WK-SIDE-IDX
                    ELSE
                        MOVE  2  TO WK-SIDE-IDX
                    END-IF
                 WHEN  "B"
                    PERFORM  210-TALLY-BATTER
              END-EVALUATE
              READ  DETLFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
