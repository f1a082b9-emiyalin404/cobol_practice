           SELECT   PITFL    ASSIGN TO "D0735.DAT"
                 ORGANIZATION   LINE SEQUENTIAL
                 FILE STATUS    PITFL-STATUS.
           SELECT   DETLFL   ASSIGN TO "D0737.DAT"
                 ORGANIZATION   LINE SEQUENTIAL
                 FILE STATUS    DETLFL-STATUS.
           SELECT   PRINTFL  ASSIGN TO "PRINT0739".
       DATA   DIVISION.
       FILE   SECTION.
           03 PIT-W          PIC 99.
           03 PIT-L          PIC 99.
           03 PIT-SV         PIC 99.
       FD  DETLFL
           DATA  RECORD   IS DETL-REC.
       01  DETL-REC.
           03 DETL-TYPE      PIC X.
           03 DETL-BODY      PIC X(32).
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
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC           PIC X(80).
              05 PI-ERA      PIC 99V99.
              05 PI-QUAL-SW  PIC X.
              05 PI-DONE-SW  PIC X.
       01  FLD-TAB-AREA.
           03 FLD-CNT        PIC 9(3)   VALUE 0.
           03 FLD-ENTRY      OCCURS 200 TIMES.
              05 FT-NO       PIC X(4).
              05 FT-NAME     PIC X(9).
              05 FT-POS      PIC X(2).
              05 FT-OUTS     PIC 9(4).
              05 FT-PO       PIC 9(4).
              05 FT-A        PIC 9(4).
              05 FT-E        PIC 9(3).
              05 FT-PCT      PIC 9V999.
              05 FT-QUAL-SW  PIC X.
              05 FT-DONE-SW  PIC X.
       01  POS-CODE-AREA.
           03 FILLER         PIC X(18)  VALUE
                 "P C 1B2B3BSSLFCFRF".
       01  POS-CODE-TAB  REDEFINES  POS-CODE-AREA.
           03 POS-CODE       PIC X(2)   OCCURS 9 TIMES.
       01  WORK-AREA.
           03 WK-PA          PIC 9(4).
           03 WK-MIN-PA      PIC 9(4).
           03 WK-BEST-VAL    PIC S9(4)V999.
           03 WK-VAL         PIC S9(4)V999.
           03 WK-TEAM-GAMES  PIC 9(3)   VALUE 0.
           03 WK-CHANCES     PIC 9(5).
           03 WK-POS         PIC X(2).
           03 WK-POS-CNT     PIC 9(3).
       01  ASK-PA-RATE       PIC 9V9.
       01  ASK-MIN-IP        PIC 9(3).
       01  ASK-MIN-INN       PIC 9(3).
       01  RANK-CNT          PIC 9(2).
       01  BAT-IDX           PIC 9(3).
       01  PIT-IDX           PIC 9(3).
       01  FLD-IDX           PIC 9(3).
       01  MATCH-IDX         PIC 9(3).
       01  POS-IDX           PIC 99.
       01  EOF-SW            PIC X      VALUE "N".
       01  BASFL-STATUS      PIC XX.
       01  HISTFL-STATUS     PIC XX.
       01  PITFL-STATUS      PIC XX.
       01  DETLFL-STATUS     PIC XX.
       01  RUNLOG-JOB        PIC X(8)   VALUE "P0739".
       01  RUNLOG-ACTION     PIC X.
       01  RUNLOG-READ-CNT   PIC 9(7)   VALUE 0.
           DISPLAY  "投手採計最少局數       : "
                    WITH NO ADVANCING
           ACCEPT   ASK-MIN-IP
           DISPLAY  "守備採計最少局數       : "
                    WITH NO ADVANCING
           ACCEPT   ASK-MIN-INN
           PERFORM  100-LOAD-BATTERS
           PERFORM  110-TEAM-GAMES
           PERFORM  120-LOAD-PITCHERS
           PERFORM  130-LOAD-FIELDING
           PERFORM  150-QUALIFY
           OPEN  OUTPUT   PRINTFL
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           PERFORM  410-PIT-SO-LEADERS
           MOVE  "勝 投"     TO CAT-NAME
           PERFORM  420-PIT-W-LEADERS
           PERFORM  VARYING  POS-IDX  FROM  1  BY 1
                    UNTIL POS-IDX  >  9
              MOVE  POS-CODE (POS-IDX)  TO WK-POS
              PERFORM  500-FLD-PCT-LEADERS
           END-PERFORM
           CLOSE PRINTFL
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
               CLOSE PITFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       130-LOAD-FIELDING.
           OPEN  INPUT DETLFL
           IF  DETLFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  DETLFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  DETL-TYPE  =  "F"
                      PERFORM  135-TALLY-FIELDER
                      ADD   1  TO RUNLOG-READ-CNT
                  END-IF
                  READ  DETLFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE DETLFL
           END-IF
           MOVE  "N"  TO EOF-SW
           PERFORM  VARYING  FLD-IDX  FROM  1  BY 1
                    UNTIL FLD-IDX  >  FLD-CNT
              COMPUTE  WK-CHANCES = FT-PO (FLD-IDX) + FT-A (FLD-IDX)
                                  + FT-E (FLD-IDX)
              IF  WK-CHANCES  >  0
                  COMPUTE  FT-PCT (FLD-IDX) ROUNDED
                         = ( FT-PO (FLD-IDX) + FT-A (FLD-IDX) )
                         / WK-CHANCES
              ELSE
                  MOVE  0  TO FT-PCT (FLD-IDX)
              END-IF
           END-PERFORM.
       135-TALLY-FIELDER.
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  FLD-IDX  FROM  1  BY 1
                    UNTIL FLD-IDX  >  FLD-CNT
              IF  FT-NO (FLD-IDX)  =  FD-NO
                  AND  FT-POS (FLD-IDX)  =  FD-POS
                  MOVE  FLD-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM
           IF  MATCH-IDX  =  0  AND  FLD-CNT  <  200
               ADD   1  TO FLD-CNT
               MOVE  FLD-CNT  TO MATCH-IDX
               MOVE  FD-NO    TO FT-NO   (MATCH-IDX)
               MOVE  FD-NAME  TO FT-NAME (MATCH-IDX)
               MOVE  FD-POS   TO FT-POS  (MATCH-IDX)
               MOVE  0  TO FT-OUTS (MATCH-IDX)  FT-PO (MATCH-IDX)
                           FT-A    (MATCH-IDX)  FT-E  (MATCH-IDX)
           END-IF
           IF  MATCH-IDX  >  0
               ADD  FD-OUTS  TO FT-OUTS (MATCH-IDX)
               ADD  FD-PO    TO FT-PO   (MATCH-IDX)
               ADD  FD-A     TO FT-A    (MATCH-IDX)
               ADD  FD-E     TO FT-E    (MATCH-IDX)
           END-IF.
       150-QUALIFY.
           COMPUTE  WK-MIN-PA ROUNDED
                  = ASK-PA-RATE * WK-TEAM-GAMES
              ELSE
                  MOVE  "N"  TO PI-QUAL-SW (PIT-IDX)
              END-IF
           END-PERFORM
           PERFORM  VARYING  FLD-IDX  FROM  1  BY 1
                    UNTIL FLD-IDX  >  FLD-CNT
              IF  FT-OUTS (FLD-IDX)  NOT <  ASK-MIN-INN * 3
                  MOVE  "Q"  TO FT-QUAL-SW (FLD-IDX)
              ELSE
                  MOVE  "N"  TO FT-QUAL-SW (FLD-IDX)
              END-IF
           END-PERFORM.
       190-RESET-BAT-DONE.
           PERFORM  VARYING  BAT-IDX  FROM  1  BY 1
              WRITE PRT-REC  FROM  DL  AFTER 1  LINES
              ADD   1  TO RUNLOG-WRITE-CNT
           END-PERFORM.
       500-FLD-PCT-LEADERS.
           MOVE  0  TO WK-POS-CNT
           PERFORM  VARYING  FLD-IDX  FROM  1  BY 1
                    UNTIL FLD-IDX  >  FLD-CNT
              MOVE  SPACE  TO FT-DONE-SW (FLD-IDX)
              IF  FT-POS (FLD-IDX)  =  WK-POS
                  ADD   1  TO WK-POS-CNT
              END-IF
           END-PERFORM
           IF  WK-POS-CNT  =  0
               EXIT  PARAGRAPH
           END-IF
           MOVE  SPACES  TO CAT-NAME
           STRING  "守備率 "  DELIMITED BY SIZE
                   WK-POS     DELIMITED BY SIZE
              INTO CAT-NAME
           END-STRING
           WRITE PRT-REC  FROM  CAT-HD  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  0  TO RANK-CNT
           PERFORM  UNTIL RANK-CNT  =  10
              MOVE  0   TO WK-BEST-IDX
              MOVE  -1  TO WK-BEST-VAL
              PERFORM  VARYING  FLD-IDX  FROM  1  BY 1
                       UNTIL FLD-IDX  >  FLD-CNT
                 IF  FT-POS (FLD-IDX)  =  WK-POS
                     AND  FT-QUAL-SW (FLD-IDX)  =  "Q"
                     AND  FT-DONE-SW (FLD-IDX)  =  SPACE
                     AND  FT-PCT (FLD-IDX)  >  WK-BEST-VAL
                     MOVE  FLD-IDX            TO WK-BEST-IDX
                     MOVE  FT-PCT (FLD-IDX)   TO WK-BEST-VAL
                 END-IF
              END-PERFORM
              IF  WK-BEST-IDX  =  0
                  EXIT  PERFORM
              END-IF
              MOVE  "D"  TO FT-DONE-SW (WK-BEST-IDX)
              ADD   1    TO RANK-CNT
              MOVE  RANK-CNT                TO DL-RANK
              MOVE  FT-NO   (WK-BEST-IDX)   TO DL-NO
              MOVE  FT-NAME (WK-BEST-IDX)   TO DL-NAME
              MOVE  FT-PCT  (WK-BEST-IDX)   TO DL-VALUE
              WRITE PRT-REC  FROM  DL  AFTER 1  LINES
              ADD   1  TO RUNLOG-WRITE-CNT
           END-PERFORM
           WRITE PRT-REC  FROM  NQ-HD  AFTER 1  LINES
           PERFORM  VARYING  FLD-IDX  FROM  1  BY 1
                    UNTIL FLD-IDX  >  FLD-CNT
              IF  FT-POS (FLD-IDX)  =  WK-POS
                  AND  FT-QUAL-SW (FLD-IDX)  =  "N"
                  MOVE  0                   TO DL-RANK
                  MOVE  FT-NO   (FLD-IDX)   TO DL-NO
                  MOVE  FT-NAME (FLD-IDX)   TO DL-NAME
                  MOVE  FT-PCT  (FLD-IDX)   TO DL-VALUE
                  WRITE PRT-REC  FROM  DL  AFTER 1  LINES
                  ADD   1  TO RUNLOG-WRITE-CNT
              END-IF
           END-PERFORM.
