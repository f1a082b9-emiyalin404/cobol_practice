       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P0740.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   DETLFL   ASSIGN TO "D0737.DAT"
                 ORGANIZATION   LINE SEQUENTIAL
                 FILE STATUS    DETLFL-STATUS.
           SELECT   PRINTFL  ASSIGN TO "PRINT0740".
           SELECT   SORTFL   ASSIGN TO RANDOM.
       DATA   DIVISION.
       FILE   SECTION.
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
       01  PRT-REC           PIC X(110).
       SD  SORTFL
           DATA  RECORD   IS S-REC.
       01  S-REC.
           03 S-POS-SEQ      PIC 99.
           03 S-PCT          PIC 9V999.
           03 S-POS          PIC X(2).
           03 S-NO           PIC X(4).
           03 S-NAME         PIC X(9).
           03 S-G            PIC 9(3).
           03 S-OUTS         PIC 9(4).
           03 S-PO           PIC 9(4).
           03 S-A            PIC 9(4).
           03 S-E            PIC 9(3).
           03 S-DP           PIC 9(3).
           03 S-PB           PIC 9(3).
           03 S-RF           PIC 99V99.
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER         PIC X(14).
           03 FILLER         PIC X(40)  VALUE
                 "<<<  守 備 成 績 分 析 表  >>>".
       01  HD-2.
           03 FILLER         PIC X(8)   VALUE "守位".
           03 FILLER         PIC X(10)  VALUE "號碼".
           03 FILLER         PIC X(14)  VALUE "姓名".
           03 FILLER         PIC X(10)  VALUE "出賽".
           03 FILLER         PIC X(9)   VALUE "局數".
           03 FILLER         PIC X(10)  VALUE "刺殺".
           03 FILLER         PIC X(10)  VALUE "助殺".
           03 FILLER         PIC X(10)  VALUE "失誤".
           03 FILLER         PIC X(10)  VALUE "雙殺".
           03 FILLER         PIC X(9)   VALUE "捕逸".
           03 FILLER         PIC X(14)  VALUE "守備率".
           03 FILLER         PIC X(8)   VALUE "RF".
       01  HD-3              PIC X(100) VALUE ALL "=".
       01  DL.
           03 DL-POS         PIC X(2).
           03 FILLER         PIC X(4).
           03 DL-NO          PIC X(4).
           03 FILLER         PIC X(4).
           03 DL-NAME        PIC X(9).
           03 FILLER         PIC X(3).
           03 DL-G           PIC ZZ9.
           03 FILLER         PIC X(3).
           03 DL-IP          PIC ZZZ9.9.
           03 FILLER         PIC X(3).
           03 DL-PO          PIC ZZZ9.
           03 FILLER         PIC X(4).
           03 DL-A           PIC ZZZ9.
           03 FILLER         PIC X(5).
           03 DL-E           PIC ZZ9.
           03 FILLER         PIC X(5).
           03 DL-DP          PIC ZZ9.
           03 FILLER         PIC X(5).
           03 DL-PB          PIC ZZ9.
           03 FILLER         PIC X(4).
           03 DL-PCT         PIC 9.999.
           03 FILLER         PIC X(4).
           03 DL-RF          PIC Z9.99.
       01  TL.
           03 FILLER         PIC X(6).
           03 FILLER         PIC X(20)  VALUE "守位合計".
           03 TL-G           PIC ZZ9.
           03 FILLER         PIC X(3).
           03 TL-IP          PIC ZZZ9.9.
           03 FILLER         PIC X(3).
           03 TL-PO          PIC ZZZ9.
           03 FILLER         PIC X(4).
           03 TL-A           PIC ZZZ9.
           03 FILLER         PIC X(5).
           03 TL-E           PIC ZZ9.
           03 FILLER         PIC X(5).
           03 TL-DP          PIC ZZ9.
           03 FILLER         PIC X(5).
           03 TL-PB          PIC ZZ9.
           03 FILLER         PIC X(4).
           03 TL-PCT         PIC 9.999.
           03 FILLER         PIC X(4).
           03 TL-RF          PIC Z9.99.
       01  POS-CODE-AREA.
           03 FILLER         PIC X(18)  VALUE
                 "P C 1B2B3BSSLFCFRF".
       01  POS-CODE-TAB  REDEFINES  POS-CODE-AREA.
           03 POS-CODE       PIC X(2)   OCCURS 9 TIMES.
       01  FLD-TAB-AREA.
           03 FLD-CNT        PIC 9(3)   VALUE 0.
           03 FLD-ENTRY      OCCURS 200 TIMES.
              05 FT-NO       PIC X(4).
              05 FT-NAME     PIC X(9).
              05 FT-POS      PIC X(2).
              05 FT-G        PIC 9(3).
              05 FT-OUTS     PIC 9(4).
              05 FT-PO       PIC 9(4).
              05 FT-A        PIC 9(4).
              05 FT-E        PIC 9(3).
              05 FT-DP       PIC 9(3).
              05 FT-PB       PIC 9(3).
       01  POS-TOT-AREA.
           03 PS-G           PIC 9(4).
           03 PS-OUTS        PIC 9(5).
           03 PS-PO          PIC 9(5).
           03 PS-A           PIC 9(5).
           03 PS-E           PIC 9(4).
           03 PS-DP          PIC 9(4).
           03 PS-PB          PIC 9(4).
       01  WORK-AREA.
           03 WK-CHANCES     PIC 9(5).
           03 WK-PCT         PIC 9V999.
           03 WK-RF          PIC 99V99.
           03 WK-IP          PIC 9(4)V9.
           03 WK-SV-POS      PIC X(2).
       01  FLD-IDX           PIC 9(3).
       01  MATCH-IDX         PIC 9(3).
       01  POS-IDX           PIC 99.
       01  LINE-CNT          PIC 9(3)   VALUE 0.
       01  EOF-SW            PIC X      VALUE "N".
       01  SORT-EOF-SW       PIC X      VALUE "N".
       01  DETLFL-STATUS     PIC XX.
       01  RUNLOG-JOB        PIC X(8)   VALUE "P0740".
       01  RUNLOG-ACTION     PIC X.
       01  RUNLOG-READ-CNT   PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT  PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS     PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START SECTION.
       050-START.
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           SORT  SORTFL
                 ON ASCENDING   KEY   S-POS-SEQ
                 ON DESCENDING  KEY   S-PCT
                 INPUT PROCEDURE   100-LOAD-FIELDING
                 OUTPUT   PROCEDURE   200-WRITE-REPORT
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           STOP  RUN.
       110-TALLY-FIELDER.
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
               MOVE  0  TO FT-G  (MATCH-IDX)  FT-OUTS (MATCH-IDX)
                           FT-PO (MATCH-IDX)  FT-A    (MATCH-IDX)
                           FT-E  (MATCH-IDX)  FT-DP   (MATCH-IDX)
                           FT-PB (MATCH-IDX)
           END-IF
           IF  MATCH-IDX  >  0
               ADD  1        TO FT-G    (MATCH-IDX)
               ADD  FD-OUTS  TO FT-OUTS (MATCH-IDX)
               ADD  FD-PO    TO FT-PO   (MATCH-IDX)
               ADD  FD-A     TO FT-A    (MATCH-IDX)
               ADD  FD-E     TO FT-E    (MATCH-IDX)
               ADD  FD-DP    TO FT-DP   (MATCH-IDX)
               ADD  FD-PB    TO FT-PB   (MATCH-IDX)
           END-IF.
       120-RELEASE-FIELDER.
           MOVE  99  TO S-POS-SEQ
           PERFORM  VARYING  POS-IDX  FROM  1  BY 1
                    UNTIL POS-IDX  >  9
              IF  POS-CODE (POS-IDX)  =  FT-POS (FLD-IDX)
                  MOVE  POS-IDX  TO S-POS-SEQ
              END-IF
           END-PERFORM
           COMPUTE  WK-CHANCES = FT-PO (FLD-IDX) + FT-A (FLD-IDX)
                               + FT-E (FLD-IDX)
           IF  WK-CHANCES  >  0
               COMPUTE  WK-PCT ROUNDED
                      = ( FT-PO (FLD-IDX) + FT-A (FLD-IDX) )
                      / WK-CHANCES
           ELSE
               MOVE  0  TO WK-PCT
           END-IF
           IF  FT-OUTS (FLD-IDX)  >  0
               COMPUTE  WK-RF ROUNDED
                      = ( FT-PO (FLD-IDX) + FT-A (FLD-IDX) ) * 27
                      / FT-OUTS (FLD-IDX)
                  ON SIZE ERROR
                     MOVE  99.99  TO WK-RF
               END-COMPUTE
           ELSE
               MOVE  0  TO WK-RF
           END-IF
           MOVE  WK-PCT             TO S-PCT
           MOVE  FT-POS  (FLD-IDX)  TO S-POS
           MOVE  FT-NO   (FLD-IDX)  TO S-NO
           MOVE  FT-NAME (FLD-IDX)  TO S-NAME
           MOVE  FT-G    (FLD-IDX)  TO S-G
           MOVE  FT-OUTS (FLD-IDX)  TO S-OUTS
           MOVE  FT-PO   (FLD-IDX)  TO S-PO
           MOVE  FT-A    (FLD-IDX)  TO S-A
           MOVE  FT-E    (FLD-IDX)  TO S-E
           MOVE  FT-DP   (FLD-IDX)  TO S-DP
           MOVE  FT-PB   (FLD-IDX)  TO S-PB
           MOVE  WK-RF              TO S-RF
           RELEASE  S-REC.
       210-WRITE-DETAIL.
           IF  LINE-CNT  >  0  AND  S-POS  NOT =  WK-SV-POS
               PERFORM  220-WRITE-POS-TOTAL
           END-IF
           IF  LINE-CNT  =  0  OR  S-POS  NOT =  WK-SV-POS
               MOVE  S-POS  TO WK-SV-POS
               INITIALIZE  POS-TOT-AREA
               WRITE PRT-REC  FROM  HD-3  AFTER 1  LINES
           END-IF
           ADD   1  TO LINE-CNT
           COMPUTE  WK-IP ROUNDED = S-OUTS / 3
           MOVE  S-POS    TO DL-POS
           MOVE  S-NO     TO DL-NO
           MOVE  S-NAME   TO DL-NAME
           MOVE  S-G      TO DL-G
           MOVE  WK-IP    TO DL-IP
           MOVE  S-PO     TO DL-PO
           MOVE  S-A      TO DL-A
           MOVE  S-E      TO DL-E
           MOVE  S-DP     TO DL-DP
           MOVE  S-PB     TO DL-PB
           MOVE  S-PCT    TO DL-PCT
           MOVE  S-RF     TO DL-RF
           WRITE PRT-REC  FROM  DL  AFTER 1  LINES
           ADD   1  TO RUNLOG-WRITE-CNT
           ADD   S-G     TO PS-G
           ADD   S-OUTS  TO PS-OUTS
           ADD   S-PO    TO PS-PO
           ADD   S-A     TO PS-A
           ADD   S-E     TO PS-E
           ADD   S-DP    TO PS-DP
           ADD   S-PB    TO PS-PB.
       220-WRITE-POS-TOTAL.
           COMPUTE  WK-CHANCES = PS-PO + PS-A + PS-E
           IF  WK-CHANCES  >  0
               COMPUTE  WK-PCT ROUNDED = ( PS-PO + PS-A ) / WK-CHANCES
           ELSE
               MOVE  0  TO WK-PCT
           END-IF
           IF  PS-OUTS  >  0
               COMPUTE  WK-RF ROUNDED = ( PS-PO + PS-A ) * 27 / PS-OUTS
                  ON SIZE ERROR
                     MOVE  99.99  TO WK-RF
               END-COMPUTE
           ELSE
               MOVE  0  TO WK-RF
           END-IF
           COMPUTE  WK-IP ROUNDED = PS-OUTS / 3
           MOVE  PS-G     TO TL-G
           MOVE  WK-IP    TO TL-IP
           MOVE  PS-PO    TO TL-PO
           MOVE  PS-A     TO TL-A
           MOVE  PS-E     TO TL-E
           MOVE  PS-DP    TO TL-DP
           MOVE  PS-PB    TO TL-PB
           MOVE  WK-PCT   TO TL-PCT
           MOVE  WK-RF    TO TL-RF
           WRITE PRT-REC  FROM  TL  AFTER 1  LINES
           ADD   1  TO RUNLOG-WRITE-CNT.
       100-LOAD-FIELDING SECTION.
       101-LOAD-RTN.
           OPEN  INPUT DETLFL
           IF  DETLFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
               DISPLAY  "查無比賽明細 D0737.DAT"
           ELSE
               READ  DETLFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO RUNLOG-READ-CNT
              IF  DETL-TYPE  =  "F"
                  PERFORM  110-TALLY-FIELDER
              END-IF
              READ  DETLFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  DETLFL-STATUS  NOT =  "35"
               CLOSE DETLFL
           END-IF
           PERFORM  VARYING  FLD-IDX  FROM  1  BY 1
                    UNTIL FLD-IDX  >  FLD-CNT
              PERFORM  120-RELEASE-FIELDER
           END-PERFORM.
       200-WRITE-REPORT SECTION.
       201-WRITE-RTN.
           OPEN  OUTPUT   PRINTFL
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           RETURN   SORTFL   AT END
                    MOVE  "Y"   TO SORT-EOF-SW
           END-RETURN
           PERFORM  UNTIL SORT-EOF-SW = "Y"
              PERFORM  210-WRITE-DETAIL
              RETURN   SORTFL   AT END
                       MOVE  "Y"   TO SORT-EOF-SW
              END-RETURN
           END-PERFORM
           IF  LINE-CNT  >  0
               PERFORM  220-WRITE-POS-TOTAL
           END-IF
           CLOSE PRINTFL.
