       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P0923.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   CLMFL    ASSIGN   TO "D0888.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CLMFL-STATUS.
           SELECT   SNPFL    ASSIGN   TO "D0923.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    SNPFL-STATUS.
           SELECT   PRINTFL  ASSIGN   TO "PRINT0923".
       DATA   DIVISION.
       FILE   SECTION.
       FD  CLMFL
           DATA  RECORD   IS CLM-REC.
       01  CLM-REC.
           03 CLM-NO         PIC X(6).
           03 CLM-CODE       PIC 9(5).
           03 CLM-LOSS-DATE  PIC 9(8).
           03 CLM-CAUSE      PIC X(2).
           03 CLM-RESERVED   PIC 9(7).
           03 CLM-PAID       PIC 9(7).
           03 CLM-STATUS     PIC X.
           03 CLM-PAY-DATE   PIC 9(8).
       FD  SNPFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS SNP-REC.
       01  SNP-REC.
           03 SNP-YYMM       PIC 9(6).
           03 SNP-NO         PIC X(6).
           03 SNP-CODE       PIC 9(5).
           03 SNP-LOSS-DATE  PIC 9(8).
           03 SNP-RESERVED   PIC 9(7).
           03 SNP-PAID       PIC 9(7).
           03 SNP-STATUS     PIC X.
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC           PIC X(100).
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER         PIC X(20)  VALUE SPACES.
           03 FILLER         PIC X(44)  VALUE
                 "CLAIM LOSS DEVELOPMENT TRIANGLE".
       01  HD-2.
           03 FILLER         PIC X(14)  VALUE "MONTH END : ".
           03 HD-DATE        PIC 9(8).
           03 FILLER         PIC X(4).
           03 HD-KIND        PIC X(30).
       01  HD-3.
           03 FILLER         PIC X(10)  VALUE "LOSS QTR".
           03 HD-AGE-ENTRY   OCCURS 8 TIMES.
              05 FILLER      PIC X(7).
              05 HD-AGE-Q    PIC X     VALUE "Q".
              05 HD-AGE      PIC 9.
              05 FILLER      PIC X(2).
       01  HD-4              PIC X(98)  VALUE ALL "=".
       01  TRI-DL.
           03 TRI-DL-YY      PIC 9(4).
           03 TRI-DL-Q       PIC XX.
           03 FILLER         PIC X(4).
           03 TRI-DL-ENTRY   OCCURS 8 TIMES.
              05 TRI-DL-AMT  PIC ZZ,ZZZ,ZZ9.
              05 FILLER      PIC X(1).
       01  FAC-DL.
           03 FILLER         PIC X(10)  VALUE "FACTOR".
           03 FAC-DL-ENTRY   OCCURS 8 TIMES.
              05 FILLER      PIC X(4).
              05 FAC-DL-AMT  PIC Z9.999.
              05 FILLER      PIC X(1).
       01  ULT-HD.
           03 FILLER         PIC X(10)  VALUE "LOSS QTR".
           03 FILLER         PIC X(14)  VALUE "   INCURRED".
           03 FILLER         PIC X(10)  VALUE "  CUM LDF".
           03 FILLER         PIC X(14)  VALUE "   ULTIMATE".
           03 FILLER         PIC X(14)  VALUE "       IBNR".
           03 FILLER         PIC X(14)  VALUE "  CASE O/S".
       01  ULT-DL.
           03 ULT-DL-YY      PIC 9(4).
           03 ULT-DL-Q       PIC XX.
           03 FILLER         PIC X(4).
           03 ULT-DL-INC     PIC ZZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(3).
           03 ULT-DL-LDF     PIC ZZ9.999.
           03 FILLER         PIC X(3).
           03 ULT-DL-ULT     PIC ZZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(3).
           03 ULT-DL-IBNR    PIC ZZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(3).
           03 ULT-DL-CASE    PIC ZZZ,ZZZ,ZZ9.
       01  TOT-1.
           03 FILLER         PIC X(28)  VALUE
                 "CASE RESERVES OUTSTANDING : ".
           03 TOT-CASE       PIC ZZZ,ZZZ,ZZ9.
       01  TOT-2.
           03 FILLER         PIC X(28)  VALUE
                 "ESTIMATED IBNR            : ".
           03 TOT-IBNR       PIC ZZZ,ZZZ,ZZ9.
       01  TOT-3.
           03 FILLER         PIC X(28)  VALUE
                 "TOTAL RESERVE ACCRUED     : ".
           03 TOT-RESERVE    PIC ZZZ,ZZZ,ZZ9.
       01  CL-TAB-AREA.
           03 CL-CNT         PIC 9(3)   VALUE 0.
           03 CL-ENTRY       OCCURS 500 TIMES.
              05 CL-NO       PIC X(6).
              05 CL-ROW      PIC 9.
              05 CL-AGE      OCCURS 8 TIMES.
                 07 CL-SEEN  PIC X.
                 07 CL-PAID  PIC 9(7).
                 07 CL-INC   PIC 9(7).
       01  TRI-TAB-AREA.
           03 TRI-ROW        OCCURS 8 TIMES.
              05 TRI-LQ      PIC 9(6).
              05 TRI-CASE    PIC 9(9).
              05 TRI-CELL    OCCURS 8 TIMES.
                 07 TRI-PAID PIC 9(9).
                 07 TRI-INC  PIC 9(9).
       01  FAC-TAB-AREA.
           03 FAC-ENTRY      OCCURS 8 TIMES.
              05 FAC-NUM     PIC 9(10).
              05 FAC-DEN     PIC 9(10).
              05 FAC-LDF     PIC 9(3)V9(4).
       01  WORK-AREA.
           03 WK-LQ          PIC 9(6).
           03 WK-SQ          PIC 9(6).
           03 WK-CUR-Q       PIC 9(6).
           03 WK-ROW         PIC 9(3).
           03 WK-AGE         PIC 9(3).
           03 WK-YY          PIC 9(4).
           03 WK-MM          PIC 99.
           03 WK-QQ          PIC 9.
           03 WK-CUM-LDF     PIC 9(3)V9(4).
           03 WK-ULT         PIC 9(9).
           03 WK-IBNR        PIC 9(9).
           03 WK-LAST-PAID   PIC 9(7).
           03 WK-LAST-INC    PIC 9(7).
           03 WK-LAST-SW     PIC X.
       01  ASK-DATE          PIC 9(8).
       01  ASK-YYMM          PIC 9(6).
       01  CL-IDX            PIC 9(3).
       01  MATCH-IDX         PIC 9(3).
       01  ROW-IDX           PIC 9(3).
       01  AGE-IDX           PIC 9(3).
       01  NXT-IDX           PIC 9(3).
       01  GR-CASE           PIC 9(9)   VALUE 0.
       01  GR-IBNR           PIC 9(9)   VALUE 0.
       01  SNAP-CNT          PIC 9(4)   VALUE 0.
       01  TAKEN-SW          PIC X      VALUE "N".
       01  EOF-SW            PIC X      VALUE "N".
       01  CLMFL-STATUS      PIC XX.
       01  SNPFL-STATUS      PIC XX.
       01  GL-SOURCE         PIC X(8)   VALUE "P0923".
       01  GL-TYPE           PIC X(6)   VALUE "CLMRES".
       01  GL-AMT            PIC 9(9)V99.
       01  GL-REPLY          PIC X.
       01  RUNLOG-JOB        PIC X(8)   VALUE "P0923".
       01  RUNLOG-ACTION     PIC X.
       01  RUNLOG-READ-CNT   PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT  PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS     PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           DISPLAY  "MONTH-END DATE (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT   ASK-DATE
           MOVE  ASK-DATE (1:6)  TO ASK-YYMM
           MOVE  ASK-DATE (1:4)  TO WK-YY
           MOVE  ASK-DATE (5:2)  TO WK-MM
           COMPUTE  WK-CUR-Q = WK-YY * 4 + (WK-MM - 1) / 3
           MOVE  ZERO  TO TRI-TAB-AREA
           MOVE  ZERO  TO FAC-TAB-AREA
           PERFORM  100-CHECK-SNAPSHOT
           IF  TAKEN-SW  =  "Y"
               DISPLAY  "SNAPSHOT ALREADY TAKEN FOR " ASK-YYMM
                        " - REPORT ONLY"
           ELSE
               PERFORM  200-TAKE-SNAPSHOT
           END-IF
           PERFORM  300-LOAD-HISTORY
           PERFORM  400-BUILD-TRIANGLE
           PERFORM  500-CHAIN-LADDER
           OPEN  OUTPUT   PRINTFL
           PERFORM  600-PRINT-REPORT
           CLOSE PRINTFL
           IF  TAKEN-SW  NOT =  "Y"
               PERFORM  700-POST-RESERVE
           END-IF
           DISPLAY  "CLAIMS SNAPSHOT = " SNAP-CNT
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           STOP  RUN.
       100-CHECK-SNAPSHOT.
           OPEN  INPUT SNPFL
           IF  SNPFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  SNPFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  SNP-YYMM  =  ASK-YYMM
                      MOVE  "Y"  TO TAKEN-SW
                  END-IF
                  READ  SNPFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE SNPFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       200-TAKE-SNAPSHOT.
           OPEN  EXTEND SNPFL
           IF  SNPFL-STATUS  =  "35"
               OPEN  OUTPUT SNPFL
           END-IF
           OPEN  INPUT CLMFL
           IF  CLMFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
               DISPLAY  "NO CLAIM FILE D0888.DAT"
           ELSE
               READ  CLMFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  ADD   1  TO RUNLOG-READ-CNT
                  IF  CLM-LOSS-DATE  NOT >  ASK-DATE
                      AND  ( CLM-STATUS  =  "O"
                         OR  CLM-PAY-DATE (1:6)  =  ASK-DATE (1:6) )
                      PERFORM  210-WRITE-SNAPSHOT
                  END-IF
                  READ  CLMFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE CLMFL
           END-IF
           CLOSE SNPFL
           MOVE  "N"  TO EOF-SW.
       210-WRITE-SNAPSHOT.
           MOVE  ASK-YYMM       TO SNP-YYMM
           MOVE  CLM-NO         TO SNP-NO
           MOVE  CLM-CODE       TO SNP-CODE
           MOVE  CLM-LOSS-DATE  TO SNP-LOSS-DATE
           MOVE  CLM-RESERVED   TO SNP-RESERVED
           MOVE  CLM-PAID       TO SNP-PAID
           MOVE  CLM-STATUS     TO SNP-STATUS
           WRITE SNP-REC
           ADD   1  TO SNAP-CNT
           ADD   1  TO RUNLOG-WRITE-CNT.
       300-LOAD-HISTORY.
           OPEN  INPUT SNPFL
           IF  SNPFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  SNPFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  ADD   1  TO RUNLOG-READ-CNT
                  IF  SNP-YYMM  NOT >  ASK-YYMM
                      PERFORM  310-POST-HISTORY
                  END-IF
                  READ  SNPFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE SNPFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       310-POST-HISTORY.
           MOVE  SNP-LOSS-DATE (1:4)  TO WK-YY
           MOVE  SNP-LOSS-DATE (5:2)  TO WK-MM
           COMPUTE  WK-LQ = WK-YY * 4 + (WK-MM - 1) / 3
           IF  WK-LQ  >  WK-CUR-Q
               EXIT PARAGRAPH
           END-IF
           COMPUTE  WK-ROW = WK-CUR-Q - WK-LQ
           IF  WK-ROW  >  7
               EXIT PARAGRAPH
           END-IF
           MOVE  SNP-YYMM (1:4)  TO WK-YY
           MOVE  SNP-YYMM (5:2)  TO WK-MM
           COMPUTE  WK-SQ = WK-YY * 4 + (WK-MM - 1) / 3
           IF  WK-SQ  <  WK-LQ
               EXIT PARAGRAPH
           END-IF
           COMPUTE  WK-AGE = WK-SQ - WK-LQ
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  CL-IDX  FROM  1  BY 1
                    UNTIL CL-IDX  >  CL-CNT
              IF  CL-NO (CL-IDX)  =  SNP-NO
                  MOVE  CL-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM
           IF  MATCH-IDX  =  0
               IF  CL-CNT  NOT <  500
                   EXIT PARAGRAPH
               END-IF
               ADD   1  TO CL-CNT
               MOVE  CL-CNT  TO MATCH-IDX
               MOVE  SNP-NO  TO CL-NO  (MATCH-IDX)
               MOVE  WK-ROW  TO CL-ROW (MATCH-IDX)
               PERFORM  VARYING  AGE-IDX  FROM  1  BY 1
                        UNTIL AGE-IDX  >  8
                  MOVE  "N"  TO CL-SEEN (MATCH-IDX AGE-IDX)
                  MOVE  0    TO CL-PAID (MATCH-IDX AGE-IDX)
                  MOVE  0    TO CL-INC  (MATCH-IDX AGE-IDX)
               END-PERFORM
           END-IF
           MOVE  "Y"  TO CL-SEEN (MATCH-IDX WK-AGE + 1)
           MOVE  SNP-PAID  TO CL-PAID (MATCH-IDX WK-AGE + 1)
           IF  SNP-STATUS  =  "O"
               MOVE  SNP-RESERVED  TO CL-INC (MATCH-IDX WK-AGE + 1)
           ELSE
               MOVE  SNP-PAID      TO CL-INC (MATCH-IDX WK-AGE + 1)
           END-IF.
       400-BUILD-TRIANGLE.
           PERFORM  VARYING  ROW-IDX  FROM  1  BY 1
                    UNTIL ROW-IDX  >  8
              COMPUTE  TRI-LQ (ROW-IDX) = WK-CUR-Q - ROW-IDX + 1
           END-PERFORM
           PERFORM  VARYING  CL-IDX  FROM  1  BY 1
                    UNTIL CL-IDX  >  CL-CNT
              PERFORM  410-ADD-CLAIM
           END-PERFORM.
       410-ADD-CLAIM.
           COMPUTE  ROW-IDX = CL-ROW (CL-IDX) + 1
           MOVE  "N"  TO WK-LAST-SW
           MOVE  0    TO WK-LAST-PAID
           MOVE  0    TO WK-LAST-INC
           PERFORM  VARYING  AGE-IDX  FROM  1  BY 1
                    UNTIL AGE-IDX  >  ROW-IDX
              IF  CL-SEEN (CL-IDX AGE-IDX)  =  "Y"
                  MOVE  "Y"  TO WK-LAST-SW
                  MOVE  CL-PAID (CL-IDX AGE-IDX)  TO WK-LAST-PAID
                  MOVE  CL-INC  (CL-IDX AGE-IDX)  TO WK-LAST-INC
              END-IF
              IF  WK-LAST-SW  =  "Y"
                  ADD  WK-LAST-PAID
                    TO TRI-PAID (ROW-IDX AGE-IDX)
                  ADD  WK-LAST-INC
                    TO TRI-INC  (ROW-IDX AGE-IDX)
              END-IF
           END-PERFORM
           IF  CL-SEEN (CL-IDX ROW-IDX)  =  "Y"
               AND  WK-LAST-INC  >  WK-LAST-PAID
               COMPUTE  TRI-CASE (ROW-IDX) = TRI-CASE (ROW-IDX)
                        + WK-LAST-INC - WK-LAST-PAID
           END-IF.
       500-CHAIN-LADDER.
           PERFORM  VARYING  AGE-IDX  FROM  1  BY 1
                    UNTIL AGE-IDX  >  7
              COMPUTE  NXT-IDX = AGE-IDX + 1
              PERFORM  VARYING  ROW-IDX  FROM  NXT-IDX  BY 1
                       UNTIL ROW-IDX  >  8
                 ADD  TRI-INC (ROW-IDX AGE-IDX)
                   TO FAC-DEN (AGE-IDX)
                 ADD  TRI-INC (ROW-IDX NXT-IDX)
                   TO FAC-NUM (AGE-IDX)
              END-PERFORM
              IF  FAC-DEN (AGE-IDX)  >  0
                  COMPUTE  FAC-LDF (AGE-IDX) ROUNDED
                         = FAC-NUM (AGE-IDX) / FAC-DEN (AGE-IDX)
              ELSE
                  MOVE  1  TO FAC-LDF (AGE-IDX)
              END-IF
              IF  FAC-LDF (AGE-IDX)  <  1
                  MOVE  1  TO FAC-LDF (AGE-IDX)
              END-IF
           END-PERFORM
           MOVE  1  TO FAC-LDF (8).
       600-PRINT-REPORT.
           PERFORM  VARYING  AGE-IDX  FROM  1  BY 1
                    UNTIL AGE-IDX  >  8
              COMPUTE  HD-AGE (AGE-IDX) = AGE-IDX - 1
           END-PERFORM
           MOVE  ASK-DATE  TO HD-DATE
           MOVE  "CUMULATIVE PAID"      TO HD-KIND
           PERFORM  610-PRINT-HEADING
           PERFORM  VARYING  ROW-IDX  FROM  8  BY -1
                    UNTIL ROW-IDX  <  1
              PERFORM  620-PRINT-PAID-ROW
           END-PERFORM
           MOVE  "CUMULATIVE INCURRED"  TO HD-KIND
           PERFORM  610-PRINT-HEADING
           PERFORM  VARYING  ROW-IDX  FROM  8  BY -1
                    UNTIL ROW-IDX  <  1
              PERFORM  630-PRINT-INC-ROW
           END-PERFORM
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  SPACES  TO FAC-DL
           MOVE  "FACTOR"  TO FAC-DL (1:6)
           PERFORM  VARYING  AGE-IDX  FROM  1  BY 1
                    UNTIL AGE-IDX  >  7
              MOVE  FAC-LDF (AGE-IDX)  TO FAC-DL-AMT (AGE-IDX)
           END-PERFORM
           WRITE PRT-REC  FROM  FAC-DL  AFTER 1  LINES
           MOVE  "ULTIMATE LOSS AND IBNR"  TO HD-KIND
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  ULT-HD  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           PERFORM  VARYING  ROW-IDX  FROM  8  BY -1
                    UNTIL ROW-IDX  <  1
              PERFORM  640-PRINT-ULTIMATE
           END-PERFORM
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  GR-CASE  TO TOT-CASE
           WRITE PRT-REC  FROM  TOT-1  AFTER 1  LINES
           MOVE  GR-IBNR  TO TOT-IBNR
           WRITE PRT-REC  FROM  TOT-2  AFTER 1  LINES
           COMPUTE  TOT-RESERVE = GR-CASE + GR-IBNR
           WRITE PRT-REC  FROM  TOT-3  AFTER 1  LINES.
       610-PRINT-HEADING.
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES.
       615-ROW-LABEL.
           COMPUTE  WK-YY = TRI-LQ (ROW-IDX) / 4
           COMPUTE  WK-QQ = TRI-LQ (ROW-IDX) - WK-YY * 4 + 1
           MOVE  SPACES  TO TRI-DL
           MOVE  WK-YY   TO TRI-DL-YY
           MOVE  "Q"     TO TRI-DL-Q (1:1)
           MOVE  WK-QQ   TO TRI-DL-Q (2:1).
       620-PRINT-PAID-ROW.
           PERFORM  615-ROW-LABEL
           PERFORM  VARYING  AGE-IDX  FROM  1  BY 1
                    UNTIL AGE-IDX  >  ROW-IDX
              MOVE  TRI-PAID (ROW-IDX AGE-IDX)
                TO TRI-DL-AMT (AGE-IDX)
           END-PERFORM
           WRITE PRT-REC  FROM  TRI-DL  AFTER 1  LINES.
       630-PRINT-INC-ROW.
           PERFORM  615-ROW-LABEL
           PERFORM  VARYING  AGE-IDX  FROM  1  BY 1
                    UNTIL AGE-IDX  >  ROW-IDX
              MOVE  TRI-INC (ROW-IDX AGE-IDX)
                TO TRI-DL-AMT (AGE-IDX)
           END-PERFORM
           WRITE PRT-REC  FROM  TRI-DL  AFTER 1  LINES.
       640-PRINT-ULTIMATE.
           MOVE  1  TO WK-CUM-LDF
           PERFORM  VARYING  AGE-IDX  FROM  ROW-IDX  BY 1
                    UNTIL AGE-IDX  >  7
              COMPUTE  WK-CUM-LDF ROUNDED
                     = WK-CUM-LDF * FAC-LDF (AGE-IDX)
           END-PERFORM
           COMPUTE  WK-ULT ROUNDED
                  = TRI-INC (ROW-IDX ROW-IDX) * WK-CUM-LDF
           COMPUTE  WK-IBNR = WK-ULT - TRI-INC (ROW-IDX ROW-IDX)
           ADD   WK-IBNR  TO GR-IBNR
           ADD   TRI-CASE (ROW-IDX)  TO GR-CASE
           PERFORM  615-ROW-LABEL
           MOVE  SPACES      TO ULT-DL
           MOVE  TRI-DL-YY   TO ULT-DL-YY
           MOVE  TRI-DL-Q    TO ULT-DL-Q
           MOVE  TRI-INC (ROW-IDX ROW-IDX)  TO ULT-DL-INC
           MOVE  WK-CUM-LDF  TO ULT-DL-LDF
           MOVE  WK-ULT      TO ULT-DL-ULT
           MOVE  WK-IBNR     TO ULT-DL-IBNR
           MOVE  TRI-CASE (ROW-IDX)  TO ULT-DL-CASE
           WRITE PRT-REC  FROM  ULT-DL  AFTER 1  LINES.
       700-POST-RESERVE.
           COMPUTE  GL-AMT = GR-CASE + GR-IBNR
           CALL  "P1024"  USING  GL-SOURCE  GL-TYPE
                                 GL-AMT     GL-REPLY
           IF  GL-REPLY  NOT =  "Y"
               DISPLAY  "NO POSTING MAP, RESERVE NOT POSTED : "
                        GL-TYPE
               MOVE  "A"   TO RUNLOG-STATUS
           ELSE
               DISPLAY  "RESERVE ACCRUAL POSTED = " GL-AMT
           END-IF.
