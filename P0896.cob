           SELECT   NSFL    ASSIGN   TO "D0917.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    NSFL-STATUS.
           SELECT   PENFL   ASSIGN   TO "D0928.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    PENFL-STATUS.
           SELECT   SLIPFL  ASSIGN   TO "SLIP0896".
       DATA   DIVISION.
       FILE   SECTION.
           03 NSR-START       PIC 9(4).
           03 NSR-END         PIC 9(4).
           03 NSR-PCT         PIC 9(3).
       FD  PENFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS PEN-REC.
       01  PEN-REC.
           03 PEN-EMP-ID     PIC X(3).
           03 PEN-VOL-RATE   PIC 9V99.
       FD  SLIPFL
           DATA  RECORD   IS SLIP-REC.
       01  SLIP-REC          PIC X(60).
       01  SLIP-DL-4N.
           03 FILLER         PIC X(15)   VALUE "借支攤還 : ".
           03 SLIP-LOAN      PIC $$$$,$$9.
       01  SLIP-DL-4P.
           03 FILLER         PIC X(15)   VALUE "勞退自提 : ".
           03 SLIP-PEN       PIC $$$$,$$9.
       01  SLIP-DL-2D.
           03 FILLER         PIC X(15)   VALUE "日班工時 : ".
           03 SLIP-DAYHR     PIC ZZ9.
           03 LI-TAB-ENTRY   OCCURS 100 TIMES.
              05 LI-LOW      PIC 9(6).
              05 LI-HIGH     PIC 9(6).
              05 LI-GRADE    PIC 9(6).
              05 LI-EMP-SH   PIC 9(5).
              05 LI-ER-SH    PIC 9(5).
       01  HI-TAB-AREA.
              05 HI-HIGH     PIC 9(6).
              05 HI-EMP-SH   PIC 9(5).
              05 HI-ER-SH    PIC 9(5).
       01  PENFL-STATUS      PIC XX.
       01  PEN-EOF-SW        PIC X.
       01  PEN-TAB-AREA.
           03 PEN-TAB-CNT    PIC 9(3)   VALUE 0.
           03 PEN-TAB-ENTRY  OCCURS 100 TIMES.
              05 PN-EMP-ID   PIC X(3).
              05 PN-VOL-RATE PIC 9V99.
       01  PEN-IDX           PIC 9(3).
       01  PEN-GRADE         PIC 9(6).
       01  PEN-VOL-PCT       PIC 9V99.
       01  PEN-EE-CNT        PIC 9(5).
       01  PAY-CNT           PIC 9(7).
       01  WH-CNT            PIC 9(6).
       01  NET-CNT           PIC 9(7).
           PERFORM  056-LOAD-NIGHT-BANDS
           PERFORM  057-LOAD-PUNCHES
           PERFORM  060-LOAD-BRACKETS
           PERFORM  065-LOAD-PENSION-RATES
           OPEN  INPUT EMPFL   OUTPUT   SLIPFL
           READ  EMPFL   AT END
              MOVE  "Y"   TO EOF-SW
           COMPUTE  WH-CNT  ROUNDED = PAY-CNT * WH-RATE
           PERFORM  130-LOOKUP-BRACKETS
           PERFORM  140-LOAN-DEDUCTION
           PERFORM  150-PENSION
           COMPUTE  NET-CNT = PAY-CNT - WH-CNT - LI-CNT - HI-CNT
                  - LOAN-DED-CNT - PEN-EE-CNT
           WRITE SLIP-REC  FROM  SLIP-HD-1  AFTER PAGE
           WRITE SLIP-REC  FROM  SLIP-HD-2  AFTER 1  LINES
           MOVE  EMP-ID    TO SLIP-ID
           WRITE SLIP-REC  FROM  SLIP-DL-4H  AFTER 1  LINES
           MOVE  LOAN-DED-CNT  TO SLIP-LOAN
           WRITE SLIP-REC  FROM  SLIP-DL-4N  AFTER 1  LINES
           MOVE  PEN-EE-CNT    TO SLIP-PEN
           WRITE SLIP-REC  FROM  SLIP-DL-4P  AFTER 1  LINES
           MOVE  NET-CNT   TO SLIP-NET
           WRITE SLIP-REC  FROM  SLIP-DL-5  AFTER 1  LINES
           PERFORM  120-FIND-YTD
                      ADD   1  TO LI-TAB-CNT
                      MOVE  BRKL-LOW       TO LI-LOW    (LI-TAB-CNT)
                      MOVE  BRKL-HIGH      TO LI-HIGH   (LI-TAB-CNT)
                      MOVE  BRKL-GRADE     TO LI-GRADE  (LI-TAB-CNT)
                      MOVE  BRKL-EMP-SHARE TO LI-EMP-SH (LI-TAB-CNT)
                      MOVE  BRKL-ER-SHARE  TO LI-ER-SH  (LI-TAB-CNT)
                  END-IF
           END-IF.
       130-LOOKUP-BRACKETS.
           MOVE  0  TO LI-CNT  LI-ER-CNT  HI-CNT  HI-ER-CNT
           MOVE  0  TO PEN-GRADE
           PERFORM  VARYING  BRK-IDX  FROM  1  BY 1
                    UNTIL BRK-IDX  >  LI-TAB-CNT
              IF  PAY-CNT  NOT <  LI-LOW  (BRK-IDX)
                  AND  PAY-CNT  NOT >  LI-HIGH (BRK-IDX)
                  MOVE  LI-EMP-SH (BRK-IDX)  TO LI-CNT
                  MOVE  LI-GRADE  (BRK-IDX)  TO PEN-GRADE
                  MOVE  LI-ER-SH  (BRK-IDX)  TO LI-ER-CNT
              END-IF
           END-PERFORM
                  MOVE  YT-NET (YTD-IDX)  TO WK-YTD-NET
              END-IF
           END-PERFORM.
       065-LOAD-PENSION-RATES.
           OPEN  INPUT PENFL
           IF  PENFL-STATUS  =  "00"
               MOVE  "N"   TO PEN-EOF-SW
               READ  PENFL   AT END
                  MOVE  "Y"   TO PEN-EOF-SW
               END-READ
               PERFORM  UNTIL PEN-EOF-SW = "Y"
                  IF  PEN-TAB-CNT  <  100
                      ADD   1  TO PEN-TAB-CNT
                      MOVE  PEN-EMP-ID   TO PN-EMP-ID   (PEN-TAB-CNT)
                      MOVE  PEN-VOL-RATE TO PN-VOL-RATE (PEN-TAB-CNT)
                  END-IF
                  READ  PENFL   AT END
                     MOVE  "Y"   TO PEN-EOF-SW
                  END-READ
               END-PERFORM
               CLOSE PENFL
           END-IF.
       150-PENSION.
           MOVE  0  TO PEN-VOL-PCT
           PERFORM  VARYING  PEN-IDX  FROM  1  BY 1
                    UNTIL PEN-IDX  >  PEN-TAB-CNT
              IF  PN-EMP-ID (PEN-IDX)  =  EMP-ID
                  MOVE  PN-VOL-RATE (PEN-IDX)  TO PEN-VOL-PCT
              END-IF
           END-PERFORM
           COMPUTE  PEN-EE-CNT ROUNDED = PEN-GRADE * PEN-VOL-PCT / 100.
