           03 AP-AMT            PIC 9(7)V99.
           03 AP-PAID-FLAG      PIC X.
           03 AP-PAY-DATE       PIC 9(8).
           03 AP-CUR            PIC X(3).
           03 AP-FX-AMT         PIC 9(9)V99.
           03 AP-FX-RATE        PIC 9(3)V9(6).
       FD  DMFL
           DATA  RECORD   IS DM-REC.
       01  DM-REC.
           03 TOT-B2            PIC Z,ZZZ,ZZ9.99.
           03 FILLER            PIC X(1).
           03 TOT-B3            PIC Z,ZZZ,ZZ9.99.
       01  FX-DL.
           03 FILLER            PIC X(4).
           03 FX-DL-CUR         PIC X(3).
           03 FILLER            PIC X(1).
           03 FX-DL-AMT         PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER            PIC X(3)   VALUE " @ ".
           03 FX-DL-RATE        PIC ZZ9.9999.
           03 FILLER            PIC X(10)  VALUE "  BOOKED ".
           03 FX-DL-BOOKED      PIC Z,ZZZ,ZZ9.99.
           03 FILLER            PIC X(12)  VALUE "  REVALUED ".
           03 FX-DL-REVAL       PIC Z,ZZZ,ZZ9.99.
       01  TOT-2.
           03 FILLER            PIC X(30)  VALUE
                 "UNREALISED FX LOSS (-GAIN) :".
           03 TOT-FX-DIFF       PIC ----,---,--9.99.
       01  DM-DL.
           03 DM-DL-NO          PIC X(6).
           03 FILLER            PIC X(4).
           03 GR-B3             PIC 9(8)V99  VALUE 0.
       01  WORK-AREA.
           03 WK-DAYS-OVER      PIC S9(7).
           03 WK-OPEN-AMT       PIC 9(8)V99.
           03 REVAL-RATE        PIC 9(3)V9(6).
           03 RATE-REPLY        PIC X.
       01  FX-DIFF-TOT          PIC S9(9)V99  VALUE 0.
       01  FX-CNT               PIC 9(4)   VALUE 0.
       01  ASK-ASOF             PIC 9(8).
       01  DATE-FUNC            PIC X(4).
       01  DATE-DAYS            PIC S9(7).
           MOVE  GR-B2  TO TOT-B2
           MOVE  GR-B3  TO TOT-B3
           WRITE PRT-REC  FROM  TOT-1  AFTER 1  LINES
           IF  FX-CNT  >  0
               MOVE  FX-DIFF-TOT  TO TOT-FX-DIFF
               WRITE PRT-REC  FROM  TOT-2  AFTER 2  LINES
           END-IF
           CLOSE APFL   PRINTFL
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
           MOVE  AP-INV-NO    TO DL-INV-NO
           MOVE  AP-VDR       TO DL-VDR
           MOVE  AP-DUE-DATE  TO DL-DUE
           MOVE  AP-AMT       TO WK-OPEN-AMT
           IF  AP-CUR  NOT =  SPACES  AND  AP-CUR  NOT =  "TWD"
               PERFORM  110-REVALUE
           END-IF
           MOVE  0  TO DL-B0  DL-B1  DL-B2  DL-B3
           EVALUATE TRUE
              WHEN  WK-DAYS-OVER  <  1
                 MOVE  WK-OPEN-AMT  TO DL-B0
                 ADD   WK-OPEN-AMT  TO GR-B0
              WHEN  WK-DAYS-OVER  <  31
                 MOVE  WK-OPEN-AMT  TO DL-B1
                 ADD   WK-OPEN-AMT  TO GR-B1
              WHEN  WK-DAYS-OVER  <  61
                 MOVE  WK-OPEN-AMT  TO DL-B2
                 ADD   WK-OPEN-AMT  TO GR-B2
              WHEN  OTHER
                 MOVE  WK-OPEN-AMT  TO DL-B3
                 ADD   WK-OPEN-AMT  TO GR-B3
           END-EVALUATE
           WRITE PRT-REC  FROM  DL  AFTER 1  LINES
           IF  AP-CUR  NOT =  SPACES  AND  AP-CUR  NOT =  "TWD"
               WRITE PRT-REC  FROM  FX-DL  AFTER 1  LINES
           END-IF
           ADD   1  TO RUNLOG-WRITE-CNT.
       110-REVALUE.
           CALL  "P1232"  USING  AP-CUR  ASK-ASOF
                                 REVAL-RATE  RATE-REPLY
           IF  RATE-REPLY  NOT =  "Y"
               MOVE  AP-FX-RATE  TO REVAL-RATE
               MOVE  "A"   TO RUNLOG-STATUS
           ELSE
               COMPUTE  WK-OPEN-AMT ROUNDED = AP-FX-AMT * REVAL-RATE
           END-IF
           COMPUTE  FX-DIFF-TOT = FX-DIFF-TOT + WK-OPEN-AMT - AP-AMT
           ADD   1  TO FX-CNT
           MOVE  AP-CUR       TO FX-DL-CUR
           MOVE  AP-FX-AMT    TO FX-DL-AMT
           MOVE  REVAL-RATE   TO FX-DL-RATE
           MOVE  AP-AMT       TO FX-DL-BOOKED
           MOVE  WK-OPEN-AMT  TO FX-DL-REVAL.
       200-NET-DEBIT-MEMOS.
           OPEN  INPUT DMFL
           IF  DMFL-STATUS  NOT =  "00"
