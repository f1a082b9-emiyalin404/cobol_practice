           SELECT   BANKFL  ASSIGN   TO "BANK0897"
              ORGANIZATION   LINE   SEQUENTIAL.
           SELECT   TRANFL  ASSIGN   TO "TRANS0897".
           SELECT   VARFL   ASSIGN   TO "D0934.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    VARFL-STATUS.
       DATA   DIVISION.
       FILE   SECTION.
       FD  GRSFL
           03 GRS-OT         PIC 9(7).
           03 GRS-DED        PIC 9(7).
           03 GRS-NET        PIC 9(8).
           03 GRS-HR         PIC 9(3).
       FD  EMPFL
           DATA  RECORD   IS EMP-REC.
       01  EMP-REC.
       FD  TRANFL
           DATA  RECORD   IS TRAN-REC.
       01  TRAN-REC          PIC X(70).
       FD  VARFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS VAR-REC.
       01  VAR-REC.
           03 VAR-YYMM       PIC 9(6).
           03 VAR-CNT        PIC 9(4).
           03 VAR-SIGNOFF    PIC X.
           03 VAR-RUN-USER   PIC X(10).
           03 VAR-SIGN-USER  PIC X(10).
           03 VAR-SIGN-DATE  PIC 9(8).
       WORKING-STORAGE SECTION.
       01  BANK-HDR-REC.
           03 BH-TYPE        PIC X         VALUE "H".
       01  EOF-SW            PIC X      VALUE "N".
       01  GRSFL-STATUS      PIC XX.
       01  EMPFL-STATUS      PIC XX.
       01  VARFL-STATUS      PIC XX.
       01  VARIANCE-HOLD-SW  PIC X      VALUE "Y".
       01  RUNLOG-JOB        PIC X(8)   VALUE "P0897".
       01  RUNLOG-ACTION     PIC X.
       01  RUNLOG-READ-CNT   PIC 9(7)   VALUE 0.
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           PERFORM  005-CHECK-VARIANCE
           IF  VARIANCE-HOLD-SW  =  "Y"
               DISPLAY  "PAYROLL VARIANCE REGISTER NOT SIGNED OFF"
               DISPLAY  "SIGN OFF VARI0873 VIA P0934 FIRST"
               MOVE  "E"   TO RUNLOG-ACTION
               MOVE  "A"   TO RUNLOG-STATUS
               CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                     RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                     RUNLOG-STATUS
               STOP  RUN
           END-IF
           DISPLAY  "VALUE DATE (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT   ASK-VALUE-DATE
           OPEN  INPUT GRSFL
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           STOP  RUN.
       005-CHECK-VARIANCE.
           OPEN  INPUT VARFL
           IF  VARFL-STATUS  =  "00"
               READ  VARFL
                  AT END
                     CONTINUE
                  NOT AT END
                     IF  VAR-SIGNOFF  =  "Y"
                         MOVE  "N"  TO VARIANCE-HOLD-SW
                     END-IF
               END-READ
               CLOSE VARFL
           END-IF.
       100-TRANSFER-ONE.
           MOVE  GRS-EMP-ID  TO EMP-ID
           READ  EMPFL
