           03 AP-AMT            PIC 9(7)V99.
           03 AP-PAID-FLAG      PIC X.
           03 AP-PAY-DATE       PIC 9(8).
           03 AP-CUR            PIC X(3).
           03 AP-FX-AMT         PIC 9(9)V99.
           03 AP-FX-RATE        PIC 9(3)V9(6).
       FD  VDRFL
           DATA  RECORD   IS VDR-REC.
       01  VDR-REC.
