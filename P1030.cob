           03 GR-PO-LINE     PIC 99.
           03 GR-DATE        PIC 9(8).
           03 GR-QTY         PIC 9(5).
           03 GR-LOT         PIC X(10).
           03 GR-EXPIRY      PIC 9(8).
           03 GR-LOC         PIC X(2).
       FD  PRCFL
           DATA  RECORD   IS PRC-REC.
       01  PRC-REC.
