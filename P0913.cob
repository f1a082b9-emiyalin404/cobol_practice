           03 GRS-OT         PIC 9(7).
           03 GRS-DED        PIC 9(7).
           03 GRS-NET        PIC 9(8).
           03 GRS-HR         PIC 9(3).
       FD  EMPFL
           DATA  RECORD   IS EMP-REC.
       01  EMP-REC.
       01  DEP-REC.
           03 DEP-CODE       PIC X(3).
           03 DEP-NAME       PIC X(10).
           03 DEP-BONUS-MTHS PIC 9V99.
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC           PIC X(90).
