           03 ORD-SHIPPED     PIC 9(3).
           03 ORD-DATE        PIC 9(6).
           03 ORD-STATUS      PIC X.
           03 ORD-PRICE       PIC 9(5)V99.
           03 ORD-QUOTE       PIC X(6).
       FD  CUSFL
           DATA  RECORD   IS CUS-REC.
       01  CUS-REC.
               MOVE  0        TO ORD-SHIPPED
               MOVE  WK-DATE  TO ORD-DATE
               MOVE  "O"      TO ORD-STATUS
               MOVE  0        TO ORD-PRICE
               MOVE  SPACES   TO ORD-QUOTE
               WRITE ORD-REC
               ADD   1  TO LOAD-CNT
           END-IF.
