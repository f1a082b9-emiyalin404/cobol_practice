           03 USR-LVL-INS      PIC X.
           03 USR-LVL-PAY      PIC X.
           03 USR-LVL-PUR      PIC X.
           03 USR-SECURITY.
              05 USR-PWD-DATE  PIC 9(8).
              05 USR-FAIL-CNT  PIC 9(2).
              05 USR-LOCKED    PIC X.
              05 USR-ADMIN     PIC X.
              05 USR-PWD-HIST  PIC X(10)  OCCURS 3 TIMES.
       FD  SECFL
           DATA  RECORD   IS SEC-REC.
       01  SEC-REC.
              05 UT-LVL-INS    PIC X.
              05 UT-LVL-PAY    PIC X.
              05 UT-LVL-PUR    PIC X.
              05 UT-SECURITY   PIC X(42).
       01  ASK-USER            PIC X(10).
       01  ASK-SUBSYS          PIC X(3).
       01  USER-IDX            PIC 9(3).
                      MOVE  USR-LVL-INS   TO UT-LVL-INS  (USER-CNT)
                      MOVE  USR-LVL-PAY   TO UT-LVL-PAY  (USER-CNT)
                      MOVE  USR-LVL-PUR   TO UT-LVL-PUR  (USER-CNT)
                      MOVE  USR-SECURITY  TO UT-SECURITY (USER-CNT)
                  END-IF
                  READ  USERFL   AT END
                     MOVE  "Y"   TO EOF-SW
              MOVE  UT-LVL-INS  (USER-IDX)  TO USR-LVL-INS
              MOVE  UT-LVL-PAY  (USER-IDX)  TO USR-LVL-PAY
              MOVE  UT-LVL-PUR  (USER-IDX)  TO USR-LVL-PUR
              MOVE  UT-SECURITY (USER-IDX)  TO USR-SECURITY
              WRITE USER-REC
           END-PERFORM
           CLOSE USERFL.
