       01  DEP-REC.
           03 DEP-CODE       PIC X(3).
           03 DEP-NAME       PIC X(10).
           03 DEP-BONUS-MTHS PIC 9V99.
       FD  EMPFL
           DATA  RECORD   IS EMP-REC.
       01  EMP-REC.
                  DISPLAY  "部門名稱          : "
                           WITH NO ADVANCING
                  ACCEPT   DEP-NAME
                  DISPLAY  "年終獎金月數 (9.99) : "
                           WITH NO ADVANCING
                  ACCEPT   DEP-BONUS-MTHS
                  WRITE DEP-REC
                  ADD   1  TO LOAD-CNT
              END-IF
