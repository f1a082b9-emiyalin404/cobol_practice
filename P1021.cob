           03 USR-LVL-INS      PIC X.
           03 USR-LVL-PAY      PIC X.
           03 USR-LVL-PUR      PIC X.
           03 USR-SECURITY.
              05 USR-PWD-DATE  PIC 9(8).
              05 USR-FAIL-CNT  PIC 9(2).
              05 USR-LOCKED    PIC X.
              05 USR-ADMIN     PIC X.
              05 USR-PWD-HIST  PIC X(10)  OCCURS 3 TIMES.
       WORKING-STORAGE SECTION.
       01  USERFL-STATUS       PIC XX.
       01  LOAD-CNT            PIC 9(3)   VALUE 0.
       01  WK-PASSWORD         PIC X(10).
       PROCEDURE DIVISION.
       000-START.
           OPEN  EXTEND USERFL
           STOP  RUN.
       100-ACCEPT-ONE.
           DISPLAY  "PASSWORD              : " WITH NO ADVANCING
           ACCEPT   WK-PASSWORD
           CALL  "P1243"  USING  USR-ID  WK-PASSWORD  USR-PASSWORD
           DISPLAY  "STUDENT SUBSYS (Y/N)  : " WITH NO ADVANCING
           ACCEPT   USR-LVL-STU
           DISPLAY  "INSURANCE SUBSYS (Y/N): " WITH NO ADVANCING
           ACCEPT   USR-LVL-PAY
           DISPLAY  "PURCHASE SUBSYS (Y/N) : " WITH NO ADVANCING
           ACCEPT   USR-LVL-PUR
           DISPLAY  "SECURITY ADMIN (Y/N)  : " WITH NO ADVANCING
           ACCEPT   USR-ADMIN
           IF  USR-ADMIN  NOT =  "Y"
               MOVE  "N"  TO USR-ADMIN
           END-IF
           MOVE  0       TO USR-PWD-DATE
           MOVE  0       TO USR-FAIL-CNT
           MOVE  "N"     TO USR-LOCKED
           MOVE  SPACES  TO USR-PWD-HIST (1)
           MOVE  SPACES  TO USR-PWD-HIST (2)
           MOVE  SPACES  TO USR-PWD-HIST (3)
           WRITE USER-REC
           ADD   1  TO LOAD-CNT.
