       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P1244.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   USERFL   ASSIGN   TO "D1020.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    USERFL-STATUS.
           SELECT   SECFL    ASSIGN   TO "SEC1020.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    SECFL-STATUS.
       DATA   DIVISION.
       FILE   SECTION.
       FD  USERFL
           DATA  RECORD   IS USER-REC.
       01  USER-REC.
           03 USR-ID           PIC X(10).
           03 USR-PASSWORD     PIC X(10).
           03 USR-LVL-STU      PIC X.
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
           03 SEC-DATE         PIC 9(8).
           03 SEC-TIME         PIC 9(8).
           03 SEC-USER         PIC X(10).
           03 SEC-SUBSYS       PIC X(3).
           03 SEC-RESULT       PIC X(8).
       WORKING-STORAGE SECTION.
       01  USER-TAB-AREA.
           03 USER-CNT         PIC 9(3)   VALUE 0.
           03 USER-ENTRY       OCCURS 100 TIMES.
              05 UT-ID         PIC X(10).
              05 UT-PASSWORD   PIC X(10).
              05 UT-LVL-STU    PIC X.
              05 UT-LVL-INS    PIC X.
              05 UT-LVL-PAY    PIC X.
              05 UT-LVL-PUR    PIC X.
              05 UT-SECURITY.
                 07 UT-PWD-DATE   PIC 9(8).
                 07 UT-FAIL-CNT   PIC 9(2).
                 07 UT-LOCKED     PIC X.
                 07 UT-ADMIN      PIC X.
                 07 UT-PWD-HIST   PIC X(10)  OCCURS 3 TIMES.
       01  SIGNON-AREA.
           03 SIGNON-USER      PIC X(10).
           03 SIGNON-PASSWORD  PIC X(10).
           03 SIGNON-SUBSYS    PIC X(3)   VALUE "SEC".
           03 SIGNON-REPLY     PIC X.
       01  ASK-USER            PIC X(10).
       01  ASK-RESET           PIC X.
       01  ASK-PASSWORD        PIC X(10).
       01  USER-IDX            PIC 9(3).
       01  MATCH-IDX           PIC 9(3).
       01  LOCKED-CNT          PIC 9(3)   VALUE 0.
       01  UNLOCK-CNT          PIC 9(3)   VALUE 0.
       01  EOF-SW              PIC X      VALUE "N".
       01  USERFL-STATUS       PIC XX.
       01  SECFL-STATUS        PIC XX.
       01  WK-RESULT           PIC X(8).
       01  WK-DATE-WK          PIC 9(6).
       01  WK-DATE-PL          PIC 9(4)/99/99.
       01  WK-DATE-8           PIC 9(8).
       PROCEDURE DIVISION.
       000-START.
           ACCEPT   WK-DATE-WK  FROM  DATE
           CALL  "P0447"  USING  WK-DATE-WK  WK-DATE-PL
           MOVE  WK-DATE-PL (1:4)   TO WK-DATE-8 (1:4)
           MOVE  WK-DATE-PL (6:2)   TO WK-DATE-8 (5:2)
           MOVE  WK-DATE-PL (9:2)   TO WK-DATE-8 (7:2)
           PERFORM  900-SIGN-ON
           IF  SIGNON-REPLY  NOT =  "Y"
               DISPLAY  "SIGN-ON REFUSED - SECURITY ADMINISTRATOR ONLY"
               STOP  RUN
           END-IF
           PERFORM  100-LOAD-USERS
           PERFORM  150-LIST-LOCKED
           IF  LOCKED-CNT  =  0
               DISPLAY  "NO LOCKED USERS"
               STOP  RUN
           END-IF
           MOVE  SPACES   TO ASK-USER
           PERFORM  UNTIL ASK-USER = "E"
              DISPLAY  " "
              DISPLAY  "USER TO UNLOCK (E:END) : "
                       WITH NO ADVANCING
              ACCEPT   ASK-USER
              IF  ASK-USER  NOT =  "E"
                  AND  ASK-USER  NOT =  SPACES
                  PERFORM  200-UNLOCK-ONE
              END-IF
           END-PERFORM
           IF  UNLOCK-CNT  >  0
               PERFORM  400-SAVE-USERS
           END-IF
           DISPLAY  "USERS UNLOCKED = " UNLOCK-CNT
           STOP  RUN.
       100-LOAD-USERS.
           OPEN  INPUT USERFL
           IF  USERFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  USERFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  USER-CNT  <  100
                      ADD   1  TO USER-CNT
                      MOVE  USR-ID        TO UT-ID       (USER-CNT)
                      MOVE  USR-PASSWORD  TO UT-PASSWORD (USER-CNT)
                      MOVE  USR-LVL-STU   TO UT-LVL-STU  (USER-CNT)
                      MOVE  USR-LVL-INS   TO UT-LVL-INS  (USER-CNT)
                      MOVE  USR-LVL-PAY   TO UT-LVL-PAY  (USER-CNT)
                      MOVE  USR-LVL-PUR   TO UT-LVL-PUR  (USER-CNT)
                      MOVE  USR-SECURITY  TO UT-SECURITY (USER-CNT)
                  END-IF
                  READ  USERFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE USERFL
           END-IF.
       150-LIST-LOCKED.
           DISPLAY  "LOCKED USERS :"
           PERFORM  VARYING  USER-IDX  FROM  1  BY 1
                    UNTIL USER-IDX  >  USER-CNT
              IF  UT-LOCKED (USER-IDX)  =  "Y"
                  DISPLAY  "   " UT-ID (USER-IDX)
                           "  FAILED SIGN-ONS "
                           UT-FAIL-CNT (USER-IDX)
                  ADD   1  TO LOCKED-CNT
              END-IF
           END-PERFORM.
       200-UNLOCK-ONE.
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  USER-IDX  FROM  1  BY 1
                    UNTIL USER-IDX  >  USER-CNT
              IF  UT-ID (USER-IDX)  =  ASK-USER
                  MOVE  USER-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM
           IF  MATCH-IDX  =  0
               DISPLAY  "USER NOT ON FILE : " ASK-USER
               EXIT  PARAGRAPH
           END-IF
           IF  UT-LOCKED (MATCH-IDX)  NOT =  "Y"
               DISPLAY  "USER NOT LOCKED : " ASK-USER
               EXIT  PARAGRAPH
           END-IF
           MOVE  "N"  TO UT-LOCKED (MATCH-IDX)
           MOVE  0    TO UT-FAIL-CNT (MATCH-IDX)
           MOVE  "UNLOCKED"  TO WK-RESULT
           PERFORM  300-LOG-UNLOCK
           DISPLAY  "RESET PASSWORD (Y/N)  : " WITH NO ADVANCING
           ACCEPT   ASK-RESET
           IF  ASK-RESET  =  "Y"
               DISPLAY  "TEMPORARY PASSWORD    : " WITH NO ADVANCING
               ACCEPT   ASK-PASSWORD
               MOVE  UT-PWD-HIST (MATCH-IDX, 2)
                  TO UT-PWD-HIST (MATCH-IDX, 3)
               MOVE  UT-PWD-HIST (MATCH-IDX, 1)
                  TO UT-PWD-HIST (MATCH-IDX, 2)
               MOVE  UT-PASSWORD (MATCH-IDX)
                  TO UT-PWD-HIST (MATCH-IDX, 1)
               CALL  "P1243"  USING  ASK-USER  ASK-PASSWORD
                                     UT-PASSWORD (MATCH-IDX)
               MOVE  0  TO UT-PWD-DATE (MATCH-IDX)
               MOVE  "PWDRESET"  TO WK-RESULT
               PERFORM  300-LOG-UNLOCK
           END-IF
           ADD   1  TO UNLOCK-CNT
           DISPLAY  "UNLOCKED " ASK-USER.
       300-LOG-UNLOCK.
           OPEN  EXTEND SECFL
           IF  SECFL-STATUS  =  "35"
               OPEN  OUTPUT SECFL
           END-IF
           MOVE  WK-DATE-8      TO SEC-DATE
           ACCEPT   SEC-TIME  FROM  TIME
           MOVE  ASK-USER       TO SEC-USER
           MOVE  SIGNON-SUBSYS  TO SEC-SUBSYS
           MOVE  WK-RESULT      TO SEC-RESULT
           WRITE SEC-REC
           MOVE  SIGNON-USER    TO SEC-USER
           MOVE  "APPROVED"     TO SEC-RESULT
           WRITE SEC-REC
           CLOSE SECFL.
       400-SAVE-USERS.
           OPEN  OUTPUT USERFL
           PERFORM  VARYING  USER-IDX  FROM  1  BY 1
                    UNTIL USER-IDX  >  USER-CNT
              MOVE  UT-ID       (USER-IDX)  TO USR-ID
              MOVE  UT-PASSWORD (USER-IDX)  TO USR-PASSWORD
              MOVE  UT-LVL-STU  (USER-IDX)  TO USR-LVL-STU
              MOVE  UT-LVL-INS  (USER-IDX)  TO USR-LVL-INS
              MOVE  UT-LVL-PAY  (USER-IDX)  TO USR-LVL-PAY
              MOVE  UT-LVL-PUR  (USER-IDX)  TO USR-LVL-PUR
              MOVE  UT-SECURITY (USER-IDX)  TO USR-SECURITY
              WRITE USER-REC
           END-PERFORM
           CLOSE USERFL.
       900-SIGN-ON.
           DISPLAY  "OPERATOR ID : " WITH NO ADVANCING
           ACCEPT   SIGNON-USER
           DISPLAY  "PASSWORD    : " WITH NO ADVANCING
           ACCEPT   SIGNON-PASSWORD
           CALL  "P1020"  USING  SIGNON-USER  SIGNON-PASSWORD
                                 SIGNON-SUBSYS  SIGNON-REPLY.
