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
           03 SEC-SUBSYS       PIC X(3).
           03 SEC-RESULT       PIC X(8).
       WORKING-STORAGE SECTION.
       01  USER-TAB-AREA.
           03 USER-CNT         PIC 9(3).
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
       01  PWD-MAX-DAYS        PIC 9(3)   VALUE 90.
       01  PWD-LOCK-LIMIT      PIC 9(2)   VALUE 3.
       01  USERFL-STATUS       PIC XX.
       01  SECFL-STATUS        PIC XX.
       01  EOF-SW              PIC X.
       01  SAVE-SW             PIC X.
       01  CHANGE-SW           PIC X.
       01  REUSE-SW            PIC X.
       01  USER-IDX            PIC 9(3).
       01  MATCH-IDX           PIC 9(3).
       01  HIST-IDX            PIC 9.
       01  WK-LVL              PIC X.
       01  WK-RESULT           PIC X(8).
       01  WK-EVENT            PIC X(8).
       01  WK-HASH             PIC X(10).
       01  WK-NEW-PASSWORD     PIC X(10).
       01  WK-CONFIRM          PIC X(10).
       01  WK-NEW-HASH         PIC X(10).
       01  WK-DATE-WK          PIC 9(6).
       01  WK-DATE-PL          PIC 9(4)/99/99.
       01  WK-DATE-8           PIC 9(8).
       01  DATE-FUNC           PIC X(4).
       01  DATE-DAYS           PIC S9(7).
       01  DATE-RESULT         PIC S9(7).
       LINKAGE SECTION.
       01  LK-USER             PIC X(10).
       01  LK-PASSWORD         PIC X(10).
       PROCEDURE DIVISION  USING  LK-USER  LK-PASSWORD
                                  LK-SUBSYS  LK-REPLY.
       000-START.
           MOVE  "N"     TO LK-REPLY
           MOVE  "N"     TO SAVE-SW
           MOVE  SPACES  TO WK-RESULT
           MOVE  SPACES  TO WK-EVENT
           ACCEPT   WK-DATE-WK  FROM  DATE
           CALL  "P0447"  USING  WK-DATE-WK  WK-DATE-PL
           MOVE  WK-DATE-PL (1:4)   TO WK-DATE-8 (1:4)
           MOVE  WK-DATE-PL (6:2)   TO WK-DATE-8 (5:2)
           MOVE  WK-DATE-PL (9:2)   TO WK-DATE-8 (7:2)
           PERFORM  050-LOAD-USERS
           EVALUATE TRUE
              WHEN  MATCH-IDX  =  0
                 MOVE  "NOUSER"   TO WK-RESULT
              WHEN  UT-LOCKED (MATCH-IDX)  =  "Y"
                 MOVE  "LOCKED"   TO WK-RESULT
                 DISPLAY  "USER LOCKED - SEE SECURITY ADMINISTRATOR"
              WHEN  OTHER
                 PERFORM  300-CHECK-PASSWORD
           END-EVALUATE
           IF  WK-RESULT  =  SPACES
               PERFORM  200-CHECK-LEVEL
               IF  LK-REPLY  =  "Y"
                   MOVE  "SIGNON"   TO WK-RESULT
               ELSE
                   MOVE  "REFUSED"  TO WK-RESULT
               END-IF
           END-IF
           PERFORM  100-LOG
           IF  SAVE-SW  =  "Y"
               PERFORM  400-SAVE-USERS
           END-IF
           GOBACK.
       050-LOAD-USERS.
           MOVE  0  TO USER-CNT
           MOVE  0  TO MATCH-IDX
           OPEN  INPUT USERFL
           IF  USERFL-STATUS  =  "00"
               MOVE  "N"   TO EOF-SW
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
                      IF  UT-FAIL-CNT (USER-CNT)  NOT NUMERIC
                          MOVE  0    TO UT-FAIL-CNT (USER-CNT)
                      END-IF
                      IF  UT-LOCKED (USER-CNT)  NOT =  "Y"
                          MOVE  "N"  TO UT-LOCKED (USER-CNT)
                      END-IF
                      IF  UT-ADMIN (USER-CNT)  NOT =  "Y"
                          MOVE  "N"  TO UT-ADMIN (USER-CNT)
                      END-IF
                      IF  USR-ID  =  LK-USER
                          MOVE  USER-CNT  TO MATCH-IDX
                      END-IF
                  END-IF
                  READ  USERFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE USERFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       100-LOG.
           OPEN  EXTEND SECFL
           IF  SECFL-STATUS  =  "35"
               OPEN  OUTPUT SECFL
           END-IF
           MOVE  WK-DATE-8  TO SEC-DATE
           ACCEPT   SEC-TIME  FROM  TIME
           MOVE  LK-USER    TO SEC-USER
           MOVE  LK-SUBSYS  TO SEC-SUBSYS
           MOVE  WK-RESULT  TO SEC-RESULT
           WRITE SEC-REC
           IF  WK-EVENT  NOT =  SPACES
               MOVE  WK-EVENT   TO SEC-RESULT
               WRITE SEC-REC
           END-IF
           CLOSE SECFL.
       200-CHECK-LEVEL.
           EVALUATE  LK-SUBSYS
              WHEN  "STU"
                 MOVE  UT-LVL-STU (MATCH-IDX)  TO WK-LVL
              WHEN  "INS"
                 MOVE  UT-LVL-INS (MATCH-IDX)  TO WK-LVL
              WHEN  "PAY"
                 MOVE  UT-LVL-PAY (MATCH-IDX)  TO WK-LVL
              WHEN  "PUR"
                 MOVE  UT-LVL-PUR (MATCH-IDX)  TO WK-LVL
              WHEN  "SEC"
                 MOVE  UT-ADMIN (MATCH-IDX)    TO WK-LVL
              WHEN  OTHER
                 MOVE  "N"  TO WK-LVL
           END-EVALUATE
           ELSE
               MOVE  "N"  TO LK-REPLY
           END-IF.
       300-CHECK-PASSWORD.
           IF  UT-PWD-DATE (MATCH-IDX)  IS NUMERIC
               CALL  "P1243"  USING  LK-USER  LK-PASSWORD  WK-HASH
           ELSE
               MOVE  LK-PASSWORD  TO WK-HASH
           END-IF
           IF  WK-HASH  NOT =  UT-PASSWORD (MATCH-IDX)
               MOVE  "BADPASS"  TO WK-RESULT
               ADD   1  TO UT-FAIL-CNT (MATCH-IDX)
               MOVE  "Y"  TO SAVE-SW
               IF  UT-FAIL-CNT (MATCH-IDX)  NOT <  PWD-LOCK-LIMIT
                   MOVE  "Y"        TO UT-LOCKED (MATCH-IDX)
                   MOVE  "LOCKOUT"  TO WK-EVENT
                   DISPLAY  "TOO MANY FAILED SIGN-ONS - USER LOCKED"
               END-IF
               EXIT  PARAGRAPH
           END-IF
           IF  UT-FAIL-CNT (MATCH-IDX)  NOT =  0
               MOVE  0    TO UT-FAIL-CNT (MATCH-IDX)
               MOVE  "Y"  TO SAVE-SW
           END-IF
           MOVE  "N"  TO CHANGE-SW
           IF  UT-PWD-DATE (MATCH-IDX)  NOT NUMERIC
               OR  UT-PWD-DATE (MATCH-IDX)  =  0
               MOVE  "Y"  TO CHANGE-SW
           ELSE
               MOVE  "DIFF"  TO DATE-FUNC
               CALL  "P1023"  USING  DATE-FUNC
                                     UT-PWD-DATE (MATCH-IDX)
                                     WK-DATE-8
                                     DATE-DAYS  DATE-RESULT
               IF  DATE-RESULT  >  PWD-MAX-DAYS
                   MOVE  "Y"  TO CHANGE-SW
               END-IF
           END-IF
           IF  CHANGE-SW  =  "Y"
               PERFORM  310-FORCE-CHANGE
           END-IF.
       310-FORCE-CHANGE.
           DISPLAY  "PASSWORD EXPIRED - A NEW PASSWORD IS REQUIRED"
           DISPLAY  "NEW PASSWORD          : " WITH NO ADVANCING
           ACCEPT   WK-NEW-PASSWORD
           DISPLAY  "CONFIRM NEW PASSWORD  : " WITH NO ADVANCING
           ACCEPT   WK-CONFIRM
           IF  WK-NEW-PASSWORD  =  SPACES
               OR  WK-NEW-PASSWORD  NOT =  WK-CONFIRM
               DISPLAY  "NEW PASSWORD NOT CONFIRMED - NOT CHANGED"
               MOVE  "PWDFAIL"  TO WK-RESULT
               EXIT  PARAGRAPH
           END-IF
           CALL  "P1243"  USING  LK-USER  LK-PASSWORD  WK-HASH
           CALL  "P1243"  USING  LK-USER  WK-NEW-PASSWORD  WK-NEW-HASH
           MOVE  "N"  TO REUSE-SW
           IF  WK-NEW-HASH  =  WK-HASH
               MOVE  "Y"  TO REUSE-SW
           END-IF
           PERFORM  VARYING  HIST-IDX  FROM  1  BY 1
                    UNTIL HIST-IDX  >  3
              IF  WK-NEW-HASH  =  UT-PWD-HIST (MATCH-IDX, HIST-IDX)
                  MOVE  "Y"  TO REUSE-SW
              END-IF
           END-PERFORM
           IF  REUSE-SW  =  "Y"
               DISPLAY  "PASSWORD USED RECENTLY - NOT CHANGED"
               MOVE  "PWDFAIL"  TO WK-RESULT
               EXIT  PARAGRAPH
           END-IF
           MOVE  UT-PWD-HIST (MATCH-IDX, 2)
              TO UT-PWD-HIST (MATCH-IDX, 3)
           MOVE  UT-PWD-HIST (MATCH-IDX, 1)
              TO UT-PWD-HIST (MATCH-IDX, 2)
           MOVE  WK-HASH      TO UT-PWD-HIST (MATCH-IDX, 1)
           MOVE  WK-NEW-HASH  TO UT-PASSWORD (MATCH-IDX)
           MOVE  WK-DATE-8    TO UT-PWD-DATE (MATCH-IDX)
           MOVE  "PWDCHG"     TO WK-EVENT
           MOVE  "Y"  TO SAVE-SW
           DISPLAY  "PASSWORD CHANGED".
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
