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
           03 FILLER           PIC X(10)  VALUE "SIGNONS".
           03 FILLER           PIC X(10)  VALUE "FAILURES".
           03 FILLER           PIC X(10)  VALUE "DORMANT".
           03 FILLER           PIC X(10)  VALUE "LOCKED".
           03 FILLER           PIC X(10)  VALUE "KEEP Y/N".
       01  HD-4                PIC X(74)  VALUE ALL "=".
       01  HD-5.
           03 FILLER           PIC X(12)  VALUE SPACES.
           03 FILLER           PIC X(44)  VALUE
                 "LOCKED AND DORMANT ACCOUNTS".
       01  HD-6.
           03 FILLER           PIC X(12)  VALUE "USER".
           03 FILLER           PIC X(12)  VALUE "LAST USED".
           03 FILLER           PIC X(10)  VALUE "FAILURES".
           03 FILLER           PIC X(10)  VALUE "DORMANT".
           03 FILLER           PIC X(10)  VALUE "LOCKED".
       01  DL.
           03 DL-USER          PIC X(10).
           03 FILLER           PIC X(2).
           03 FILLER           PIC X(5).
           03 DL-DORMANT       PIC X(7).
           03 FILLER           PIC X(3).
           03 DL-LOCKED        PIC X(6).
           03 FILLER           PIC X(4).
           03 FILLER           PIC X(8)   VALUE "[     ]".
       01  EL.
           03 EL-USER          PIC X(10).
           03 FILLER           PIC X(2).
           03 EL-LAST          PIC 9(8).
           03 FILLER           PIC X(5).
           03 EL-FAILS         PIC ZZZ9.
           03 FILLER           PIC X(5).
           03 EL-DORMANT       PIC X(7).
           03 FILLER           PIC X(3).
           03 EL-LOCKED        PIC X(6).
       01  SIGN-LINE           PIC X(48)  VALUE
           "   OWNER SIGNATURE : ______________________".
       01  SUBSYS-TAB.
              05 UT-LAST       PIC 9(8)   OCCURS 4 TIMES.
              05 UT-SIGNONS    PIC 9(4)   OCCURS 4 TIMES.
              05 UT-FAILS      PIC 9(4).
              05 UT-LOCKED     PIC X.
       01  WK-LAST             PIC 9(8).
       01  WK-DORMANT          PIC X(7).
       01  EXCEPT-CNT          PIC 9(3)   VALUE 0.
       01  ASK-ASOF            PIC 9(8).
       01  ASK-DORM-DAYS       PIC 9(3).
       01  DATE-FUNC           PIC X(4).
                    UNTIL SUB-IDX  >  4
              PERFORM  300-REVIEW-SHEET
           END-PERFORM
           PERFORM  400-EXCEPTION-SHEET
           CLOSE PRINTFL
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                     (USER-CNT, SUB-IDX)
                      END-PERFORM
                      MOVE  0  TO UT-FAILS (USER-CNT)
                      MOVE  USR-LOCKED  TO UT-LOCKED (USER-CNT)
                      ADD   1  TO RUNLOG-READ-CNT
                  END-IF
                  READ  USERFL   AT END
           MOVE  UT-LAST (USER-IDX, SUB-IDX)  TO DL-LAST
           MOVE  UT-SIGNONS (USER-IDX, SUB-IDX)  TO DL-SIGNONS
           MOVE  UT-FAILS (USER-IDX)  TO DL-FAILS
           MOVE  UT-LAST (USER-IDX, SUB-IDX)  TO WK-LAST
           PERFORM  320-CHECK-DORMANT
           MOVE  WK-DORMANT  TO DL-DORMANT
           MOVE  SPACES  TO DL-LOCKED
           IF  UT-LOCKED (USER-IDX)  =  "Y"
               MOVE  "LOCKED"  TO DL-LOCKED
           END-IF
           WRITE PRT-REC  FROM  DL  AFTER 1  LINES
           ADD   1  TO RUNLOG-WRITE-CNT.
       320-CHECK-DORMANT.
           MOVE  SPACES  TO WK-DORMANT
           IF  WK-LAST  =  0
               MOVE  "NEVER"  TO WK-DORMANT
           ELSE
               MOVE  "DIFF"  TO DATE-FUNC
               CALL  "P1023"  USING  DATE-FUNC  WK-LAST  ASK-ASOF
                                     DATE-DAYS  DATE-RESULT
               IF  DATE-RESULT  >  ASK-DORM-DAYS
                   MOVE  "DORMANT"  TO WK-DORMANT
               END-IF
           END-IF.
       400-EXCEPTION-SHEET.
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-5  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-6  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           PERFORM  VARYING  USER-IDX  FROM  1  BY 1
                    UNTIL USER-IDX  >  USER-CNT
              PERFORM  410-EXCEPTION-LINE
           END-PERFORM
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           DISPLAY  "LOCKED OR DORMANT ACCOUNTS = " EXCEPT-CNT.
       410-EXCEPTION-LINE.
           MOVE  0  TO WK-LAST
           PERFORM  VARYING  SUB-IDX  FROM  1  BY 1
                    UNTIL SUB-IDX  >  4
              IF  UT-LAST (USER-IDX, SUB-IDX)  >  WK-LAST
                  MOVE  UT-LAST (USER-IDX, SUB-IDX)  TO WK-LAST
              END-IF
           END-PERFORM
           PERFORM  320-CHECK-DORMANT
           IF  WK-DORMANT  =  SPACES
               AND  UT-LOCKED (USER-IDX)  NOT =  "Y"
               EXIT  PARAGRAPH
           END-IF
           MOVE  UT-ID (USER-IDX)     TO EL-USER
           MOVE  WK-LAST              TO EL-LAST
           MOVE  UT-FAILS (USER-IDX)  TO EL-FAILS
           MOVE  WK-DORMANT           TO EL-DORMANT
           MOVE  SPACES  TO EL-LOCKED
           IF  UT-LOCKED (USER-IDX)  =  "Y"
               MOVE  "LOCKED"  TO EL-LOCKED
           END-IF
           WRITE PRT-REC  FROM  EL  AFTER 1  LINES
           ADD   1  TO RUNLOG-WRITE-CNT
           ADD   1  TO EXCEPT-CNT.
