       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P0925.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   INSFL    ASSIGN   TO "D0872.DAT"
              ORGANIZATION   INDEXED
              ACCESS MODE    RANDOM
              RECORD KEY     INS-CODE
              FILE STATUS    INSFL-STATUS.
           SELECT   RATEFL   ASSIGN   TO "D0892.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    RATEFL-STATUS.
           SELECT   BILLFL   ASSIGN   TO "D0885.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    BILLFL-STATUS.
           SELECT   RCPTFL   ASSIGN   TO "D0886.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    RCPTFL-STATUS.
           SELECT   CURRFL   ASSIGN   TO "CURR0872"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CURRFL-STATUS.
           SELECT   ENDFL    ASSIGN   TO "D0925.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    ENDFL-STATUS.
           SELECT   AUDITFL  ASSIGN   TO "D0884AUDIT.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    AUDITFL-STATUS.
       DATA   DIVISION.
       FILE   SECTION.
       FD  INSFL
           DATA  RECORD   IS INS-REC.
       01  INS-REC.
           03 INS-CODE       PIC 9(5).
           03 INS-AGE        PIC 99.
           03 INS-SEX        PIC X.
           03 INS-M          PIC X.
           03 INS-F          PIC 9.
           03 INS-SMOKE      PIC X.
           03 INS-COVERAGE   PIC 9(7).
           03 INS-AGENT      PIC X(3).
           03 INS-STATUS     PIC X.
           03 INS-DOB        PIC 9(8).
       FD  RATEFL
           DATA  RECORD   IS RATE-REC.
       01  RATE-REC.
           03 RT-EFDT       PIC 9(8).
           03 RT-TYPE       PIC XX.
           03 RT-KEY        PIC X.
           03 RT-LOW        PIC 9(3).
           03 RT-HIGH       PIC 9(3).
           03 RT-POINTS     PIC 9(3).
           03 RT-RATE       PIC 9V9(5).
           03 RT-LABEL      PIC X(5).
       FD  BILLFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS BILL-REC.
       01  BILL-REC.
           03 BILL-CODE      PIC 9(5).
           03 BILL-SEQ       PIC 99.
           03 BILL-DUE-DATE  PIC 9(8).
           03 BILL-AMT       PIC 9(7).
       FD  RCPTFL
           DATA  RECORD   IS RCPT-REC.
       01  RCPT-REC.
           03 RCPT-CODE      PIC 9(5).
           03 RCPT-DATE      PIC 9(8).
           03 RCPT-AMT       PIC 9(6).
           03 RCPT-TYPE      PIC X.
       FD  CURRFL
           DATA  RECORD   IS CURR-REC.
       01  CURR-REC.
           03 CURR-CODE      PIC 9(5).
           03 CURR-PREMIUM   PIC 9(6).
           03 CURR-RIDER-AMT PIC 9(6).
           03 CURR-TOTAL     PIC 9(7).
       FD  ENDFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS END-REC.
       01  END-REC.
           03 END-CODE       PIC 9(5).
           03 END-EFF-DATE   PIC 9(8).
           03 END-OLD-COV    PIC 9(7).
           03 END-NEW-COV    PIC 9(7).
           03 END-OLD-SMOKE  PIC X.
           03 END-NEW-SMOKE  PIC X.
           03 END-OLD-PREM   PIC 9(6).
           03 END-NEW-PREM   PIC 9(6).
           03 END-ADJ-TYPE   PIC X.
           03 END-ADJ-AMT    PIC 9(7).
           03 END-REFUND     PIC 9(7).
           03 END-TERM-END   PIC 9(8).
           03 END-USER       PIC X(10).
       FD  AUDITFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS AUDIT-REC.
       01  AUDIT-REC.
           05  AUDIT-DATE            PIC 9(08).
           05  FILLER                PIC X(01).
           05  AUDIT-TIME            PIC X(08).
           05  FILLER                PIC X(01).
           05  AUDIT-USER            PIC X(10).
           05  FILLER                PIC X(01).
           05  AUDIT-INS-CODE        PIC X(05).
           05  FILLER                PIC X(01).
           05  AUDIT-ACTION          PIC X(08).
           05  FILLER                PIC X(01).
           05  AUDIT-TERM-ID         PIC X(08).
           05  FILLER                PIC X(01).
           05  AUDIT-OLD-VALUE       PIC X(100).
           05  FILLER                PIC X(01).
           05  AUDIT-NEW-VALUE       PIC X(100).
       WORKING-STORAGE SECTION.
       01  RATE-TAB-AREA.
           03 RATE-TAB-CNT   PIC 9(3)   VALUE 0.
           03 RATE-TAB-ENTRY OCCURS 200 TIMES.
              05 RTT-TYPE    PIC XX.
              05 RTT-KEY     PIC X.
              05 RTT-LOW     PIC 9(3).
              05 RTT-HIGH    PIC 9(3).
              05 RTT-POINTS  PIC 9(3).
              05 RTT-RATE    PIC 9V9(5).
              05 RTT-LABEL   PIC X(5).
       01  BILL-TAB-AREA.
           03 BILL-CNT       PIC 9(4)   VALUE 0.
           03 BT-IMG         PIC X(22)  OCCURS 3000 TIMES.
       01  BW-WORK-REC.
           03 BW-CODE        PIC 9(5).
           03 BW-SEQ         PIC 99.
           03 BW-DUE-DATE    PIC 9(8).
           03 BW-AMT         PIC 9(7).
       01  CURR-TAB-AREA.
           03 CURR-CNT       PIC 9(3)   VALUE 0.
           03 CT-IMG         PIC X(24)  OCCURS 500 TIMES.
       01  RATE-SET-EFDT     PIC 9(8)   VALUE 0.
       01  RATE-VERSION-SW   PIC X      VALUE "N".
       01  POINT-CNT         PIC 99.
       01  POINT-WK          PIC 99.
       01  RATE-WK           PIC 9V99999.
       01  PREMIUM-CNT       PIC 9(6).
       01  WORK-AREA.
           03 WK-OLD-PREM    PIC 9(6).
           03 WK-NEW-PREM    PIC 9(6).
           03 WK-OLD-COV     PIC 9(7).
           03 WK-OLD-SMOKE   PIC X.
           03 WK-TERM-START  PIC 9(8).
           03 WK-TERM-END    PIC 9(8).
           03 WK-DAYS-LEFT   PIC S9(7).
           03 WK-ADJ         PIC S9(8).
           03 WK-RCVD        PIC 9(8).
           03 WK-BILLED      PIC 9(8).
           03 WK-FUTURE      PIC S9(8).
           03 WK-FUT-CNT     PIC 99.
           03 WK-FUT-DONE    PIC 99.
           03 WK-INST-AMT    PIC 9(7).
           03 WK-LAST-AMT    PIC 9(7).
           03 WK-REFUND      PIC 9(7).
           03 WK-MAX-SEQ     PIC 99.
       01  ASK-EFF-DATE      PIC 9(8).
       01  ASK-COVERAGE      PIC 9(7).
       01  ASK-SMOKE         PIC X.
       01  ASK-OK            PIC X.
       01  WK-CODE           PIC X(5).
       01  WK-CODE-N  REDEFINES  WK-CODE   PIC 9(5).
       01  SHOW-AMT          PIC -Z,ZZZ,ZZ9.
       01  RATE-IDX          PIC 9(3).
       01  BILL-IDX          PIC 9(4).
       01  CURR-IDX          PIC 9(3).
       01  DATE-FUNC         PIC X(4).
       01  DATE-DAYS         PIC S9(7).
       01  DATE-RESULT       PIC S9(7).
       01  END-CNT           PIC 9(4)   VALUE 0.
       01  EOF-SW            PIC X      VALUE "N".
       01  INSFL-STATUS      PIC XX.
       01  RATEFL-STATUS     PIC XX.
       01  BILLFL-STATUS     PIC XX.
       01  RCPTFL-STATUS     PIC XX.
       01  CURRFL-STATUS     PIC XX.
       01  ENDFL-STATUS      PIC XX.
       01  AUDITFL-STATUS    PIC XX.
       01  WK-USER           PIC X(10).
       01  WK-TERM           PIC X(8).
       01  WK-ACTION         PIC X(8).
       01  OLD-INS-REC       PIC X(36).
       01  NEW-INS-REC       PIC X(36).
       01  WK-DATE-WK        PIC 9(6).
       01  WK-DATE-PL        PIC 9(4)/99/99.
       01  WK-DATE-8         PIC 9(8).
       01  WSTIME.
           05 WS-HOUR        PIC 9(02).
           05 WS-MIN         PIC 9(02).
           05 WS-SEC         PIC 9(02).
           05 WS-CC          PIC 9(02).
       01  WSTIME-R.
           05 WS-HOUR-R      PIC 9(02).
           05 FILLER         PIC X(01)   VALUE ":".
           05 WS-MIN-R       PIC 9(02).
           05 FILLER         PIC X(01)   VALUE ":".
           05 WS-SEC-R       PIC 9(02).
       01  SIGNON-AREA.
           03 SIGNON-PASSWORD   PIC X(10).
           03 SIGNON-SUBSYS     PIC X(3)   VALUE "INS".
           03 SIGNON-REPLY      PIC X.
       01  JRNL-JOB          PIC X(8)   VALUE "P0925".
       01  JRNL-FILE         PIC X(12).
       01  JRNL-KEY          PIC X(10).
       01  JRNL-IMAGE        PIC X(120).
       01  RUNLOG-JOB        PIC X(8)   VALUE "P0925".
       01  RUNLOG-ACTION     PIC X.
       01  RUNLOG-READ-CNT   PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT  PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS     PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           DISPLAY  "OPERATOR ID : " WITH NO ADVANCING
           ACCEPT   WK-USER
           DISPLAY  "TERMINAL ID : " WITH NO ADVANCING
           ACCEPT   WK-TERM
           DISPLAY  "PASSWORD    : " WITH NO ADVANCING
           ACCEPT   SIGNON-PASSWORD
           CALL  "P1020"  USING  WK-USER  SIGNON-PASSWORD
                                 SIGNON-SUBSYS  SIGNON-REPLY
           IF  SIGNON-REPLY  NOT =  "Y"
               DISPLAY  "SIGN-ON REFUSED FOR THIS SUBSYSTEM"
               STOP  RUN
           END-IF
           ACCEPT   WK-DATE-WK  FROM  DATE
           CALL  "P0447"  USING  WK-DATE-WK  WK-DATE-PL
           MOVE  WK-DATE-PL (1:4)   TO WK-DATE-8 (1:4)
           MOVE  WK-DATE-PL (6:2)   TO WK-DATE-8 (5:2)
           MOVE  WK-DATE-PL (9:2)   TO WK-DATE-8 (7:2)
           PERFORM  100-LOAD-BILLS
           PERFORM  110-LOAD-CURRENT
           OPEN  I-O   INSFL
           OPEN  EXTEND   AUDITFL
           IF  AUDITFL-STATUS  =  "35"
               OPEN  OUTPUT   AUDITFL
           END-IF
           OPEN  EXTEND   ENDFL
           IF  ENDFL-STATUS  =  "35"
               OPEN  OUTPUT   ENDFL
           END-IF
           MOVE  SPACES   TO WK-CODE
           PERFORM  UNTIL WK-CODE = "E"
              DISPLAY  " "
              DISPLAY  "POLICY CODE (E:END)     : "
                       WITH NO ADVANCING
              ACCEPT   WK-CODE
              IF  WK-CODE  NOT =  "E"  AND  WK-CODE  NOT =  SPACES
                  PERFORM  200-ENDORSE-ONE
              END-IF
           END-PERFORM
           CLOSE INSFL   AUDITFL   ENDFL
           IF  END-CNT  >  0
               PERFORM  500-SAVE-BILLS
               PERFORM  510-SAVE-CURRENT
           END-IF
           DISPLAY  "ENDORSEMENTS POSTED = " END-CNT
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           STOP  RUN.
       100-LOAD-BILLS.
           OPEN  INPUT BILLFL
           IF  BILLFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  BILLFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  BILL-CNT  <  3000
                      ADD   1  TO BILL-CNT
                      MOVE  BILL-REC  TO BT-IMG (BILL-CNT)
                      ADD   1  TO RUNLOG-READ-CNT
                  END-IF
                  READ  BILLFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE BILLFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       110-LOAD-CURRENT.
           OPEN  INPUT CURRFL
           IF  CURRFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  CURRFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  CURR-CNT  <  500
                      ADD   1  TO CURR-CNT
                      MOVE  CURR-REC  TO CT-IMG (CURR-CNT)
                  END-IF
                  READ  CURRFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE CURRFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       200-ENDORSE-ONE.
           MOVE  WK-CODE-N  TO INS-CODE
           READ  INSFL
              INVALID  KEY
                 DISPLAY  "POLICY NOT ON MASTER : " WK-CODE
                 EXIT PARAGRAPH
           END-READ
           IF  INS-STATUS  NOT =  "L"
               DISPLAY  "POLICY NOT IN FORCE, STATUS : " INS-STATUS
               EXIT PARAGRAPH
           END-IF
           DISPLAY  "CURRENT COVERAGE / SMOKER : " INS-COVERAGE
                    " / " INS-SMOKE
           DISPLAY  "EFFECTIVE DATE (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT   ASK-EFF-DATE
           PERFORM  210-FIND-TERM
           IF  WK-TERM-START  =  0
               DISPLAY  "NO BILLING SCHEDULE FOR POLICY : " WK-CODE
               EXIT PARAGRAPH
           END-IF
           IF  ASK-EFF-DATE  <  WK-TERM-START
               OR  ASK-EFF-DATE  NOT <  WK-TERM-END
               DISPLAY  "EFFECTIVE DATE OUTSIDE POLICY TERM "
                        WK-TERM-START " - " WK-TERM-END
               EXIT PARAGRAPH
           END-IF
           DISPLAY  "NEW COVERAGE              : " WITH NO ADVANCING
           ACCEPT   ASK-COVERAGE
           DISPLAY  "NEW SMOKER FLAG (Y/N)     : " WITH NO ADVANCING
           ACCEPT   ASK-SMOKE
           IF  ASK-COVERAGE  =  0  OR  ASK-COVERAGE  >  5000000
               DISPLAY  "COVERAGE OUT OF RANGE : " ASK-COVERAGE
               EXIT PARAGRAPH
           END-IF
           IF  ASK-SMOKE  NOT =  "Y"  AND  ASK-SMOKE  NOT =  "N"
               DISPLAY  "SMOKER FLAG MUST BE Y OR N"
               EXIT PARAGRAPH
           END-IF
           IF  ASK-COVERAGE  =  INS-COVERAGE
               AND  ASK-SMOKE  =  INS-SMOKE
               DISPLAY  "NO CHANGE ENTERED"
               EXIT PARAGRAPH
           END-IF
           PERFORM  700-LOAD-RATE-TABLE
           MOVE  INS-REC       TO OLD-INS-REC
           MOVE  INS-COVERAGE  TO WK-OLD-COV
           MOVE  INS-SMOKE     TO WK-OLD-SMOKE
           PERFORM  710-RATE-POLICY
           MOVE  PREMIUM-CNT   TO WK-OLD-PREM
           MOVE  ASK-COVERAGE  TO INS-COVERAGE
           MOVE  ASK-SMOKE     TO INS-SMOKE
           PERFORM  710-RATE-POLICY
           MOVE  PREMIUM-CNT   TO WK-NEW-PREM
           MOVE  OLD-INS-REC   TO INS-REC
           MOVE  "DIFF"  TO DATE-FUNC
           CALL  "P1023"  USING  DATE-FUNC  ASK-EFF-DATE
                                 WK-TERM-END
                                 DATE-DAYS  DATE-RESULT
           MOVE  DATE-RESULT  TO WK-DAYS-LEFT
           COMPUTE  WK-ADJ ROUNDED
                  = ( WK-NEW-PREM - WK-OLD-PREM ) * WK-DAYS-LEFT / 365
           DISPLAY  "ANNUAL PREMIUM OLD / NEW  : " WK-OLD-PREM
                    " / " WK-NEW-PREM
           MOVE  WK-ADJ  TO SHOW-AMT
           DISPLAY  "PRO-RATA ADJUSTMENT       : " SHOW-AMT
                    "  (" WK-DAYS-LEFT " DAYS)"
           DISPLAY  "POST ENDORSEMENT (Y/N)    : " WITH NO ADVANCING
           ACCEPT   ASK-OK
           IF  ASK-OK  NOT =  "Y"  AND  ASK-OK  NOT =  "y"
               DISPLAY  "ENDORSEMENT CANCELLED"
               EXIT PARAGRAPH
           END-IF
           PERFORM  300-UPDATE-POLICY
           IF  INSFL-STATUS  NOT =  "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM  400-REBUILD-INSTALLMENTS
           PERFORM  450-UPDATE-CURRENT
           PERFORM  460-WRITE-ENDORSEMENT
           ADD   1  TO END-CNT
           DISPLAY  "ENDORSEMENT POSTED".
       210-FIND-TERM.
           MOVE  0  TO WK-TERM-START
           MOVE  0  TO WK-TERM-END
           MOVE  0  TO WK-MAX-SEQ
           PERFORM  VARYING  BILL-IDX  FROM  1  BY 1
                    UNTIL BILL-IDX  >  BILL-CNT
              MOVE  BT-IMG (BILL-IDX)  TO BW-WORK-REC
              IF  BW-CODE  =  INS-CODE
                  IF  WK-TERM-START  =  0
                      OR  BW-DUE-DATE  <  WK-TERM-START
                      MOVE  BW-DUE-DATE  TO WK-TERM-START
                  END-IF
                  IF  BW-SEQ  >  WK-MAX-SEQ
                      MOVE  BW-SEQ  TO WK-MAX-SEQ
                  END-IF
              END-IF
           END-PERFORM
           IF  WK-TERM-START  >  0
               MOVE  "ADD "  TO DATE-FUNC
               MOVE  365     TO DATE-DAYS
               CALL  "P1023"  USING  DATE-FUNC  WK-TERM-START
                                     WK-TERM-END
                                     DATE-DAYS  DATE-RESULT
           END-IF.
       300-UPDATE-POLICY.
           MOVE  "D0872"    TO JRNL-FILE
           MOVE  SPACES     TO JRNL-KEY
           MOVE  INS-CODE   TO JRNL-KEY
           MOVE  SPACES     TO JRNL-IMAGE
           MOVE  INS-REC    TO JRNL-IMAGE (1:36)
           CALL  "P1018"  USING  JRNL-JOB  JRNL-FILE
                                 JRNL-KEY  JRNL-IMAGE
           MOVE  INS-REC       TO OLD-INS-REC
           MOVE  ASK-COVERAGE  TO INS-COVERAGE
           MOVE  ASK-SMOKE     TO INS-SMOKE
           REWRITE  INS-REC
              INVALID  KEY
                 DISPLAY  "POLICY MASTER UPDATE FAILED : " INS-CODE
                 EXIT PARAGRAPH
           END-REWRITE
           MOVE  INS-REC    TO NEW-INS-REC
           MOVE  "ENDORSE"  TO WK-ACTION
           PERFORM  800-WRITE-AUDIT
           ADD   1  TO RUNLOG-WRITE-CNT.
       400-REBUILD-INSTALLMENTS.
           MOVE  0  TO WK-RCVD
           OPEN  INPUT RCPTFL
           IF  RCPTFL-STATUS  =  "00"
               READ  RCPTFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  RCPT-CODE  =  INS-CODE
                      AND  RCPT-TYPE  NOT =  "L"
                      ADD   RCPT-AMT  TO WK-RCVD
                  END-IF
                  READ  RCPTFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE RCPTFL
           END-IF
           MOVE  "N"  TO EOF-SW
           MOVE  0  TO WK-BILLED
           MOVE  0  TO WK-FUTURE
           MOVE  0  TO WK-FUT-CNT
           PERFORM  VARYING  BILL-IDX  FROM  1  BY 1
                    UNTIL BILL-IDX  >  BILL-CNT
              MOVE  BT-IMG (BILL-IDX)  TO BW-WORK-REC
              IF  BW-CODE  =  INS-CODE
                  ADD   BW-AMT  TO WK-BILLED
                  IF  WK-BILLED  >  WK-RCVD
                      AND  BW-DUE-DATE  NOT <  ASK-EFF-DATE
                      ADD   BW-AMT  TO WK-FUTURE
                      ADD   1       TO WK-FUT-CNT
                  END-IF
              END-IF
           END-PERFORM
           ADD   WK-ADJ  TO WK-FUTURE
           MOVE  0  TO WK-REFUND
           IF  WK-FUTURE  <  0
               COMPUTE  WK-REFUND = 0 - WK-FUTURE
               MOVE  0  TO WK-FUTURE
           END-IF
           IF  WK-FUT-CNT  =  0
               IF  WK-FUTURE  >  0
                   PERFORM  420-ADD-INSTALLMENT
               END-IF
               EXIT PARAGRAPH
           END-IF
           DIVIDE  WK-FUTURE  BY WK-FUT-CNT
              GIVING   WK-INST-AMT
           COMPUTE  WK-LAST-AMT = WK-FUTURE
                  - WK-INST-AMT * ( WK-FUT-CNT - 1 )
           MOVE  0  TO WK-BILLED
           MOVE  0  TO WK-FUT-DONE
           PERFORM  VARYING  BILL-IDX  FROM  1  BY 1
                    UNTIL BILL-IDX  >  BILL-CNT
              MOVE  BT-IMG (BILL-IDX)  TO BW-WORK-REC
              IF  BW-CODE  =  INS-CODE
                  ADD   BW-AMT  TO WK-BILLED
                  IF  WK-BILLED  >  WK-RCVD
                      AND  BW-DUE-DATE  NOT <  ASK-EFF-DATE
                      PERFORM  410-RESET-INSTALLMENT
                  END-IF
              END-IF
           END-PERFORM.
       410-RESET-INSTALLMENT.
           ADD   1  TO WK-FUT-DONE
           IF  WK-FUT-DONE  =  WK-FUT-CNT
               MOVE  WK-LAST-AMT  TO BW-AMT
           ELSE
               MOVE  WK-INST-AMT  TO BW-AMT
           END-IF
           MOVE  BW-WORK-REC  TO BT-IMG (BILL-IDX).
       420-ADD-INSTALLMENT.
           IF  BILL-CNT  NOT <  3000
               DISPLAY  "BILLING TABLE FULL, INSTALLMENT NOT ADDED"
               MOVE  "A"   TO RUNLOG-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD   1  TO BILL-CNT
           MOVE  INS-CODE      TO BW-CODE
           COMPUTE  BW-SEQ = WK-MAX-SEQ + 1
           MOVE  ASK-EFF-DATE  TO BW-DUE-DATE
           MOVE  WK-FUTURE     TO BW-AMT
           MOVE  BW-WORK-REC   TO BT-IMG (BILL-CNT).
       450-UPDATE-CURRENT.
           PERFORM  VARYING  CURR-IDX  FROM  1  BY 1
                    UNTIL CURR-IDX  >  CURR-CNT
              MOVE  CT-IMG (CURR-IDX)  TO CURR-REC
              IF  CURR-CODE  =  INS-CODE
                  MOVE  WK-NEW-PREM  TO CURR-PREMIUM
                  COMPUTE  CURR-TOTAL = WK-NEW-PREM + CURR-RIDER-AMT
                  MOVE  CURR-REC  TO CT-IMG (CURR-IDX)
              END-IF
           END-PERFORM.
       460-WRITE-ENDORSEMENT.
           MOVE  INS-CODE       TO END-CODE
           MOVE  ASK-EFF-DATE   TO END-EFF-DATE
           MOVE  WK-OLD-COV     TO END-OLD-COV
           MOVE  ASK-COVERAGE   TO END-NEW-COV
           MOVE  WK-OLD-SMOKE   TO END-OLD-SMOKE
           MOVE  ASK-SMOKE      TO END-NEW-SMOKE
           MOVE  WK-OLD-PREM    TO END-OLD-PREM
           MOVE  WK-NEW-PREM    TO END-NEW-PREM
           IF  WK-ADJ  <  0
               MOVE  "R"  TO END-ADJ-TYPE
               COMPUTE  END-ADJ-AMT = 0 - WK-ADJ
           ELSE
               MOVE  "A"  TO END-ADJ-TYPE
               MOVE  WK-ADJ  TO END-ADJ-AMT
           END-IF
           MOVE  WK-REFUND      TO END-REFUND
           MOVE  WK-TERM-END    TO END-TERM-END
           MOVE  WK-USER        TO END-USER
           WRITE END-REC
           ADD   1  TO RUNLOG-WRITE-CNT
           IF  WK-REFUND  >  0
               DISPLAY  "RETURN PREMIUM DUE TO POLICYHOLDER : "
                        WK-REFUND
           END-IF.
       500-SAVE-BILLS.
           OPEN  OUTPUT BILLFL
           PERFORM  VARYING  BILL-IDX  FROM  1  BY 1
                    UNTIL BILL-IDX  >  BILL-CNT
              MOVE  BT-IMG (BILL-IDX)  TO BILL-REC
              WRITE BILL-REC
           END-PERFORM
           CLOSE BILLFL.
       510-SAVE-CURRENT.
           IF  CURR-CNT  =  0
               EXIT PARAGRAPH
           END-IF
           OPEN  OUTPUT CURRFL
           PERFORM  VARYING  CURR-IDX  FROM  1  BY 1
                    UNTIL CURR-IDX  >  CURR-CNT
              MOVE  CT-IMG (CURR-IDX)  TO CURR-REC
              WRITE CURR-REC
           END-PERFORM
           CLOSE CURRFL.
       700-LOAD-RATE-TABLE.
           MOVE  0    TO RATE-SET-EFDT
           MOVE  0    TO RATE-TAB-CNT
           MOVE  "N"  TO RATE-VERSION-SW
           OPEN  INPUT RATEFL
           IF  RATEFL-STATUS  NOT =  "00"
               EXIT PARAGRAPH
           END-IF
           READ  RATEFL  AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              IF  RT-EFDT  NOT >  ASK-EFF-DATE
                  AND  RT-EFDT  >  RATE-SET-EFDT
                  MOVE  RT-EFDT  TO RATE-SET-EFDT
              END-IF
              READ  RATEFL  AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE RATEFL
           MOVE  "N"  TO EOF-SW
           IF  RATE-SET-EFDT  =  0
               EXIT PARAGRAPH
           END-IF
           OPEN  INPUT RATEFL
           READ  RATEFL  AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              IF  RT-EFDT  =  RATE-SET-EFDT
                  AND  RATE-TAB-CNT  <  200
                  ADD   1  TO RATE-TAB-CNT
                  MOVE  RT-TYPE    TO RTT-TYPE   (RATE-TAB-CNT)
                  MOVE  RT-KEY     TO RTT-KEY    (RATE-TAB-CNT)
                  MOVE  RT-LOW     TO RTT-LOW    (RATE-TAB-CNT)
                  MOVE  RT-HIGH    TO RTT-HIGH   (RATE-TAB-CNT)
                  MOVE  RT-POINTS  TO RTT-POINTS (RATE-TAB-CNT)
                  MOVE  RT-RATE    TO RTT-RATE   (RATE-TAB-CNT)
                  MOVE  RT-LABEL   TO RTT-LABEL  (RATE-TAB-CNT)
              END-IF
              READ  RATEFL  AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE RATEFL
           MOVE  "N"  TO EOF-SW
           IF  RATE-TAB-CNT  >  0
               MOVE  "Y"   TO RATE-VERSION-SW
           END-IF.
       710-RATE-POLICY.
           MOVE  0  TO POINT-CNT
           IF  INS-DOB  >  0
               MOVE  "AGE "  TO DATE-FUNC
               CALL  "P1023"  USING  DATE-FUNC  INS-DOB
                                     ASK-EFF-DATE
                                     DATE-DAYS  DATE-RESULT
               MOVE  DATE-RESULT  TO INS-AGE
           END-IF
           IF  RATE-VERSION-SW  =  "Y"
               PERFORM  720-POINTS-FROM-TABLE
           ELSE
               PERFORM  730-POINTS-INTERNAL
           END-IF
           COMPUTE  POINT-WK ROUNDED = INS-F * 0.5
           IF  POINT-WK  >  3
               MOVE  3  TO POINT-WK
           END-IF
           SUBTRACT  POINT-WK  FROM  POINT-CNT
           IF  RATE-VERSION-SW  =  "Y"
               PERFORM  740-RATE-FROM-TABLE
           ELSE
               PERFORM  750-RATE-INTERNAL
           END-IF
           COMPUTE  PREMIUM-CNT = INS-COVERAGE * RATE-WK.
       720-POINTS-FROM-TABLE.
           PERFORM  VARYING  RATE-IDX  FROM  1  BY 1
                    UNTIL RATE-IDX  >  RATE-TAB-CNT
              EVALUATE  RTT-TYPE (RATE-IDX)
                 WHEN  "AG"
                    IF  INS-AGE  NOT <  RTT-LOW  (RATE-IDX)
                        AND  INS-AGE  NOT >  RTT-HIGH (RATE-IDX)
                        ADD  RTT-POINTS (RATE-IDX)  TO POINT-CNT
                    END-IF
                 WHEN  "SX"
                    IF  RTT-KEY (RATE-IDX)  =  INS-SEX
                        ADD  RTT-POINTS (RATE-IDX)  TO POINT-CNT
                    END-IF
                 WHEN  "MR"
                    IF  RTT-KEY (RATE-IDX)  =  INS-M
                        ADD  RTT-POINTS (RATE-IDX)  TO POINT-CNT
                    END-IF
                 WHEN  "SM"
                    IF  RTT-KEY (RATE-IDX)  =  INS-SMOKE
                        ADD  RTT-POINTS (RATE-IDX)  TO POINT-CNT
                    END-IF
              END-EVALUATE
           END-PERFORM.
       730-POINTS-INTERNAL.
           EVALUATE TRUE
              WHEN  INS-AGE  <  20
                 ADD   2  TO POINT-CNT
              WHEN  INS-AGE  <  30
                 ADD  10  TO POINT-CNT
              WHEN  INS-AGE  <  40
                 ADD   8  TO POINT-CNT
              WHEN  INS-AGE  <  50
                 ADD   6  TO POINT-CNT
              WHEN  INS-AGE  <  60
                 ADD   4  TO POINT-CNT
              WHEN  OTHER
                 ADD   2  TO POINT-CNT
           END-EVALUATE
           IF  INS-SEX  =  "M"
               ADD   5  TO POINT-CNT
           ELSE
               ADD   3  TO POINT-CNT
           END-IF
           IF  INS-M  =  "Y"
               ADD   3  TO POINT-CNT
           ELSE
               ADD   5  TO POINT-CNT
           END-IF
           IF  INS-SMOKE  =  "Y"
               ADD   4  TO POINT-CNT
           END-IF.
       740-RATE-FROM-TABLE.
           MOVE  0.001  TO RATE-WK
           PERFORM  VARYING  RATE-IDX  FROM  1  BY 1
                    UNTIL RATE-IDX  >  RATE-TAB-CNT
              IF  RTT-TYPE (RATE-IDX)  =  "PT"
                  AND  POINT-CNT  NOT <  RTT-LOW  (RATE-IDX)
                  AND  POINT-CNT  NOT >  RTT-HIGH (RATE-IDX)
                  MOVE  RTT-RATE  (RATE-IDX)  TO RATE-WK
              END-IF
           END-PERFORM.
       750-RATE-INTERNAL.
           EVALUATE TRUE
              WHEN  POINT-CNT  >  20
                 MOVE  0.006   TO RATE-WK
              WHEN  POINT-CNT  >  18
                 MOVE  0.005   TO RATE-WK
              WHEN  POINT-CNT  >  15
                 MOVE  0.0045  TO RATE-WK
              WHEN  POINT-CNT  >  12
                 MOVE  0.004   TO RATE-WK
              WHEN  POINT-CNT  >  9
                 MOVE  0.0035  TO RATE-WK
              WHEN  POINT-CNT  >  6
                 MOVE  0.003   TO RATE-WK
              WHEN  POINT-CNT  >  4
                 MOVE  0.002   TO RATE-WK
              WHEN  OTHER
                 MOVE  0.001   TO RATE-WK
           END-EVALUATE.
       800-WRITE-AUDIT.
           ACCEPT   WSTIME  FROM  TIME
           MOVE  WS-HOUR   TO WS-HOUR-R
           MOVE  WS-MIN    TO WS-MIN-R
           MOVE  WS-SEC    TO WS-SEC-R
           MOVE  SPACES        TO AUDIT-REC
           MOVE  WK-DATE-8     TO AUDIT-DATE
           MOVE  WSTIME-R      TO AUDIT-TIME
           MOVE  WK-USER       TO AUDIT-USER
           MOVE  WK-CODE       TO AUDIT-INS-CODE
           MOVE  WK-ACTION     TO AUDIT-ACTION
           MOVE  WK-TERM       TO AUDIT-TERM-ID
           MOVE  OLD-INS-REC   TO AUDIT-OLD-VALUE
           MOVE  NEW-INS-REC   TO AUDIT-NEW-VALUE
           WRITE AUDIT-REC.
