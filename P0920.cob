       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P0920.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   INSFL    ASSIGN   TO "D0872.DAT"
              ORGANIZATION   INDEXED
              ACCESS MODE    RANDOM
              RECORD KEY     INS-CODE
              FILE STATUS    INSFL-STATUS.
           SELECT   BILLFL   ASSIGN   TO "D0885.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    BILLFL-STATUS.
           SELECT   RCPTFL   ASSIGN   TO "D0886.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    RCPTFL-STATUS.
           SELECT   RSTFL    ASSIGN   TO "D0920.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    RSTFL-STATUS.
           SELECT   AUDITFL  ASSIGN   TO "D0884AUDIT.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    AUDITFL-STATUS.
           SELECT   PRINTFL  ASSIGN   TO "PRINT0920".
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
       FD  BILLFL
           DATA  RECORD   IS BILL-REC.
       01  BILL-REC.
           03 BILL-CODE      PIC 9(5).
           03 BILL-SEQ       PIC 99.
           03 BILL-DUE-DATE  PIC 9(8).
           03 BILL-AMT       PIC 9(7).
       FD  RCPTFL
           DATA  RECORD   IS RCPT-REC.
       01  RCPT-REC.
           03 RCPT-CODE       PIC 9(5).
           03 RCPT-DATE       PIC 9(8).
           03 RCPT-AMT        PIC 9(6).
           03 RCPT-TYPE       PIC X.
       FD  RSTFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS RST-REC.
       01  RST-REC.
           03 RST-CODE        PIC 9(5).
           03 RST-LAPSE-DATE  PIC 9(8).
           03 RST-DATE        PIC 9(8).
           03 RST-BACK-PREM   PIC 9(7).
           03 RST-INTEREST    PIC 9(7).
           03 RST-HEALTH      PIC X.
           03 RST-USER        PIC X(10).
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
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC           PIC X(80).
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER         PIC X(16)  VALUE SPACES.
           03 FILLER         PIC X(40)  VALUE
                 "POLICY REINSTATEMENT REGISTER".
       01  HD-2.
           03 FILLER         PIC X(8)   VALUE "POLICY".
           03 FILLER         PIC X(11)  VALUE "LAPSED".
           03 FILLER         PIC X(11)  VALUE "REINSTATED".
           03 FILLER         PIC X(6)   VALUE " DAYS".
           03 FILLER         PIC X(11)  VALUE "  BACK PREM".
           03 FILLER         PIC X(11)  VALUE "  INTEREST".
           03 FILLER         PIC X(8)   VALUE " HEALTH".
       01  HD-3              PIC X(70)  VALUE ALL "=".
       01  DL.
           03 DL-CODE        PIC 9(5).
           03 FILLER         PIC X(3).
           03 DL-LAPSE       PIC 9(8).
           03 FILLER         PIC X(3).
           03 DL-RST         PIC 9(8).
           03 FILLER         PIC X(2).
           03 DL-DAYS        PIC ZZZ9.
           03 FILLER         PIC X(2).
           03 DL-BACK        PIC Z,ZZZ,ZZ9.
           03 FILLER         PIC X(2).
           03 DL-INT         PIC Z,ZZZ,ZZ9.
           03 FILLER         PIC X(4).
           03 DL-HEALTH      PIC X.
       01  TOT-1.
           03 FILLER         PIC X(24)  VALUE
                 "POLICIES REINSTATED : ".
           03 TOT-CNT        PIC ZZZ9.
       01  RCPT-TAB-AREA.
           03 RCPT-CNT          PIC 9(3)   VALUE 0.
           03 RCPT-ENTRY        OCCURS 500 TIMES.
              05 RCPT-TAB-CODE  PIC 9(5).
              05 RCPT-TAB-AMT   PIC 9(8).
       01  WORK-AREA.
           03 WK-PAID-AVAIL  PIC 9(8).
           03 WK-UNPAID      PIC 9(7).
           03 WK-BACK-PREM   PIC 9(8).
           03 WK-INTEREST    PIC 9(8).
           03 WK-INST-INT    PIC 9(7).
           03 WK-TOTAL-DUE   PIC 9(8).
           03 WK-LAPSE-DATE  PIC 9(8).
           03 WK-GAP-DAYS    PIC S9(7).
       01  RST-WINDOW-DAYS   PIC 9(4)   VALUE 730.
       01  HEALTH-DAYS       PIC 9(4)   VALUE 180.
       01  RST-RATE          PIC 99V99  VALUE 6.00.
       01  WK-CODE           PIC X(5).
       01  WK-CODE-N  REDEFINES  WK-CODE   PIC 9(5).
       01  ASK-RST-DATE      PIC 9(8).
       01  ASK-HEALTH        PIC X.
       01  ASK-AMT           PIC 9(8).
       01  DATE-FUNC         PIC X(4).
       01  DATE-DAYS         PIC S9(7).
       01  DATE-RESULT       PIC S9(7).
       01  RCPT-IDX          PIC 9(3).
       01  MATCH-IDX         PIC 9(3).
       01  RST-CNT           PIC 9(4)   VALUE 0.
       01  EOF-SW            PIC X      VALUE "N".
       01  INSFL-STATUS      PIC XX.
       01  BILLFL-STATUS     PIC XX.
       01  RCPTFL-STATUS     PIC XX.
       01  RSTFL-STATUS      PIC XX.
       01  AUDITFL-STATUS    PIC XX.
       01  WK-USER           PIC X(10).
       01  WK-TERM           PIC X(8).
       01  WK-ACTION         PIC X(8).
       01  OLD-INS-REC       PIC X(36).
       01  NEW-INS-REC       PIC X(36).
       01  WK-NEW-VALUE.
           03 WK-NEW-IMG     PIC X(36).
           03 FILLER         PIC X(12)  VALUE " REINSTATED ".
           03 WK-NEW-DATE    PIC 9(8).
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
       01  JRNL-JOB          PIC X(8)   VALUE "P0920".
       01  JRNL-FILE         PIC X(12).
       01  JRNL-KEY          PIC X(10).
       01  JRNL-IMAGE        PIC X(120).
       01  RUNLOG-JOB        PIC X(8)   VALUE "P0920".
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
           DISPLAY  "REINSTATEMENT DATE (YYYYMMDD) : "
                    WITH NO ADVANCING
           ACCEPT   ASK-RST-DATE
           PERFORM  100-LOAD-RECEIPTS
           OPEN  I-O   INSFL
           OPEN  EXTEND   AUDITFL
           IF  AUDITFL-STATUS  =  "35"
               OPEN  OUTPUT   AUDITFL
           END-IF
           OPEN  EXTEND   RSTFL
           IF  RSTFL-STATUS  =  "35"
               OPEN  OUTPUT   RSTFL
           END-IF
           OPEN  EXTEND   RCPTFL
           IF  RCPTFL-STATUS  =  "35"
               OPEN  OUTPUT   RCPTFL
           END-IF
           OPEN  OUTPUT   PRINTFL
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3  AFTER 1  LINES
           MOVE  SPACES   TO WK-CODE
           PERFORM  UNTIL WK-CODE = "E"
              DISPLAY  " "
              DISPLAY  "POLICY CODE (E:END)     : "
                       WITH NO ADVANCING
              ACCEPT   WK-CODE
              IF  WK-CODE  NOT =  "E"  AND  WK-CODE  NOT =  SPACES
                  PERFORM  200-REINSTATE-ONE
              END-IF
           END-PERFORM
           WRITE PRT-REC  FROM  HD-3  AFTER 1  LINES
           MOVE  RST-CNT  TO TOT-CNT
           WRITE PRT-REC  FROM  TOT-1  AFTER 1  LINES
           CLOSE INSFL   AUDITFL   RSTFL   RCPTFL   PRINTFL
           DISPLAY  "POLICIES REINSTATED = " RST-CNT
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           STOP  RUN.
       100-LOAD-RECEIPTS.
           OPEN  INPUT RCPTFL
           IF  RCPTFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  RCPTFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  ADD   1  TO RUNLOG-READ-CNT
                  IF  RCPT-TYPE  NOT =  "L"
                      PERFORM  110-TALLY-RECEIPT
                  END-IF
                  READ  RCPTFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE RCPTFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       110-TALLY-RECEIPT.
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  RCPT-IDX  FROM  1  BY 1
                    UNTIL RCPT-IDX  >  RCPT-CNT
              IF  RCPT-TAB-CODE (RCPT-IDX)  =  RCPT-CODE
                  MOVE  RCPT-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM
           IF  MATCH-IDX  =  0  AND  RCPT-CNT  <  500
               ADD   1  TO RCPT-CNT
               MOVE  RCPT-CNT   TO MATCH-IDX
               MOVE  RCPT-CODE  TO RCPT-TAB-CODE (MATCH-IDX)
               MOVE  0          TO RCPT-TAB-AMT  (MATCH-IDX)
           END-IF
           IF  MATCH-IDX  >  0
               ADD  RCPT-AMT  TO RCPT-TAB-AMT (MATCH-IDX)
           END-IF.
       200-REINSTATE-ONE.
           MOVE  WK-CODE-N  TO INS-CODE
           READ  INSFL
              INVALID  KEY
                 DISPLAY  "POLICY NOT ON MASTER : " WK-CODE
                 EXIT PARAGRAPH
           END-READ
           IF  INS-STATUS  NOT =  "X"
               DISPLAY  "POLICY NOT LAPSED, STATUS : " INS-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM  300-BACK-PREMIUM
           IF  WK-LAPSE-DATE  =  0
               DISPLAY  "NO UNPAID INSTALLMENTS FOUND : " WK-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE  "DIFF"  TO DATE-FUNC
           CALL  "P1023"  USING  DATE-FUNC  WK-LAPSE-DATE
                                 ASK-RST-DATE
                                 DATE-DAYS  DATE-RESULT
           MOVE  DATE-RESULT  TO WK-GAP-DAYS
           IF  WK-GAP-DAYS  >  RST-WINDOW-DAYS
               DISPLAY  "OUTSIDE REINSTATEMENT WINDOW, DAYS LAPSED : "
                        WK-GAP-DAYS
               EXIT PARAGRAPH
           END-IF
           MOVE  "N"  TO ASK-HEALTH
           IF  WK-GAP-DAYS  >  HEALTH-DAYS
               DISPLAY  "HEALTH RE-DECLARATION RECEIVED (Y/N) : "
                        WITH NO ADVANCING
               ACCEPT   ASK-HEALTH
               IF  ASK-HEALTH  =  "y"
                   MOVE  "Y"  TO ASK-HEALTH
               END-IF
               IF  ASK-HEALTH  NOT =  "Y"
                   DISPLAY  "HEALTH RE-DECLARATION REQUIRED AFTER "
                            HEALTH-DAYS " DAYS"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           COMPUTE  WK-TOTAL-DUE = WK-BACK-PREM + WK-INTEREST
           DISPLAY  "LAPSED FROM             : " WK-LAPSE-DATE
           DISPLAY  "BACK PREMIUM            : " WK-BACK-PREM
           DISPLAY  "INTEREST                : " WK-INTEREST
           DISPLAY  "TOTAL DUE               : " WK-TOTAL-DUE
           DISPLAY  "AMOUNT RECEIVED (0:CANCEL) : "
                    WITH NO ADVANCING
           ACCEPT   ASK-AMT
           IF  ASK-AMT  =  0
               EXIT PARAGRAPH
           END-IF
           IF  ASK-AMT  <  WK-TOTAL-DUE
               DISPLAY  "PAYMENT SHORT OF TOTAL DUE : " WK-TOTAL-DUE
               EXIT PARAGRAPH
           END-IF
           PERFORM  400-RESTORE-POLICY.
       300-BACK-PREMIUM.
           MOVE  0  TO WK-BACK-PREM
           MOVE  0  TO WK-INTEREST
           MOVE  0  TO WK-LAPSE-DATE
           MOVE  0  TO WK-PAID-AVAIL
           PERFORM  VARYING  RCPT-IDX  FROM  1  BY 1
                    UNTIL RCPT-IDX  >  RCPT-CNT
              IF  RCPT-TAB-CODE (RCPT-IDX)  =  INS-CODE
                  MOVE  RCPT-TAB-AMT (RCPT-IDX)  TO WK-PAID-AVAIL
              END-IF
           END-PERFORM
           OPEN  INPUT BILLFL
           IF  BILLFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  BILLFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  ADD   1  TO RUNLOG-READ-CNT
                  IF  BILL-CODE  =  INS-CODE
                      AND  BILL-DUE-DATE  NOT >  ASK-RST-DATE
                      PERFORM  310-APPLY-INSTALLMENT
                  END-IF
                  READ  BILLFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE BILLFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       310-APPLY-INSTALLMENT.
           IF  WK-PAID-AVAIL  NOT <  BILL-AMT
               SUBTRACT  BILL-AMT  FROM  WK-PAID-AVAIL
               EXIT PARAGRAPH
           END-IF
           COMPUTE  WK-UNPAID = BILL-AMT - WK-PAID-AVAIL
           MOVE  0  TO WK-PAID-AVAIL
           ADD   WK-UNPAID  TO WK-BACK-PREM
           IF  WK-LAPSE-DATE  =  0
               MOVE  BILL-DUE-DATE  TO WK-LAPSE-DATE
           END-IF
           MOVE  "DIFF"  TO DATE-FUNC
           CALL  "P1023"  USING  DATE-FUNC  BILL-DUE-DATE
                                 ASK-RST-DATE
                                 DATE-DAYS  DATE-RESULT
           IF  DATE-RESULT  >  0
               COMPUTE  WK-INST-INT ROUNDED
                      = WK-UNPAID * RST-RATE * DATE-RESULT / 36500
               ADD   WK-INST-INT  TO WK-INTEREST
           END-IF.
       400-RESTORE-POLICY.
           MOVE  "D0872"    TO JRNL-FILE
           MOVE  SPACES     TO JRNL-KEY
           MOVE  INS-CODE   TO JRNL-KEY
           MOVE  SPACES     TO JRNL-IMAGE
           MOVE  INS-REC    TO JRNL-IMAGE (1:36)
           CALL  "P1018"  USING  JRNL-JOB  JRNL-FILE
                                 JRNL-KEY  JRNL-IMAGE
           MOVE  INS-REC    TO OLD-INS-REC
           MOVE  "L"  TO INS-STATUS
           REWRITE  INS-REC
              INVALID  KEY
                 DISPLAY  "POLICY MASTER UPDATE FAILED : " INS-CODE
                 EXIT PARAGRAPH
           END-REWRITE
           MOVE  INS-REC    TO NEW-INS-REC
           MOVE  INS-CODE       TO RCPT-CODE
           MOVE  ASK-RST-DATE   TO RCPT-DATE
           COMPUTE  RCPT-AMT = ASK-AMT - WK-INTEREST
           MOVE  SPACE          TO RCPT-TYPE
           WRITE RCPT-REC
           MOVE  INS-CODE       TO RST-CODE
           MOVE  WK-LAPSE-DATE  TO RST-LAPSE-DATE
           MOVE  ASK-RST-DATE   TO RST-DATE
           MOVE  WK-BACK-PREM   TO RST-BACK-PREM
           MOVE  WK-INTEREST    TO RST-INTEREST
           MOVE  ASK-HEALTH     TO RST-HEALTH
           MOVE  WK-USER        TO RST-USER
           WRITE RST-REC
           MOVE  "REINST"  TO WK-ACTION
           PERFORM  410-WRITE-AUDIT
           ADD   3  TO RUNLOG-WRITE-CNT
           ADD   1  TO RST-CNT
           MOVE  INS-CODE       TO DL-CODE
           MOVE  WK-LAPSE-DATE  TO DL-LAPSE
           MOVE  ASK-RST-DATE   TO DL-RST
           MOVE  WK-GAP-DAYS    TO DL-DAYS
           MOVE  WK-BACK-PREM   TO DL-BACK
           MOVE  WK-INTEREST    TO DL-INT
           MOVE  ASK-HEALTH     TO DL-HEALTH
           WRITE PRT-REC  FROM  DL  AFTER 1  LINES
           DISPLAY  "POLICY REINSTATED : " INS-CODE.
       410-WRITE-AUDIT.
           ACCEPT   WK-DATE-WK  FROM  DATE
           CALL  "P0447"  USING  WK-DATE-WK  WK-DATE-PL
           MOVE  WK-DATE-PL (1:4)   TO WK-DATE-8 (1:4)
           MOVE  WK-DATE-PL (6:2)   TO WK-DATE-8 (5:2)
           MOVE  WK-DATE-PL (9:2)   TO WK-DATE-8 (7:2)
           ACCEPT   WSTIME  FROM  TIME
           MOVE  WS-HOUR   TO WS-HOUR-R
           MOVE  WS-MIN    TO WS-MIN-R
           MOVE  WS-SEC    TO WS-SEC-R
           MOVE  NEW-INS-REC   TO WK-NEW-IMG
           MOVE  ASK-RST-DATE  TO WK-NEW-DATE
           MOVE  SPACES        TO AUDIT-REC
           MOVE  WK-DATE-8     TO AUDIT-DATE
           MOVE  WSTIME-R      TO AUDIT-TIME
           MOVE  WK-USER       TO AUDIT-USER
           MOVE  INS-CODE      TO AUDIT-INS-CODE
           MOVE  WK-ACTION     TO AUDIT-ACTION
           MOVE  WK-TERM       TO AUDIT-TERM-ID
           MOVE  OLD-INS-REC   TO AUDIT-OLD-VALUE
           MOVE  WK-NEW-VALUE  TO AUDIT-NEW-VALUE
           WRITE AUDIT-REC.
