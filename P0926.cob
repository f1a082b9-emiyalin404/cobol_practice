       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P0926.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   INSFL    ASSIGN   TO "D0872.DAT"
              ORGANIZATION   INDEXED
              ACCESS MODE    SEQUENTIAL
              RECORD KEY     INS-CODE
              FILE STATUS    INSFL-STATUS.
           SELECT   RDRFL    ASSIGN   TO "D0898.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    RDRFL-STATUS.
           SELECT   BILLFL   ASSIGN   TO "D0885.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    BILLFL-STATUS.
           SELECT   RCPTFL   ASSIGN   TO "D0886.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    RCPTFL-STATUS.
           SELECT   CLMFL    ASSIGN   TO "D0888.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CLMFL-STATUS.
           SELECT   BENFL    ASSIGN   TO "D0880.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    BENFL-STATUS.
           SELECT   APPFL    ASSIGN   TO "D0883.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    APPFL-STATUS.
           SELECT   LOANFL   ASSIGN   TO "D0918.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    LOANFL-STATUS.
           SELECT   PRINTFL  ASSIGN   TO "PRINT0926".
           SELECT   SORTFL   ASSIGN   TO RANDOM.
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
       FD  RDRFL
           DATA  RECORD   IS RDR-REC.
       01  RDR-REC.
           03 RDR-CODE       PIC 9(5).
           03 RDR-TYPE       PIC X(2).
           03 RDR-UNITS      PIC 9(3).
           03 RDR-RATE       PIC 9(5)V99.
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
           03 RCPT-CODE      PIC 9(5).
           03 RCPT-DATE      PIC 9(8).
           03 RCPT-AMT       PIC 9(6).
           03 RCPT-TYPE      PIC X.
       FD  CLMFL
           DATA  RECORD   IS CLM-REC.
       01  CLM-REC.
           03 CLM-NO         PIC X(6).
           03 CLM-CODE       PIC 9(5).
           03 CLM-LOSS-DATE  PIC 9(8).
           03 CLM-CAUSE      PIC X(2).
           03 CLM-RESERVED   PIC 9(7).
           03 CLM-PAID       PIC 9(7).
           03 CLM-STATUS     PIC X.
           03 CLM-PAY-DATE   PIC 9(8).
       FD  BENFL
           DATA  RECORD   IS BEN-REC.
       01  BEN-REC.
           03 BEN-CODE       PIC 9(5).
           03 BEN-SEQ        PIC 9.
           03 BEN-NAME       PIC X(10).
           03 BEN-REL        PIC X(4).
           03 BEN-SHARE      PIC 9(3).
           03 BEN-ACCT       PIC X(14).
       FD  APPFL
           DATA  RECORD   IS APP-REC.
       01  APP-REC.
           03 APP-DATE       PIC 9(8).
           03 APP-STATUS     PIC X.
           03 APP-ISSUE-DATE PIC 9(8).
           03 APP-CODE       PIC 9(5).
           03 APP-AGE        PIC 99.
           03 APP-SEX        PIC X.
           03 APP-M          PIC X.
           03 APP-F          PIC 9.
           03 APP-SMOKE      PIC X.
           03 APP-COVERAGE   PIC 9(7).
           03 APP-AGENT      PIC X(3).
           03 APP-DOB        PIC 9(8).
       FD  LOANFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS LOAN-REC.
       01  LOAN-REC.
           03 LOAN-CODE       PIC 9(5).
           03 LOAN-GRANT-DATE PIC 9(8).
           03 LOAN-PRIN       PIC 9(7).
           03 LOAN-INT        PIC 9(7).
           03 LOAN-RATE       PIC 99V99.
           03 LOAN-ACCR-DATE  PIC 9(8).
           03 LOAN-RCPT-TOT   PIC 9(8).
           03 LOAN-STATUS     PIC X.
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC           PIC X(80).
       SD  SORTFL
           DATA  RECORD   IS S-REC.
       01  S-REC.
           03 S-AGENT        PIC X(3).
           03 S-CODE         PIC 9(5).
           03 S-AGE          PIC 99.
           03 S-SEX          PIC X.
           03 S-SMOKE        PIC X.
           03 S-COVERAGE     PIC 9(7).
       WORKING-STORAGE SECTION.
       01  ST-1              PIC X(64)  VALUE ALL "*".
       01  ST-2.
           03 FILLER         PIC X(14)  VALUE SPACES.
           03 FILLER         PIC X(32)  VALUE
                 "ANNUAL POLICYHOLDER STATEMENT".
           03 ST-YEAR        PIC 9(4).
       01  ST-3.
           03 FILLER         PIC X(20)  VALUE "POLICY CODE     : ".
           03 ST-CODE        PIC 9(5).
           03 FILLER         PIC X(14)  VALUE "     AGENT : ".
           03 ST-AGENT       PIC X(3).
       01  ST-4.
           03 FILLER         PIC X(20)  VALUE "AGE / SEX       : ".
           03 ST-AGE         PIC Z9.
           03 FILLER         PIC X(3)   VALUE " / ".
           03 ST-SEX         PIC X.
           03 FILLER         PIC X(14)  VALUE "     SMOKER : ".
           03 ST-SMOKE       PIC X.
       01  ST-5.
           03 FILLER         PIC X(20)  VALUE "COVERAGE        : ".
           03 ST-COV         PIC $$,$$$,$$9.
       01  ST-SUB.
           03 FILLER         PIC X(2)   VALUE SPACES.
           03 ST-SUB-TEXT    PIC X(40).
       01  ST-RDR.
           03 FILLER         PIC X(4)   VALUE SPACES.
           03 FILLER         PIC X(8)   VALUE "RIDER".
           03 ST-RDR-TYPE    PIC X(2).
           03 FILLER         PIC X(10)  VALUE "  UNITS ".
           03 ST-RDR-UNITS   PIC ZZ9.
           03 FILLER         PIC X(12)  VALUE "  PREMIUM ".
           03 ST-RDR-AMT     PIC ZZZ,ZZ9.
       01  ST-AMT.
           03 FILLER         PIC X(4)   VALUE SPACES.
           03 ST-AMT-DESC    PIC X(28).
           03 ST-AMT-VAL     PIC ZZ,ZZZ,ZZ9.
       01  ST-CLM.
           03 FILLER         PIC X(4)   VALUE SPACES.
           03 FILLER         PIC X(8)   VALUE "CLAIM".
           03 ST-CLM-NO      PIC X(6).
           03 FILLER         PIC X(8)   VALUE "  LOSS ".
           03 ST-CLM-LOSS    PIC 9(8).
           03 FILLER         PIC X(8)   VALUE "  PAID ".
           03 ST-CLM-DATE    PIC 9(8).
           03 FILLER         PIC X(2).
           03 ST-CLM-AMT     PIC Z,ZZZ,ZZ9.
       01  ST-BEN.
           03 FILLER         PIC X(4)   VALUE SPACES.
           03 ST-BEN-NAME    PIC X(10).
           03 FILLER         PIC X(2).
           03 ST-BEN-REL     PIC X(4).
           03 FILLER         PIC X(4).
           03 ST-BEN-SHARE   PIC ZZ9.
           03 FILLER         PIC X(2)   VALUE " %".
       01  CT-HD-1.
           03 FILLER         PIC X(14)  VALUE SPACES.
           03 FILLER         PIC X(32)  VALUE
                 "STATEMENT RUN CONTROL TOTALS".
           03 CT-YEAR        PIC 9(4).
       01  CT-HD-2.
           03 FILLER         PIC X(8)   VALUE "AGENT".
           03 FILLER         PIC X(10)  VALUE "POLICIES".
           03 FILLER         PIC X(13)  VALUE "     BILLED".
           03 FILLER         PIC X(13)  VALUE "   RECEIVED".
           03 FILLER         PIC X(13)  VALUE "     CLAIMS".
           03 FILLER         PIC X(13)  VALUE "  SURRENDER".
       01  CT-HD-3           PIC X(72)  VALUE ALL "=".
       01  CT-DL.
           03 CT-AGENT       PIC X(3).
           03 FILLER         PIC X(5).
           03 CT-CNT         PIC ZZZ,ZZ9.
           03 FILLER         PIC X(2).
           03 CT-BILLED      PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(3).
           03 CT-RCVD        PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(3).
           03 CT-CLAIMS      PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(3).
           03 CT-SURR        PIC ZZ,ZZZ,ZZ9.
       01  POL-TAB-AREA.
           03 POL-CNT        PIC 9(3)   VALUE 0.
           03 POL-ENTRY      OCCURS 500 TIMES.
              05 PT-CODE     PIC 9(5).
              05 PT-ISSUE    PIC 9(8).
              05 PT-BILL-YR  PIC 9(8).
              05 PT-RCPT-YR  PIC 9(8).
              05 PT-EARNED   PIC 9(8).
              05 PT-PAID     PIC 9(8).
              05 PT-CLM-YR   PIC 9(8).
              05 PT-LOAN     PIC 9(8).
       01  RDR-TAB-AREA.
           03 RDR-CNT        PIC 9(3)   VALUE 0.
           03 RDR-ENTRY      OCCURS 500 TIMES.
              05 RDT-CODE    PIC 9(5).
              05 RDT-TYPE    PIC X(2).
              05 RDT-UNITS   PIC 9(3).
              05 RDT-AMT     PIC 9(6).
       01  BEN-TAB-AREA.
           03 BEN-CNT        PIC 9(3)   VALUE 0.
           03 BEN-ENTRY      OCCURS 500 TIMES.
              05 BT-CODE     PIC 9(5).
              05 BT-NAME     PIC X(10).
              05 BT-REL      PIC X(4).
              05 BT-SHARE    PIC 9(3).
       01  CLM-TAB-AREA.
           03 CLM-CNT        PIC 9(3)   VALUE 0.
           03 CLM-ENTRY      OCCURS 500 TIMES.
              05 CT-CODE     PIC 9(5).
              05 CT-NO       PIC X(6).
              05 CT-LOSS     PIC 9(8).
              05 CT-PAY-DATE PIC 9(8).
              05 CT-PAID     PIC 9(7).
       01  AGT-TAB-AREA.
           03 AGT-CNT        PIC 9(3)   VALUE 0.
           03 AGT-ENTRY      OCCURS 100 TIMES.
              05 AT-AGENT    PIC X(3).
              05 AT-CNT      PIC 9(5).
              05 AT-BILLED   PIC 9(9).
              05 AT-RCVD     PIC 9(9).
              05 AT-CLAIMS   PIC 9(9).
              05 AT-SURR     PIC 9(9).
       01  WORK-AREA.
           03 WK-UNEARNED    PIC S9(8).
           03 WK-CHARGE      PIC 9(8).
           03 WK-SURR        PIC S9(8).
           03 WK-YEARS       PIC 99.
           03 WK-CHG-RATE    PIC V99.
           03 WK-RDR-AMT     PIC 9(6)V99.
       01  ASK-YEAR          PIC 9(4).
       01  WK-FROM-DATE      PIC 9(8).
       01  WK-TO-DATE        PIC 9(8).
       01  POL-IDX           PIC 9(3).
       01  MATCH-IDX         PIC 9(3).
       01  RDR-IDX           PIC 9(3).
       01  BEN-IDX           PIC 9(3).
       01  CLM-IDX           PIC 9(3).
       01  AGT-IDX           PIC 9(3).
       01  AGT-MATCH         PIC 9(3).
       01  LINE-CNT          PIC 9(3).
       01  WK-CODE           PIC 9(5).
       01  DATE-FUNC         PIC X(4).
       01  DATE-DAYS         PIC S9(7).
       01  DATE-RESULT       PIC S9(7).
       01  GR-CNT            PIC 9(5)   VALUE 0.
       01  GR-BILLED         PIC 9(9)   VALUE 0.
       01  GR-RCVD           PIC 9(9)   VALUE 0.
       01  GR-CLAIMS         PIC 9(9)   VALUE 0.
       01  GR-SURR           PIC 9(9)   VALUE 0.
       01  EOF-SW            PIC X      VALUE "N".
       01  SORT-EOF-SW       PIC X      VALUE "N".
       01  INSFL-STATUS      PIC XX.
       01  RDRFL-STATUS      PIC XX.
       01  BILLFL-STATUS     PIC XX.
       01  RCPTFL-STATUS     PIC XX.
       01  CLMFL-STATUS      PIC XX.
       01  BENFL-STATUS      PIC XX.
       01  APPFL-STATUS      PIC XX.
       01  LOANFL-STATUS     PIC XX.
       01  RUNLOG-JOB        PIC X(8)   VALUE "P0926".
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
           DISPLAY  "STATEMENT YEAR (YYYY) : " WITH NO ADVANCING
           ACCEPT   ASK-YEAR
           COMPUTE  WK-FROM-DATE = ASK-YEAR * 10000 + 0101
           COMPUTE  WK-TO-DATE   = ASK-YEAR * 10000 + 1231
           PERFORM  100-LOAD-POLICIES
           PERFORM  110-LOAD-RIDERS
           PERFORM  120-LOAD-BILLS
           PERFORM  130-LOAD-RECEIPTS
           PERFORM  140-LOAD-CLAIMS
           PERFORM  150-LOAD-BENEFICIARIES
           PERFORM  160-LOAD-ISSUE-DATES
           PERFORM  170-LOAD-LOANS
           SORT  SORTFL
                 ON ASCENDING   KEY   S-AGENT
                 ON ASCENDING   KEY   S-CODE
                 INPUT PROCEDURE   200-SELECT-POLICIES
                 OUTPUT   PROCEDURE   300-PRINT-STATEMENTS
           DISPLAY  "STATEMENTS PRINTED = " GR-CNT
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           STOP  RUN.
       100-LOAD-POLICIES.
           OPEN  INPUT INSFL
           READ  INSFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              IF  INS-STATUS  =  "L"  AND  POL-CNT  <  500
                  ADD   1  TO POL-CNT
                  MOVE  INS-CODE  TO PT-CODE (POL-CNT)
                  MOVE  0  TO PT-ISSUE   (POL-CNT)
                  MOVE  0  TO PT-BILL-YR (POL-CNT)
                  MOVE  0  TO PT-RCPT-YR (POL-CNT)
                  MOVE  0  TO PT-EARNED  (POL-CNT)
                  MOVE  0  TO PT-PAID    (POL-CNT)
                  MOVE  0  TO PT-CLM-YR  (POL-CNT)
                  MOVE  0  TO PT-LOAN    (POL-CNT)
              END-IF
              READ  INSFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE INSFL
           MOVE  "N"  TO EOF-SW.
       105-FIND-POLICY.
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  POL-IDX  FROM  1  BY 1
                    UNTIL POL-IDX  >  POL-CNT
              IF  PT-CODE (POL-IDX)  =  WK-CODE
                  MOVE  POL-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM.
       110-LOAD-RIDERS.
           OPEN  INPUT RDRFL
           IF  RDRFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  RDRFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  RDR-CNT  <  500
                      ADD   1  TO RDR-CNT
                      MOVE  RDR-CODE   TO RDT-CODE  (RDR-CNT)
                      MOVE  RDR-TYPE   TO RDT-TYPE  (RDR-CNT)
                      MOVE  RDR-UNITS  TO RDT-UNITS (RDR-CNT)
                      COMPUTE  WK-RDR-AMT ROUNDED
                             = RDR-UNITS * RDR-RATE
                      MOVE  WK-RDR-AMT TO RDT-AMT   (RDR-CNT)
                  END-IF
                  READ  RDRFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE RDRFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       120-LOAD-BILLS.
           OPEN  INPUT BILLFL
           IF  BILLFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  BILLFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  ADD   1  TO RUNLOG-READ-CNT
                  MOVE  BILL-CODE  TO WK-CODE
                  PERFORM  105-FIND-POLICY
                  IF  MATCH-IDX  >  0
                      AND  BILL-DUE-DATE  NOT >  WK-TO-DATE
                      ADD  BILL-AMT  TO PT-EARNED (MATCH-IDX)
                      IF  BILL-DUE-DATE  NOT <  WK-FROM-DATE
                          ADD  BILL-AMT  TO PT-BILL-YR (MATCH-IDX)
                      END-IF
                  END-IF
                  READ  BILLFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE BILLFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       130-LOAD-RECEIPTS.
           OPEN  INPUT RCPTFL
           IF  RCPTFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  RCPTFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  ADD   1  TO RUNLOG-READ-CNT
                  MOVE  RCPT-CODE  TO WK-CODE
                  PERFORM  105-FIND-POLICY
                  IF  MATCH-IDX  >  0
                      AND  RCPT-TYPE  NOT =  "L"
                      AND  RCPT-DATE  NOT >  WK-TO-DATE
                      ADD  RCPT-AMT  TO PT-PAID (MATCH-IDX)
                      IF  RCPT-DATE  NOT <  WK-FROM-DATE
                          ADD  RCPT-AMT  TO PT-RCPT-YR (MATCH-IDX)
                      END-IF
                  END-IF
                  READ  RCPTFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE RCPTFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       140-LOAD-CLAIMS.
           OPEN  INPUT CLMFL
           IF  CLMFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  CLMFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  CLM-STATUS  =  "C"
                      AND  CLM-PAY-DATE  NOT <  WK-FROM-DATE
                      AND  CLM-PAY-DATE  NOT >  WK-TO-DATE
                      AND  CLM-CNT  <  500
                      ADD   1  TO CLM-CNT
                      MOVE  CLM-CODE       TO CT-CODE     (CLM-CNT)
                      MOVE  CLM-NO         TO CT-NO       (CLM-CNT)
                      MOVE  CLM-LOSS-DATE  TO CT-LOSS     (CLM-CNT)
                      MOVE  CLM-PAY-DATE   TO CT-PAY-DATE (CLM-CNT)
                      MOVE  CLM-PAID       TO CT-PAID     (CLM-CNT)
                      MOVE  CLM-CODE  TO WK-CODE
                      PERFORM  105-FIND-POLICY
                      IF  MATCH-IDX  >  0
                          ADD  CLM-PAID  TO PT-CLM-YR (MATCH-IDX)
                      END-IF
                  END-IF
                  READ  CLMFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE CLMFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       150-LOAD-BENEFICIARIES.
           OPEN  INPUT BENFL
           IF  BENFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  BENFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  BEN-CNT  <  500
                      ADD   1  TO BEN-CNT
                      MOVE  BEN-CODE   TO BT-CODE  (BEN-CNT)
                      MOVE  BEN-NAME   TO BT-NAME  (BEN-CNT)
                      MOVE  BEN-REL    TO BT-REL   (BEN-CNT)
                      MOVE  BEN-SHARE  TO BT-SHARE (BEN-CNT)
                  END-IF
                  READ  BENFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE BENFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       160-LOAD-ISSUE-DATES.
           OPEN  INPUT APPFL
           IF  APPFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  APPFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  MOVE  APP-CODE  TO WK-CODE
                  PERFORM  105-FIND-POLICY
                  IF  MATCH-IDX  >  0  AND  APP-ISSUE-DATE  >  0
                      MOVE  APP-ISSUE-DATE  TO PT-ISSUE (MATCH-IDX)
                  END-IF
                  READ  APPFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE APPFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       170-LOAD-LOANS.
           OPEN  INPUT LOANFL
           IF  LOANFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  LOANFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  MOVE  LOAN-CODE  TO WK-CODE
                  PERFORM  105-FIND-POLICY
                  IF  MATCH-IDX  >  0  AND  LOAN-STATUS  =  "O"
                      COMPUTE  PT-LOAN (MATCH-IDX)
                             = PT-LOAN (MATCH-IDX)
                             + LOAN-PRIN + LOAN-INT
                  END-IF
                  READ  LOANFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE LOANFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       400-SURRENDER-VALUE.
           COMPUTE  WK-UNEARNED = PT-PAID (MATCH-IDX)
                                - PT-EARNED (MATCH-IDX)
           IF  WK-UNEARNED  <  0
               MOVE  0  TO WK-UNEARNED
           END-IF
           MOVE  0  TO WK-YEARS
           IF  PT-ISSUE (MATCH-IDX)  >  0
               MOVE  "DIFF"  TO DATE-FUNC
               CALL  "P1023"  USING  DATE-FUNC  PT-ISSUE (MATCH-IDX)
                                     WK-TO-DATE
                                     DATE-DAYS  DATE-RESULT
               IF  DATE-RESULT  >  0
                   COMPUTE  WK-YEARS = DATE-RESULT / 365
               END-IF
           END-IF
           EVALUATE TRUE
              WHEN  WK-YEARS  <  1
                 MOVE  .50  TO WK-CHG-RATE
              WHEN  WK-YEARS  <  2
                 MOVE  .30  TO WK-CHG-RATE
              WHEN  WK-YEARS  <  3
                 MOVE  .15  TO WK-CHG-RATE
              WHEN  OTHER
                 MOVE  .05  TO WK-CHG-RATE
           END-EVALUATE
           COMPUTE  WK-CHARGE ROUNDED = WK-UNEARNED * WK-CHG-RATE
           COMPUTE  WK-SURR = WK-UNEARNED - WK-CHARGE
                            - PT-LOAN (MATCH-IDX)
           IF  WK-SURR  <  0
               MOVE  0  TO WK-SURR
           END-IF.
       320-ONE-STATEMENT.
           MOVE  S-CODE  TO WK-CODE
           PERFORM  105-FIND-POLICY
           IF  MATCH-IDX  =  0
               EXIT PARAGRAPH
           END-IF
           WRITE PRT-REC  FROM  ST-1  AFTER PAGE
           MOVE  ASK-YEAR    TO ST-YEAR
           WRITE PRT-REC  FROM  ST-2  AFTER 1  LINES
           WRITE PRT-REC  FROM  ST-1  AFTER 1  LINES
           MOVE  S-CODE      TO ST-CODE
           MOVE  S-AGENT     TO ST-AGENT
           WRITE PRT-REC  FROM  ST-3  AFTER 2  LINES
           MOVE  S-AGE       TO ST-AGE
           MOVE  S-SEX       TO ST-SEX
           MOVE  S-SMOKE     TO ST-SMOKE
           WRITE PRT-REC  FROM  ST-4  AFTER 1  LINES
           MOVE  S-COVERAGE  TO ST-COV
           WRITE PRT-REC  FROM  ST-5  AFTER 1  LINES
           PERFORM  330-PRINT-RIDERS
           MOVE  "PREMIUM ACCOUNT"  TO ST-SUB-TEXT
           WRITE PRT-REC  FROM  ST-SUB  AFTER 2  LINES
           MOVE  "PREMIUM BILLED IN YEAR    :"  TO ST-AMT-DESC
           MOVE  PT-BILL-YR (MATCH-IDX)  TO ST-AMT-VAL
           WRITE PRT-REC  FROM  ST-AMT  AFTER 1  LINES
           MOVE  "PREMIUM RECEIVED IN YEAR  :"  TO ST-AMT-DESC
           MOVE  PT-RCPT-YR (MATCH-IDX)  TO ST-AMT-VAL
           WRITE PRT-REC  FROM  ST-AMT  AFTER 1  LINES
           PERFORM  340-PRINT-CLAIMS
           PERFORM  350-PRINT-BENEFICIARIES
           PERFORM  400-SURRENDER-VALUE
           MOVE  "POLICY VALUES AT YEAR END"  TO ST-SUB-TEXT
           WRITE PRT-REC  FROM  ST-SUB  AFTER 2  LINES
           MOVE  "POLICY LOAN OUTSTANDING   :"  TO ST-AMT-DESC
           MOVE  PT-LOAN (MATCH-IDX)  TO ST-AMT-VAL
           WRITE PRT-REC  FROM  ST-AMT  AFTER 1  LINES
           MOVE  "NET SURRENDER VALUE       :"  TO ST-AMT-DESC
           MOVE  WK-SURR  TO ST-AMT-VAL
           WRITE PRT-REC  FROM  ST-AMT  AFTER 1  LINES
           WRITE PRT-REC  FROM  ST-1  AFTER 2  LINES
           ADD   1  TO RUNLOG-WRITE-CNT
           PERFORM  360-ADD-TOTALS.
       330-PRINT-RIDERS.
           MOVE  "RIDERS"  TO ST-SUB-TEXT
           WRITE PRT-REC  FROM  ST-SUB  AFTER 2  LINES
           MOVE  0  TO LINE-CNT
           PERFORM  VARYING  RDR-IDX  FROM  1  BY 1
                    UNTIL RDR-IDX  >  RDR-CNT
              IF  RDT-CODE (RDR-IDX)  =  S-CODE
                  ADD   1  TO LINE-CNT
                  MOVE  RDT-TYPE  (RDR-IDX)  TO ST-RDR-TYPE
                  MOVE  RDT-UNITS (RDR-IDX)  TO ST-RDR-UNITS
                  MOVE  RDT-AMT   (RDR-IDX)  TO ST-RDR-AMT
                  WRITE PRT-REC  FROM  ST-RDR  AFTER 1  LINES
              END-IF
           END-PERFORM
           IF  LINE-CNT  =  0
               MOVE  "  NONE"  TO ST-SUB-TEXT
               WRITE PRT-REC  FROM  ST-SUB  AFTER 1  LINES
           END-IF.
       340-PRINT-CLAIMS.
           MOVE  "CLAIMS PAID IN YEAR"  TO ST-SUB-TEXT
           WRITE PRT-REC  FROM  ST-SUB  AFTER 2  LINES
           PERFORM  VARYING  CLM-IDX  FROM  1  BY 1
                    UNTIL CLM-IDX  >  CLM-CNT
              IF  CT-CODE (CLM-IDX)  =  S-CODE
                  MOVE  CT-NO       (CLM-IDX)  TO ST-CLM-NO
                  MOVE  CT-LOSS     (CLM-IDX)  TO ST-CLM-LOSS
                  MOVE  CT-PAY-DATE (CLM-IDX)  TO ST-CLM-DATE
                  MOVE  CT-PAID     (CLM-IDX)  TO ST-CLM-AMT
                  WRITE PRT-REC  FROM  ST-CLM  AFTER 1  LINES
              END-IF
           END-PERFORM
           MOVE  "TOTAL CLAIMS PAID         :"  TO ST-AMT-DESC
           MOVE  PT-CLM-YR (MATCH-IDX)  TO ST-AMT-VAL
           WRITE PRT-REC  FROM  ST-AMT  AFTER 1  LINES.
       350-PRINT-BENEFICIARIES.
           MOVE  "BENEFICIARIES"  TO ST-SUB-TEXT
           WRITE PRT-REC  FROM  ST-SUB  AFTER 2  LINES
           MOVE  0  TO LINE-CNT
           PERFORM  VARYING  BEN-IDX  FROM  1  BY 1
                    UNTIL BEN-IDX  >  BEN-CNT
              IF  BT-CODE (BEN-IDX)  =  S-CODE
                  ADD   1  TO LINE-CNT
                  MOVE  BT-NAME  (BEN-IDX)  TO ST-BEN-NAME
                  MOVE  BT-REL   (BEN-IDX)  TO ST-BEN-REL
                  MOVE  BT-SHARE (BEN-IDX)  TO ST-BEN-SHARE
                  WRITE PRT-REC  FROM  ST-BEN  AFTER 1  LINES
              END-IF
           END-PERFORM
           IF  LINE-CNT  =  0
               MOVE  "  NONE ON FILE"  TO ST-SUB-TEXT
               WRITE PRT-REC  FROM  ST-SUB  AFTER 1  LINES
           END-IF.
       360-ADD-TOTALS.
           MOVE  0  TO AGT-MATCH
           PERFORM  VARYING  AGT-IDX  FROM  1  BY 1
                    UNTIL AGT-IDX  >  AGT-CNT
              IF  AT-AGENT (AGT-IDX)  =  S-AGENT
                  MOVE  AGT-IDX  TO AGT-MATCH
              END-IF
           END-PERFORM
           IF  AGT-MATCH  =  0  AND  AGT-CNT  <  100
               ADD   1  TO AGT-CNT
               MOVE  AGT-CNT  TO AGT-MATCH
               MOVE  S-AGENT  TO AT-AGENT  (AGT-MATCH)
               MOVE  0  TO AT-CNT    (AGT-MATCH)
               MOVE  0  TO AT-BILLED (AGT-MATCH)
               MOVE  0  TO AT-RCVD   (AGT-MATCH)
               MOVE  0  TO AT-CLAIMS (AGT-MATCH)
               MOVE  0  TO AT-SURR   (AGT-MATCH)
           END-IF
           IF  AGT-MATCH  >  0
               ADD  1                        TO AT-CNT    (AGT-MATCH)
               ADD  PT-BILL-YR (MATCH-IDX)   TO AT-BILLED (AGT-MATCH)
               ADD  PT-RCPT-YR (MATCH-IDX)   TO AT-RCVD   (AGT-MATCH)
               ADD  PT-CLM-YR  (MATCH-IDX)   TO AT-CLAIMS (AGT-MATCH)
               ADD  WK-SURR                  TO AT-SURR   (AGT-MATCH)
           END-IF
           ADD   1                        TO GR-CNT
           ADD   PT-BILL-YR (MATCH-IDX)   TO GR-BILLED
           ADD   PT-RCPT-YR (MATCH-IDX)   TO GR-RCVD
           ADD   PT-CLM-YR  (MATCH-IDX)   TO GR-CLAIMS
           ADD   WK-SURR                  TO GR-SURR.
       380-CONTROL-PAGE.
           MOVE  ASK-YEAR  TO CT-YEAR
           WRITE PRT-REC  FROM  CT-HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  CT-HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  CT-HD-3  AFTER 1  LINES
           PERFORM  VARYING  AGT-IDX  FROM  1  BY 1
                    UNTIL AGT-IDX  >  AGT-CNT
              MOVE  AT-AGENT  (AGT-IDX)  TO CT-AGENT
              MOVE  AT-CNT    (AGT-IDX)  TO CT-CNT
              MOVE  AT-BILLED (AGT-IDX)  TO CT-BILLED
              MOVE  AT-RCVD   (AGT-IDX)  TO CT-RCVD
              MOVE  AT-CLAIMS (AGT-IDX)  TO CT-CLAIMS
              MOVE  AT-SURR   (AGT-IDX)  TO CT-SURR
              WRITE PRT-REC  FROM  CT-DL  AFTER 1  LINES
           END-PERFORM
           WRITE PRT-REC  FROM  CT-HD-3  AFTER 1  LINES
           MOVE  "TOT"      TO CT-AGENT
           MOVE  GR-CNT     TO CT-CNT
           MOVE  GR-BILLED  TO CT-BILLED
           MOVE  GR-RCVD    TO CT-RCVD
           MOVE  GR-CLAIMS  TO CT-CLAIMS
           MOVE  GR-SURR    TO CT-SURR
           WRITE PRT-REC  FROM  CT-DL  AFTER 1  LINES.
       200-SELECT-POLICIES SECTION.
       210-SELECT-RTN.
           OPEN  INPUT INSFL
           MOVE  "N"   TO EOF-SW
           READ  INSFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO RUNLOG-READ-CNT
              IF  INS-STATUS  =  "L"
                  MOVE  INS-AGENT     TO S-AGENT
                  MOVE  INS-CODE      TO S-CODE
                  MOVE  INS-AGE       TO S-AGE
                  MOVE  INS-SEX       TO S-SEX
                  MOVE  INS-SMOKE     TO S-SMOKE
                  MOVE  INS-COVERAGE  TO S-COVERAGE
                  RELEASE  S-REC
              END-IF
              READ  INSFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE INSFL.
       300-PRINT-STATEMENTS SECTION.
       310-PRINT-RTN.
           OPEN  OUTPUT   PRINTFL
           RETURN   SORTFL   AT END
                    MOVE  "Y"   TO SORT-EOF-SW
           END-RETURN
           PERFORM  UNTIL SORT-EOF-SW = "Y"
              PERFORM  320-ONE-STATEMENT
              RETURN   SORTFL   AT END
                       MOVE  "Y"   TO SORT-EOF-SW
              END-RETURN
           END-PERFORM
           PERFORM  380-CONTROL-PAGE
           CLOSE PRINTFL.
