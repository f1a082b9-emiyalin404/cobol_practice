           SELECT   CODEFL   ASSIGN   TO "D1241.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CODEFL-STATUS.
           SELECT   RSTFL    ASSIGN   TO "D0920.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    RSTFL-STATUS.
           SELECT   APPFL    ASSIGN   TO "D0883.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    APPFL-STATUS.
           SELECT   BILLFL   ASSIGN   TO "D0885.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    BILLFL-STATUS.
           SELECT   RCPTFL   ASSIGN   TO "D0886.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    RCPTFL-STATUS.
           SELECT   AUDITFL  ASSIGN   TO "D0884AUDIT.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    AUDITFL-STATUS.
           SELECT   REFFL    ASSIGN   TO "D0924.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    REFFL-STATUS.
           SELECT   PRINTFL  ASSIGN   TO "PRINT0889".
       DATA   DIVISION.
       FILE   SECTION.
           03 CODE-VALUE      PIC X(2).
           03 CODE-DESC       PIC X(20).
           03 CODE-ACTIVE     PIC X.
       FD  RSTFL
           DATA  RECORD   IS RST-REC.
       01  RST-REC.
           03 RST-CODE        PIC 9(5).
           03 RST-LAPSE-DATE  PIC 9(8).
           03 RST-DATE        PIC 9(8).
           03 RST-BACK-PREM   PIC 9(7).
           03 RST-INTEREST    PIC 9(7).
           03 RST-HEALTH      PIC X.
           03 RST-USER        PIC X(10).
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
       FD  REFFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS REF-REC.
       01  REF-REC.
           03 REF-NO         PIC X(6).
           03 REF-CODE       PIC 9(5).
           03 REF-DATE       PIC 9(8).
           03 REF-SCORE      PIC 9(3).
           03 REF-FLAGS      PIC X(5).
           03 REF-STATUS     PIC X.
           03 REF-DEC-DATE   PIC 9(8).
           03 REF-USER       PIC X(10).
           03 REF-NOTE       PIC X(30).
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC           PIC X(90).
           03 FILLER         PIC X(2)   VALUE " %".
           03 FILLER         PIC X(2).
           03 LR-MARK        PIC X(6).
       01  RF-HD-1.
           03 FILLER         PIC X(20)  VALUE SPACES.
           03 FILLER         PIC X(44)  VALUE
                 "CLAIM RED-FLAG SCREENING".
       01  RF-HD-2.
           03 FILLER         PIC X(60)  VALUE
              "E:EARLY LOSS C:COVER RAISED A:SHARED ACCT R:REPEAT".
           03 FILLER         PIC X(12)  VALUE "P:ARREARS".
       01  RF-HD-3.
           03 FILLER         PIC X(8)   VALUE "CLAIM".
           03 FILLER         PIC X(8)   VALUE "POLICY".
           03 FILLER         PIC X(11)  VALUE "LOSS DATE".
           03 FILLER         PIC X(8)   VALUE "FLAGS".
           03 FILLER         PIC X(7)   VALUE "SCORE".
           03 FILLER         PIC X(16)  VALUE "ACTION".
       01  RF-DL.
           03 RF-NO          PIC X(6).
           03 FILLER         PIC X(2).
           03 RF-CODE        PIC 9(5).
           03 FILLER         PIC X(3).
           03 RF-LOSS        PIC 9(8).
           03 FILLER         PIC X(3).
           03 RF-FLAGS       PIC X(5).
           03 FILLER         PIC X(4).
           03 RF-SCORE       PIC ZZ9.
           03 FILLER         PIC X(3).
           03 RF-ACTION      PIC X(16).
       01  RF-TOT.
           03 FILLER         PIC X(24)  VALUE
                 "CLAIMS REFERRED      : ".
           03 RF-TOT-CNT     PIC ZZZ9.
       01  SCR-TAB-AREA.
           03 SCR-CNT        PIC 9(3)   VALUE 0.
           03 SCR-ENTRY      OCCURS 500 TIMES.
              05 SC-NO       PIC X(6).
              05 SC-CODE     PIC 9(5).
              05 SC-LOSS     PIC 9(8).
              05 SC-STATUS   PIC X.
              05 SC-BILLED   PIC 9(8).
              05 SC-RCVD     PIC 9(8).
              05 SC-SCORE    PIC 9(3).
              05 SC-ACTION   PIC X(16).
              05 SC-FLAGS.
                 07 SC-FLAG  PIC X      OCCURS 5 TIMES.
       01  ACT-TAB-AREA.
           03 ACT-CNT        PIC 9(3)   VALUE 0.
           03 ACT-ENTRY      OCCURS 500 TIMES.
              05 AT-ACCT     PIC X(14).
              05 AT-LAST     PIC 9(5).
              05 AT-POLS     PIC 9(3).
       01  REF-TAB-AREA.
           03 REF-CNT        PIC 9(3)   VALUE 0.
           03 RT-NO          PIC X(6)   OCCURS 500 TIMES.
       01  FLAG-WEIGHTS.
           03 FILLER         PIC 9(3)   VALUE 030.
           03 FILLER         PIC 9(3)   VALUE 025.
           03 FILLER         PIC 9(3)   VALUE 025.
           03 FILLER         PIC 9(3)   VALUE 015.
           03 FILLER         PIC 9(3)   VALUE 020.
       01  FLAG-WEIGHTS-R  REDEFINES  FLAG-WEIGHTS.
           03 FLAG-WEIGHT    PIC 9(3)   OCCURS 5 TIMES.
       01  REFER-LIMIT       PIC 9(3)   VALUE 030.
       01  EARLY-DAYS        PIC 9(4)   VALUE 365.
       01  COVER-DAYS        PIC 9(4)   VALUE 365.
       01  SHARED-POLS       PIC 9(3)   VALUE 3.
       01  SCR-IDX           PIC 9(3).
       01  SCR-MATCH         PIC 9(3).
       01  OTH-IDX           PIC 9(3).
       01  ACT-IDX           PIC 9(3).
       01  ACT-MATCH         PIC 9(3).
       01  REF-IDX           PIC 9(3).
       01  FLAG-IDX          PIC 9.
       01  REFER-CNT         PIC 9(4)   VALUE 0.
       01  DATE-FUNC         PIC X(4).
       01  DATE-DAYS         PIC S9(7).
       01  DATE-RESULT       PIC S9(7).
       01  WK-CODE-X         PIC X(5).
       01  WK-DATE-WK        PIC 9(6).
       01  WK-DATE-PL        PIC 9(4)/99/99.
       01  WK-DATE-8         PIC 9(8).
       01  APPFL-STATUS      PIC XX.
       01  BILLFL-STATUS     PIC XX.
       01  RCPTFL-STATUS     PIC XX.
       01  AUDITFL-STATUS    PIC XX.
       01  REFFL-STATUS      PIC XX.
       01  POL-TAB-AREA.
           03 POL-CNT        PIC 9(3)   VALUE 0.
           03 POL-ENTRY      OCCURS 500 TIMES.
              05 CDT-VALUE   PIC X(2).
              05 CDT-DESC    PIC X(20).
       01  CODE-IDX          PIC 9(2).
       01  GAP-TAB-AREA.
           03 GAP-CNT        PIC 9(3)   VALUE 0.
           03 GAP-ENTRY      OCCURS 500 TIMES.
              05 GT-CODE     PIC 9(5).
              05 GT-FROM     PIC 9(8).
              05 GT-TO       PIC 9(8).
       01  GAP-IDX           PIC 9(3).
       01  CLM-TAB-AREA.
           03 CLM-CNT        PIC 9(3)   VALUE 0.
           03 CT-IMG         PIC X(50)  OCCURS 500 TIMES.
       01  CLM-IDX           PIC 9(3).
       01  GAP-SW            PIC X.
       01  REJECT-CNT        PIC 9(4)   VALUE 0.
       01  RSTFL-STATUS      PIC XX.
       01  REFUSE-CNT        PIC 9(4)   VALUE 0.
       01  OPEN-CNT          PIC 9(4)   VALUE 0.
       01  EOF-SW            PIC X      VALUE "N".
           PERFORM  140-LOAD-CAUSE-CODES
           PERFORM  150-LOAD-BENEFICIARIES
           PERFORM  200-LOAD-PREMIUMS
           PERFORM  170-LOAD-LAPSE-GAPS
           PERFORM  180-LOAD-SCREENING
           OPEN  EXTEND   REFFL
           IF  REFFL-STATUS  =  "35"
               OPEN  OUTPUT   REFFL
           END-IF
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3  AFTER 1  LINES
           PERFORM  300-CLAIMS-PASS
           WRITE PRT-REC  FROM  HD-3  AFTER 1  LINES
           CLOSE REFFL
           PERFORM  360-PRINT-SCREENING
           IF  REFER-CNT  >  0
               DISPLAY  "CLAIMS REFERRED FOR INVESTIGATION = "
                        REFER-CNT
               MOVE  "A"   TO RUNLOG-STATUS
           END-IF
           IF  REFUSE-CNT  >  0
               DISPLAY  "CLAIMS HELD FOR BENEFICIARY ERRORS = "
                        REFUSE-CNT
               MOVE  "A"   TO RUNLOG-STATUS
           END-IF
           IF  REJECT-CNT  >  0
               DISPLAY  "CLAIMS REJECTED, LOSS IN LAPSE GAP = "
                        REJECT-CNT
               PERFORM  500-SAVE-CLAIMS
           END-IF
           PERFORM  400-LOSS-RATIO-REPORT
           CLOSE PRINTFL
           MOVE  "E"   TO RUNLOG-ACTION
                      MOVE  CLM-RESERVED   TO DL-RESV
                      MOVE  CLM-PAID       TO DL-PAID
                      PERFORM  320-CHECK-BENEFICIARY
                      PERFORM  340-CHECK-LAPSE-GAP
                      IF  CLM-STATUS  =  "O"
                          PERFORM  350-SCREEN-CLAIM
                      END-IF
                      WRITE PRT-REC  FROM  DL  AFTER 1  LINES
                      ADD   1  TO RUNLOG-WRITE-CNT
                  END-IF
                  PERFORM  310-TALLY-CELL-PAID
                  IF  CLM-CNT  <  500
                      ADD   1  TO CLM-CNT
                      MOVE  CLM-REC  TO CT-IMG (CLM-CNT)
                  END-IF
                  READ  CLMFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               CLOSE CODEFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       340-CHECK-LAPSE-GAP.
           MOVE  "N"  TO GAP-SW
           PERFORM  VARYING  GAP-IDX  FROM  1  BY 1
                    UNTIL GAP-IDX  >  GAP-CNT
              IF  GT-CODE (GAP-IDX)  =  CLM-CODE
                  AND  CLM-LOSS-DATE  NOT <  GT-FROM (GAP-IDX)
                  AND  CLM-LOSS-DATE  <  GT-TO (GAP-IDX)
                  MOVE  "Y"  TO GAP-SW
              END-IF
           END-PERFORM
           IF  GAP-SW  =  "Y"
               MOVE  "LAPSE GAP"  TO DL-MARK
               MOVE  "R"  TO CLM-STATUS
               ADD   1  TO REJECT-CNT
           END-IF.
       170-LOAD-LAPSE-GAPS.
           OPEN  INPUT RSTFL
           IF  RSTFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               MOVE  "N"   TO EOF-SW
               READ  RSTFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  GAP-CNT  <  500
                      ADD   1  TO GAP-CNT
                      MOVE  RST-CODE        TO GT-CODE (GAP-CNT)
                      MOVE  RST-LAPSE-DATE  TO GT-FROM (GAP-CNT)
                      MOVE  RST-DATE        TO GT-TO   (GAP-CNT)
                  END-IF
                  READ  RSTFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE RSTFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       330-CAUSE-DESC.
           MOVE  SPACES  TO DL-CAUSE-DESC
           PERFORM  VARYING  CODE-IDX  FROM  1  BY 1
           END-IF
           WRITE PRT-REC  FROM  LR-DL  AFTER 1  LINES
           ADD   1  TO RUNLOG-WRITE-CNT.
       500-SAVE-CLAIMS.
           OPEN  OUTPUT CLMFL
           PERFORM  VARYING  CLM-IDX  FROM  1  BY 1
                    UNTIL CLM-IDX  >  CLM-CNT
              MOVE  CT-IMG (CLM-IDX)  TO CLM-REC
              WRITE CLM-REC
           END-PERFORM
           CLOSE CLMFL.
       180-LOAD-SCREENING.
           ACCEPT   WK-DATE-WK  FROM  DATE
           CALL  "P0447"  USING  WK-DATE-WK  WK-DATE-PL
           MOVE  WK-DATE-PL (1:4)   TO WK-DATE-8 (1:4)
           MOVE  WK-DATE-PL (6:2)   TO WK-DATE-8 (5:2)
           MOVE  WK-DATE-PL (9:2)   TO WK-DATE-8 (7:2)
           OPEN  INPUT CLMFL
           IF  CLMFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               MOVE  "N"   TO EOF-SW
               READ  CLMFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  SCR-CNT  <  500
                      ADD   1  TO SCR-CNT
                      MOVE  CLM-NO         TO SC-NO     (SCR-CNT)
                      MOVE  CLM-CODE       TO SC-CODE   (SCR-CNT)
                      MOVE  CLM-LOSS-DATE  TO SC-LOSS   (SCR-CNT)
                      MOVE  CLM-STATUS     TO SC-STATUS (SCR-CNT)
                      MOVE  0       TO SC-BILLED (SCR-CNT)
                      MOVE  0       TO SC-RCVD   (SCR-CNT)
                      MOVE  0       TO SC-SCORE  (SCR-CNT)
                      MOVE  SPACES  TO SC-ACTION (SCR-CNT)
                      MOVE  SPACES  TO SC-FLAGS  (SCR-CNT)
                  END-IF
                  READ  CLMFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE CLMFL
           END-IF
           MOVE  "N"  TO EOF-SW
           PERFORM  181-FLAG-REPEATS
           PERFORM  182-FLAG-EARLY-LOSS
           PERFORM  183-FLAG-COVER-RAISED
           PERFORM  184-FLAG-SHARED-ACCT
           PERFORM  185-FLAG-ARREARS
           PERFORM  186-LOAD-REFERRALS.
       181-FLAG-REPEATS.
           PERFORM  VARYING  SCR-IDX  FROM  1  BY 1
                    UNTIL SCR-IDX  >  SCR-CNT
              PERFORM  VARYING  OTH-IDX  FROM  1  BY 1
                       UNTIL OTH-IDX  >  SCR-CNT
                 IF  OTH-IDX  NOT =  SCR-IDX
                     AND  SC-CODE (OTH-IDX)  =  SC-CODE (SCR-IDX)
                     AND  SC-STATUS (OTH-IDX)  NOT =  "R"
                     MOVE  "R"  TO SC-FLAG (SCR-IDX 4)
                 END-IF
              END-PERFORM
           END-PERFORM.
       182-FLAG-EARLY-LOSS.
           OPEN  INPUT APPFL
           IF  APPFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               MOVE  "N"   TO EOF-SW
               READ  APPFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  PERFORM  VARYING  SCR-IDX  FROM  1  BY 1
                           UNTIL SCR-IDX  >  SCR-CNT
                     IF  SC-CODE (SCR-IDX)  =  APP-CODE
                         AND  SC-STATUS (SCR-IDX)  =  "O"
                         AND  APP-DATE  NOT >  SC-LOSS (SCR-IDX)
                         MOVE  "DIFF"  TO DATE-FUNC
                         CALL  "P1023"  USING  DATE-FUNC  APP-DATE
                                               SC-LOSS (SCR-IDX)
                                               DATE-DAYS  DATE-RESULT
                         IF  DATE-RESULT  <  EARLY-DAYS
                             MOVE  "E"  TO SC-FLAG (SCR-IDX 1)
                         END-IF
                     END-IF
                  END-PERFORM
                  READ  APPFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE APPFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       183-FLAG-COVER-RAISED.
           OPEN  INPUT AUDITFL
           IF  AUDITFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               MOVE  "N"   TO EOF-SW
               READ  AUDITFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  ( AUDIT-ACTION  =  "UPDATE"
                        OR  AUDIT-ACTION  =  "ENDORSE" )
                      AND  AUDIT-NEW-VALUE (12:7)
                           >  AUDIT-OLD-VALUE (12:7)
                      PERFORM  187-MATCH-COVER-RAISE
                  END-IF
                  READ  AUDITFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE AUDITFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       187-MATCH-COVER-RAISE.
           PERFORM  VARYING  SCR-IDX  FROM  1  BY 1
                    UNTIL SCR-IDX  >  SCR-CNT
              MOVE  SC-CODE (SCR-IDX)  TO WK-CODE-X
              IF  WK-CODE-X  =  AUDIT-INS-CODE
                  AND  SC-STATUS (SCR-IDX)  =  "O"
                  AND  AUDIT-DATE  NOT >  SC-LOSS (SCR-IDX)
                  MOVE  "DIFF"  TO DATE-FUNC
                  CALL  "P1023"  USING  DATE-FUNC  AUDIT-DATE
                                        SC-LOSS (SCR-IDX)
                                        DATE-DAYS  DATE-RESULT
                  IF  DATE-RESULT  <  COVER-DAYS
                      MOVE  "C"  TO SC-FLAG (SCR-IDX 2)
                  END-IF
              END-IF
           END-PERFORM.
       184-FLAG-SHARED-ACCT.
           OPEN  INPUT BENFL
           IF  BENFL-STATUS  NOT =  "00"
               EXIT PARAGRAPH
           END-IF
           MOVE  "N"   TO EOF-SW
           READ  BENFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              IF  BEN-ACCT  NOT =  SPACES
                  PERFORM  188-TALLY-ACCT
              END-IF
              READ  BENFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE BENFL
           OPEN  INPUT BENFL
           MOVE  "N"   TO EOF-SW
           READ  BENFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              PERFORM  189-FIND-ACCT
              IF  ACT-MATCH  >  0
                  AND  AT-POLS (ACT-MATCH)  NOT <  SHARED-POLS
                  PERFORM  VARYING  SCR-IDX  FROM  1  BY 1
                           UNTIL SCR-IDX  >  SCR-CNT
                     IF  SC-CODE (SCR-IDX)  =  BEN-CODE
                         MOVE  "A"  TO SC-FLAG (SCR-IDX 3)
                     END-IF
                  END-PERFORM
              END-IF
              READ  BENFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE BENFL
           MOVE  "N"  TO EOF-SW.
       188-TALLY-ACCT.
           PERFORM  189-FIND-ACCT
           IF  ACT-MATCH  =  0  AND  ACT-CNT  <  500
               ADD   1  TO ACT-CNT
               MOVE  ACT-CNT   TO ACT-MATCH
               MOVE  BEN-ACCT  TO AT-ACCT (ACT-MATCH)
               MOVE  0         TO AT-LAST (ACT-MATCH)
               MOVE  0         TO AT-POLS (ACT-MATCH)
           END-IF
           IF  ACT-MATCH  >  0
               AND  AT-LAST (ACT-MATCH)  NOT =  BEN-CODE
               ADD   1  TO AT-POLS (ACT-MATCH)
               MOVE  BEN-CODE  TO AT-LAST (ACT-MATCH)
           END-IF.
       189-FIND-ACCT.
           MOVE  0  TO ACT-MATCH
           IF  BEN-ACCT  =  SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM  VARYING  ACT-IDX  FROM  1  BY 1
                    UNTIL ACT-IDX  >  ACT-CNT
              IF  AT-ACCT (ACT-IDX)  =  BEN-ACCT
                  MOVE  ACT-IDX  TO ACT-MATCH
              END-IF
           END-PERFORM.
       185-FLAG-ARREARS.
           OPEN  INPUT BILLFL
           IF  BILLFL-STATUS  =  "00"
               MOVE  "N"   TO EOF-SW
               READ  BILLFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  PERFORM  VARYING  SCR-IDX  FROM  1  BY 1
                           UNTIL SCR-IDX  >  SCR-CNT
                     IF  SC-CODE (SCR-IDX)  =  BILL-CODE
                         AND  BILL-DUE-DATE  NOT >  SC-LOSS (SCR-IDX)
                         ADD  BILL-AMT  TO SC-BILLED (SCR-IDX)
                     END-IF
                  END-PERFORM
                  READ  BILLFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE BILLFL
           END-IF
           OPEN  INPUT RCPTFL
           IF  RCPTFL-STATUS  =  "00"
               MOVE  "N"   TO EOF-SW
               READ  RCPTFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  RCPT-TYPE  NOT =  "L"
                      PERFORM  VARYING  SCR-IDX  FROM  1  BY 1
                               UNTIL SCR-IDX  >  SCR-CNT
                         IF  SC-CODE (SCR-IDX)  =  RCPT-CODE
                             AND  RCPT-DATE  NOT >  SC-LOSS (SCR-IDX)
                             ADD  RCPT-AMT  TO SC-RCVD (SCR-IDX)
                         END-IF
                      END-PERFORM
                  END-IF
                  READ  RCPTFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE RCPTFL
           END-IF
           MOVE  "N"  TO EOF-SW
           PERFORM  VARYING  SCR-IDX  FROM  1  BY 1
                    UNTIL SCR-IDX  >  SCR-CNT
              IF  SC-BILLED (SCR-IDX)  >  SC-RCVD (SCR-IDX)
                  MOVE  "P"  TO SC-FLAG (SCR-IDX 5)
              END-IF
           END-PERFORM.
       186-LOAD-REFERRALS.
           OPEN  INPUT REFFL
           IF  REFFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               MOVE  "N"   TO EOF-SW
               READ  REFFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  REF-CNT  <  500
                      ADD   1  TO REF-CNT
                      MOVE  REF-NO  TO RT-NO (REF-CNT)
                  END-IF
                  READ  REFFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE REFFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       350-SCREEN-CLAIM.
           MOVE  0  TO SCR-MATCH
           PERFORM  VARYING  SCR-IDX  FROM  1  BY 1
                    UNTIL SCR-IDX  >  SCR-CNT
              IF  SC-NO (SCR-IDX)  =  CLM-NO
                  MOVE  SCR-IDX  TO SCR-MATCH
              END-IF
           END-PERFORM
           IF  SCR-MATCH  =  0
               EXIT PARAGRAPH
           END-IF
           MOVE  0  TO SC-SCORE (SCR-MATCH)
           PERFORM  VARYING  FLAG-IDX  FROM  1  BY 1
                    UNTIL FLAG-IDX  >  5
              IF  SC-FLAG (SCR-MATCH FLAG-IDX)  NOT =  SPACE
                  ADD  FLAG-WEIGHT (FLAG-IDX)  TO SC-SCORE (SCR-MATCH)
              END-IF
           END-PERFORM
           IF  SC-SCORE (SCR-MATCH)  <  REFER-LIMIT
               EXIT PARAGRAPH
           END-IF
           MOVE  "N"  TO GAP-SW
           PERFORM  VARYING  REF-IDX  FROM  1  BY 1
                    UNTIL REF-IDX  >  REF-CNT
              IF  RT-NO (REF-IDX)  =  CLM-NO
                  MOVE  "Y"  TO GAP-SW
              END-IF
           END-PERFORM
           IF  GAP-SW  =  "Y"
               MOVE  "ALREADY REFERRED"  TO SC-ACTION (SCR-MATCH)
               EXIT PARAGRAPH
           END-IF
           MOVE  SPACES                 TO REF-REC
           MOVE  CLM-NO                 TO REF-NO
           MOVE  CLM-CODE               TO REF-CODE
           MOVE  WK-DATE-8              TO REF-DATE
           MOVE  SC-SCORE (SCR-MATCH)   TO REF-SCORE
           MOVE  SC-FLAGS (SCR-MATCH)   TO REF-FLAGS
           MOVE  "P"                    TO REF-STATUS
           MOVE  0                      TO REF-DEC-DATE
           WRITE REF-REC
           ADD   1  TO REFER-CNT
           ADD   1  TO RUNLOG-WRITE-CNT
           MOVE  "REFERRED"  TO SC-ACTION (SCR-MATCH)
           IF  DL-MARK  =  SPACES
               MOVE  "REFERRED"  TO DL-MARK
           END-IF.
       360-PRINT-SCREENING.
           WRITE PRT-REC  FROM  RF-HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  RF-HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  RF-HD-3  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3  AFTER 1  LINES
           PERFORM  VARYING  SCR-IDX  FROM  1  BY 1
                    UNTIL SCR-IDX  >  SCR-CNT
              IF  SC-SCORE (SCR-IDX)  >  0
                  MOVE  SC-NO     (SCR-IDX)  TO RF-NO
                  MOVE  SC-CODE   (SCR-IDX)  TO RF-CODE
                  MOVE  SC-LOSS   (SCR-IDX)  TO RF-LOSS
                  MOVE  SC-FLAGS  (SCR-IDX)  TO RF-FLAGS
                  MOVE  SC-SCORE  (SCR-IDX)  TO RF-SCORE
                  MOVE  SC-ACTION (SCR-IDX)  TO RF-ACTION
                  WRITE PRT-REC  FROM  RF-DL  AFTER 1  LINES
              END-IF
           END-PERFORM
           WRITE PRT-REC  FROM  HD-3  AFTER 1  LINES
           MOVE  REFER-CNT  TO RF-TOT-CNT
           WRITE PRT-REC  FROM  RF-TOT  AFTER 1  LINES.
