              FILE STATUS    BENFL-STATUS.
           SELECT   BANKFL   ASSIGN   TO "BANK0908"
              ORGANIZATION   LINE   SEQUENTIAL.
           SELECT   LOANFL   ASSIGN   TO "D0918.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    LOANFL-STATUS.
           SELECT   LTXFL    ASSIGN   TO "D0919.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    LTXFL-STATUS.
           SELECT   REFFL    ASSIGN   TO "D0924.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    REFFL-STATUS.
           SELECT   PRINTFL  ASSIGN   TO "PRINT0908".
       DATA   DIVISION.
       FILE   SECTION.
           03 BEN-REL        PIC X(4).
           03 BEN-SHARE      PIC 9(3).
           03 BEN-ACCT       PIC X(14).
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
       FD  LTXFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS LTX-REC.
       01  LTX-REC.
           03 LTX-CODE        PIC 9(5).
           03 LTX-DATE        PIC 9(8).
           03 LTX-TYPE        PIC X.
           03 LTX-AMT         PIC 9(7).
           03 LTX-PRIN        PIC 9(7).
           03 LTX-INT         PIC 9(7).
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
       FD  BANKFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS BANK-REC.
           03 DL-ACCT        PIC X(14).
           03 FILLER         PIC X(2).
           03 DL-AMT         PIC Z,ZZZ,ZZ9.
       01  TOT-2.
           03 FILLER         PIC X(18)  VALUE "LOANS OFFSET   : ".
           03 TOT-LOAN       PIC ZZ,ZZZ,ZZ9.
       01  TOT-1.
           03 FILLER         PIC X(18)  VALUE "CONTROL TOTAL  : ".
           03 TOT-AMT        PIC ZZ,ZZZ,ZZ9.
           03 WK-SHARE-SUM   PIC 9(4).
           03 WK-BEN-FOUND   PIC 9(3).
           03 WK-AMT         PIC 9(8).
           03 WK-NET         PIC 9(8).
           03 WK-INT         PIC 9(7).
           03 WK-OUTSTAND    PIC 9(8).
           03 WK-LOAN        PIC 9(8).
           03 WK-WRITEOFF    PIC 9(8).
       01  LOAN-TAB-AREA.
           03 LOAN-CNT       PIC 9(3)   VALUE 0.
           03 LOAN-ENTRY     OCCURS 500 TIMES.
              05 LT-IMG      PIC X(48).
       01  LW-WORK-REC.
           03 LW-CODE        PIC 9(5).
           03 LW-GRANT-DATE  PIC 9(8).
           03 LW-PRIN        PIC 9(7).
           03 LW-INT         PIC 9(7).
           03 LW-RATE        PIC 99V99.
           03 LW-ACCR-DATE   PIC 9(8).
           03 LW-RCPT-TOT    PIC 9(8).
           03 LW-STATUS      PIC X.
       01  REF-TAB-AREA.
           03 REF-CNT        PIC 9(3)   VALUE 0.
           03 REF-ENTRY      OCCURS 500 TIMES.
              05 RT-NO       PIC X(6).
              05 RT-STATUS   PIC X.
       01  REF-IDX           PIC 9(3).
       01  HOLD-SW           PIC X.
       01  REFFL-STATUS      PIC XX.
       01  LOAN-IDX          PIC 9(3).
       01  MATCH-IDX         PIC 9(3).
       01  LOAN-TOT          PIC 9(8)   VALUE 0.
       01  DATE-FUNC         PIC X(4).
       01  DATE-DAYS         PIC S9(7).
       01  DATE-RESULT       PIC S9(7).
       01  ASK-VALUE-DATE    PIC 9(8).
       01  CLM-IDX           PIC 9(3).
       01  BEN-IDX           PIC 9(3).
       01  EOF-SW            PIC X      VALUE "N".
       01  CLMFL-STATUS      PIC XX.
       01  BENFL-STATUS      PIC XX.
       01  LOANFL-STATUS     PIC XX.
       01  LTXFL-STATUS      PIC XX.
       01  CTL-JOB           PIC X(8)   VALUE "P0908".
       01  CTL-ROLE          PIC X.
       01  CTL-FILE          PIC X(12).
           ACCEPT   ASK-VALUE-DATE
           PERFORM  100-LOAD-CLAIMS
           PERFORM  200-LOAD-BENEFICIARIES
           PERFORM  250-LOAD-LOANS
           PERFORM  260-LOAD-REFERRALS
           OPEN  OUTPUT   BANKFL   PRINTFL
           OPEN  EXTEND   LTXFL
           IF  LTXFL-STATUS  =  "35"
               OPEN  OUTPUT LTXFL
           END-IF
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           MOVE  ASK-VALUE-DATE  TO HD-DATE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           MOVE  XFER-HASH  TO TOT-AMT
           MOVE  XFER-CNT   TO TOT-CNT
           WRITE PRT-REC  FROM  TOT-1  AFTER 1  LINES
           IF  LOAN-TOT  >  0
               MOVE  LOAN-TOT  TO TOT-LOAN
               WRITE PRT-REC  FROM  TOT-2  AFTER 1  LINES
           END-IF
           CLOSE BANKFL   PRINTFL   LTXFL
           PERFORM  500-SAVE-CLAIMS
           IF  LOAN-TOT  >  0
               PERFORM  510-SAVE-LOANS
           END-IF
           MOVE  XFER-CNT   TO CTL-CNT
           MOVE  XFER-HASH  TO CTL-HASH
           MOVE  "W"         TO CTL-ROLE
               CLOSE BENFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       250-LOAD-LOANS.
           OPEN  INPUT LOANFL
           IF  LOANFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  LOANFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  LOAN-CNT  <  500
                      ADD   1  TO LOAN-CNT
                      MOVE  LOAN-REC  TO LT-IMG (LOAN-CNT)
                  END-IF
                  READ  LOANFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE LOANFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       260-LOAD-REFERRALS.
           OPEN  INPUT REFFL
           IF  REFFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  REFFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  REF-CNT  <  500
                      ADD   1  TO REF-CNT
                      MOVE  REF-NO      TO RT-NO     (REF-CNT)
                      MOVE  REF-STATUS  TO RT-STATUS (REF-CNT)
                  END-IF
                  READ  REFFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE REFFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       300-PAY-ONE.
           MOVE  "N"  TO HOLD-SW
           PERFORM  VARYING  REF-IDX  FROM  1  BY 1
                    UNTIL REF-IDX  >  REF-CNT
              IF  RT-NO (REF-IDX)  =  CT-NO
                  AND  RT-STATUS (REF-IDX)  NOT =  "C"
                  MOVE  "Y"  TO HOLD-SW
              END-IF
           END-PERFORM
           IF  HOLD-SW  =  "Y"
               ADD   1  TO SKIP-CNT
               DISPLAY  "CLAIM HELD, UNDER INVESTIGATION : " CT-NO
               EXIT PARAGRAPH
           END-IF
           MOVE  0  TO WK-SHARE-SUM
           MOVE  0  TO WK-BEN-FOUND
           PERFORM  VARYING  BEN-IDX  FROM  1  BY 1
               ADD   1  TO SKIP-CNT
               DISPLAY  "CLAIM HELD, BENEFICIARY ERROR : " CT-NO
           ELSE
               PERFORM  320-OFFSET-LOAN
               IF  WK-NET  >  0
                   PERFORM  VARYING  BEN-IDX  FROM  1  BY 1
                            UNTIL BEN-IDX  >  BEN-CNT
                      IF  BT-CODE (BEN-IDX)  =  CT-CODE
                          PERFORM  310-PAY-BENEFICIARY
                      END-IF
                   END-PERFORM
               END-IF
               MOVE  CT-RESERVED     TO CT-PAID
               MOVE  "C"             TO CT-STATUS
               MOVE  ASK-VALUE-DATE  TO CT-PAY-DATE
           END-IF.
       310-PAY-BENEFICIARY.
           COMPUTE  WK-AMT ROUNDED
                  = WK-NET * BT-SHARE (BEN-IDX) / 100
           MOVE  BT-ACCT (BEN-IDX)  TO BD-ACCT
           MOVE  WK-AMT             TO BD-AMT
           MOVE  ASK-VALUE-DATE     TO BD-VALUE-DATE
           MOVE  BT-ACCT (BEN-IDX)  TO DL-ACCT
           MOVE  WK-AMT             TO DL-AMT
           WRITE PRT-REC  FROM  DL  AFTER 1  LINES.
       320-OFFSET-LOAN.
           MOVE  CT-RESERVED  TO WK-NET
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  LOAN-IDX  FROM  1  BY 1
                    UNTIL LOAN-IDX  >  LOAN-CNT
              MOVE  LT-IMG (LOAN-IDX)  TO LW-WORK-REC
              IF  LW-CODE  =  CT-CODE  AND  LW-STATUS  =  "O"
                  MOVE  LOAN-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM
           IF  MATCH-IDX  =  0
               EXIT PARAGRAPH
           END-IF
           MOVE  LT-IMG (MATCH-IDX)  TO LW-WORK-REC
           MOVE  0  TO WK-INT
           IF  LW-ACCR-DATE  <  ASK-VALUE-DATE
               MOVE  "DIFF"  TO DATE-FUNC
               CALL  "P1023"  USING  DATE-FUNC  LW-ACCR-DATE
                                     ASK-VALUE-DATE
                                     DATE-DAYS  DATE-RESULT
               IF  DATE-RESULT  >  0
                   COMPUTE  WK-INT ROUNDED
                          = (LW-PRIN + LW-INT) * LW-RATE
                            * DATE-RESULT / 36500
                   ADD   WK-INT  TO LW-INT
               END-IF
               MOVE  ASK-VALUE-DATE  TO LW-ACCR-DATE
           END-IF
           COMPUTE  WK-OUTSTAND = LW-PRIN + LW-INT
           MOVE  0  TO WK-WRITEOFF
           IF  WK-OUTSTAND  >  WK-NET
               MOVE  WK-NET  TO WK-LOAN
               COMPUTE  WK-WRITEOFF = WK-OUTSTAND - WK-NET
           ELSE
               MOVE  WK-OUTSTAND  TO WK-LOAN
           END-IF
           SUBTRACT  WK-LOAN  FROM  WK-NET
           MOVE  LW-CODE         TO LTX-CODE
           MOVE  ASK-VALUE-DATE  TO LTX-DATE
           IF  WK-INT  >  0
               MOVE  "I"      TO LTX-TYPE
               MOVE  WK-INT   TO LTX-AMT
               MOVE  LW-PRIN  TO LTX-PRIN
               MOVE  LW-INT   TO LTX-INT
               WRITE LTX-REC
           END-IF
           MOVE  "C"      TO LTX-TYPE
           MOVE  WK-LOAN  TO LTX-AMT
           MOVE  0        TO LTX-PRIN
           MOVE  0        TO LTX-INT
           WRITE LTX-REC
           IF  WK-WRITEOFF  >  0
               MOVE  "W"          TO LTX-TYPE
               MOVE  WK-WRITEOFF  TO LTX-AMT
               WRITE LTX-REC
           END-IF
           MOVE  0    TO LW-PRIN
           MOVE  0    TO LW-INT
           MOVE  "C"  TO LW-STATUS
           MOVE  LW-WORK-REC  TO LT-IMG (MATCH-IDX)
           ADD   WK-LOAN  TO LOAN-TOT
           MOVE  CT-NO        TO DL-NO
           MOVE  CT-CODE      TO DL-CODE
           MOVE  "LOAN"       TO DL-BEN
           MOVE  "OFFSET"     TO DL-ACCT
           MOVE  WK-LOAN      TO DL-AMT
           WRITE PRT-REC  FROM  DL  AFTER 1  LINES
           IF  WK-WRITEOFF  >  0
               MOVE  "WRITTEN OFF"  TO DL-ACCT
               MOVE  WK-WRITEOFF    TO DL-AMT
               WRITE PRT-REC  FROM  DL  AFTER 1  LINES
           END-IF.
       500-SAVE-CLAIMS.
           OPEN  OUTPUT CLMFL
           PERFORM  VARYING  CLM-IDX  FROM  1  BY 1
              WRITE CLM-REC
           END-PERFORM
           CLOSE CLMFL.
       510-SAVE-LOANS.
           OPEN  OUTPUT LOANFL
           PERFORM  VARYING  LOAN-IDX  FROM  1  BY 1
                    UNTIL LOAN-IDX  >  LOAN-CNT
              MOVE  LT-IMG (LOAN-IDX)  TO LOAN-REC
              WRITE LOAN-REC
           END-PERFORM
           CLOSE LOANFL.
