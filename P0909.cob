           SELECT   BILLFL   ASSIGN   TO "D0885.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    BILLFL-STATUS.
           SELECT   ENDFL    ASSIGN   TO "D0925.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    ENDFL-STATUS.
           SELECT   PACKFL   ASSIGN   TO "PACK0909".
       DATA   DIVISION.
       FILE   SECTION.
           03 BILL-SEQ       PIC 99.
           03 BILL-DUE-DATE  PIC 9(8).
           03 BILL-AMT       PIC 9(7).
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
       FD  PACKFL
           DATA  RECORD   IS PACK-REC.
       01  PACK-REC          PIC X(70).
       01  PK-9.
           03 FILLER         PIC X(20)  VALUE "RATE SET        : ".
           03 PK-RATE-SET    PIC 9(8).
       01  EN-2.
           03 FILLER         PIC X(16)  VALUE SPACES.
           03 FILLER         PIC X(30)  VALUE
                 "ENDORSEMENT PAGE".
       01  EN-3.
           03 FILLER         PIC X(20)  VALUE "EFFECTIVE DATE  : ".
           03 EN-EFF         PIC 9(8).
           03 FILLER         PIC X(8)   VALUE "  TO   ".
           03 EN-TERM-END    PIC 9(8).
       01  EN-4.
           03 FILLER         PIC X(20)  VALUE "COVERAGE        : ".
           03 EN-OLD-COV     PIC $$,$$$,$$9.
           03 FILLER         PIC X(4)   VALUE " -> ".
           03 EN-NEW-COV     PIC $$,$$$,$$9.
       01  EN-5.
           03 FILLER         PIC X(20)  VALUE "SMOKER RATING   : ".
           03 EN-OLD-SMOKE   PIC X.
           03 FILLER         PIC X(4)   VALUE " -> ".
           03 EN-NEW-SMOKE   PIC X.
       01  EN-6.
           03 FILLER         PIC X(20)  VALUE "ANNUAL PREMIUM  : ".
           03 EN-OLD-PREM    PIC $$$$,$$9.
           03 FILLER         PIC X(4)   VALUE " -> ".
           03 EN-NEW-PREM    PIC $$$$,$$9.
       01  EN-7.
           03 EN-ADJ-DESC    PIC X(20).
           03 EN-ADJ-AMT     PIC $,$$$,$$9.
       01  EN-8.
           03 FILLER         PIC X(20)  VALUE "REFUND DUE      : ".
           03 EN-REFUND      PIC $,$$$,$$9.
       01  CPN-1             PIC X(44)  VALUE ALL "-".
       01  CPN-2.
           03 FILLER         PIC X(18)  VALUE "PAYMENT COUPON".
       01  RATEFL-STATUS     PIC XX.
       01  CURRFL-STATUS     PIC XX.
       01  BILLFL-STATUS     PIC XX.
       01  ENDFL-STATUS      PIC XX.
       01  END-CNT           PIC 9(2)   VALUE 0.
       01  RUNLOG-JOB        PIC X(8)   VALUE "P0909".
       01  RUNLOG-ACTION     PIC X.
       01  RUNLOG-READ-CNT   PIC 9(7)   VALUE 0.
           PERFORM  300-FIND-RATE-SET
           OPEN  OUTPUT   PACKFL
           PERFORM  400-SCHEDULE-PAGE
           PERFORM  450-ENDORSEMENT-PAGES
           PERFORM  500-COUPON-PAGES
           CLOSE PACKFL
           DISPLAY  "POLICY PACK WRITTEN, COUPONS = " CPN-CNT
           WRITE PACK-REC  FROM  PK-9  AFTER 1  LINES
           WRITE PACK-REC  FROM  PK-1  AFTER 1  LINES
           ADD   1  TO RUNLOG-WRITE-CNT.
       450-ENDORSEMENT-PAGES.
           OPEN  INPUT ENDFL
           IF  ENDFL-STATUS  NOT =  "00"
               EXIT PARAGRAPH
           END-IF
           READ  ENDFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              IF  END-CODE  =  ASK-CODE
                  PERFORM  460-WRITE-ENDORSEMENT
              END-IF
              READ  ENDFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE ENDFL
           MOVE  "N"  TO EOF-SW.
       460-WRITE-ENDORSEMENT.
           ADD   1  TO END-CNT
           WRITE PACK-REC  FROM  PK-1  AFTER PAGE
           WRITE PACK-REC  FROM  EN-2  AFTER 1  LINES
           MOVE  END-CODE  TO PK-CODE
           WRITE PACK-REC  FROM  PK-3  AFTER 2  LINES
           MOVE  END-EFF-DATE   TO EN-EFF
           MOVE  END-TERM-END   TO EN-TERM-END
           WRITE PACK-REC  FROM  EN-3  AFTER 1  LINES
           MOVE  END-OLD-COV    TO EN-OLD-COV
           MOVE  END-NEW-COV    TO EN-NEW-COV
           WRITE PACK-REC  FROM  EN-4  AFTER 1  LINES
           MOVE  END-OLD-SMOKE  TO EN-OLD-SMOKE
           MOVE  END-NEW-SMOKE  TO EN-NEW-SMOKE
           WRITE PACK-REC  FROM  EN-5  AFTER 1  LINES
           MOVE  END-OLD-PREM   TO EN-OLD-PREM
           MOVE  END-NEW-PREM   TO EN-NEW-PREM
           WRITE PACK-REC  FROM  EN-6  AFTER 1  LINES
           IF  END-ADJ-TYPE  =  "R"
               MOVE  "RETURN PREMIUM  : "      TO EN-ADJ-DESC
           ELSE
               MOVE  "ADDITIONAL PREM : "      TO EN-ADJ-DESC
           END-IF
           MOVE  END-ADJ-AMT    TO EN-ADJ-AMT
           WRITE PACK-REC  FROM  EN-7  AFTER 1  LINES
           IF  END-REFUND  >  0
               MOVE  END-REFUND  TO EN-REFUND
               WRITE PACK-REC  FROM  EN-8  AFTER 1  LINES
           END-IF
           WRITE PACK-REC  FROM  PK-1  AFTER 1  LINES
           ADD   1  TO RUNLOG-WRITE-CNT.
       500-COUPON-PAGES.
           OPEN  INPUT BILLFL
           IF  BILLFL-STATUS  NOT =  "00"
