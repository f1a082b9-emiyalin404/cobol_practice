           SELECT   CUSFL   ASSIGN   TO "D0775.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CUSFL-STATUS.
           SELECT   REGFL   ASSIGN   TO "D0787.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    REGFL-STATUS.
           SELECT   CRNFL   ASSIGN   TO "D0788.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CRNFL-STATUS.
           SELECT   PAYFL   ASSIGN   TO "D0776.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    PAYFL-STATUS.
           SELECT   APLFL   ASSIGN   TO "D0790.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    APLFL-STATUS.
           SELECT   DSPFL   ASSIGN   TO "D0791.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    DSPFL-STATUS.
           SELECT   LETRFL  ASSIGN   TO "LETTER0782".
       DATA   DIVISION.
       FILE   SECTION.
           03 CUS-NAME        PIC X(20).
           03 CUS-BAL         PIC S9(7)V99.
           03 CUS-LIMIT       PIC 9(7).
       FD  REGFL
           DATA  RECORD   IS REG-REC.
       01  REG-REC.
           03 INV-PREFIX      PIC X(2).
           03 INV-NO          PIC 9(8).
           03 INV-DATE        PIC 9(6).
           03 INV-CUST        PIC X(4).
           03 INV-AMT         PIC 9(8)V99.
           03 INV-VOID        PIC X.
           03 INV-SRC         PIC X.
       FD  CRNFL
           DATA  RECORD   IS CRN-REC.
       01  CRN-REC.
           03 CRN-NO          PIC 9(6).
           03 CRN-DATE        PIC 9(6).
           03 CRN-PREFIX      PIC X(2).
           03 CRN-INV-NO      PIC 9(8).
           03 CRN-CUST        PIC X(4).
           03 CRN-KIND        PIC X.
           03 CRN-SKU         PIC X(4).
           03 CRN-QTY         PIC 9(3).
           03 CRN-AMT         PIC 9(8)V99.
       FD  PAYFL
           DATA  RECORD   IS PAY-REC.
       01  PAY-REC.
           03 PAY-CUST        PIC X(4).
           03 PAY-DATE        PIC 9(6).
           03 PAY-AMT         PIC 9(7)V99.
       FD  APLFL
           DATA  RECORD   IS APL-REC.
       01  APL-REC.
           03 APL-PAY-REF     PIC 9(6).
           03 APL-CUST        PIC X(4).
           03 APL-KIND        PIC X.
           03 APL-PREFIX      PIC X(2).
           03 APL-INV-NO      PIC 9(8).
           03 APL-AMT         PIC 9(8)V99.
           03 APL-DATE        PIC 9(6).
           03 APL-HOW         PIC X.
       FD  DSPFL
           DATA  RECORD   IS DSP-REC.
       01  DSP-REC.
           03 DSP-PREFIX      PIC X(2).
           03 DSP-INV-NO      PIC 9(8).
           03 DSP-FLAG        PIC X.
           03 DSP-DATE        PIC 9(6).
           03 DSP-NOTE        PIC X(20).
       FD  LETRFL
           DATA  RECORD   IS LETR-REC.
       01  LETR-REC           PIC X(80).
       01  LETR-7.
           03 FILLER          PIC X(18)   VALUE "  財務費用  : ".
           03 LETR-CHG        PIC Z,ZZZ,ZZ9.99.
       01  LETR-9.
           03 FILLER          PIC X(18)   VALUE "  未沖銷款 : ".
           03 LETR-UNAPL      PIC Z,ZZZ,ZZ9.99.
       01  LETR-10.
           03 FILLER          PIC X(18)   VALUE "  爭議中   : ".
           03 LETR-DISP       PIC Z,ZZZ,ZZ9.99.
       01  LETR-8.
           03 FILLER          PIC X(38)   VALUE
                 "  請儘速結清欠款, 以免影響".
              05 CT-OPEN      PIC S9(7)V99.
              05 CT-LIMIT     PIC 9(7).
              05 CT-PAY       PIC 9(8)V99.
              05 CT-APPLIED   PIC 9(8)V99.
              05 CT-DISP      PIC 9(8)V99.
              05 CT-UNAPL     PIC 9(8)V99.
              05 CT-BUCKET    PIC 9(7)V99  OCCURS 4 TIMES.
       01  IV-TAB-AREA.
           03 IV-CNT            PIC 9(4)   VALUE 0.
           03 IV-ENTRY          OCCURS 2000 TIMES.
              05 IV-PREFIX      PIC X(2).
              05 IV-NO          PIC 9(8).
              05 IV-DATE        PIC 9(6).
              05 IV-CUST        PIC X(4).
              05 IV-OPEN        PIC S9(8)V99.
              05 IV-VOID        PIC X.
              05 IV-DISP        PIC X.
       01  WORK-AREA.
           03 WK-PREFIX         PIC X(2).
           03 WK-INV-NO         PIC 9(8).
           03 WK-AGE            PIC S9(4).
           03 WK-PAY-LEFT       PIC 9(8)V99.
           03 WK-LEVEL          PIC 9.
           03 SDT-R-YY          PIC 99.
           03 SDT-R-MM          PIC 99.
       01  CUS-IDX              PIC 9(3).
       01  IV-IDX               PIC 9(4).
       01  MATCH-IDX            PIC 9(4).
       01  BKT-IDX              PIC 9.
       01  LETR-CNT             PIC 9(3)   VALUE 0.
       01  CHG-CNT              PIC 9(3)   VALUE 0.
       01  EOF-SW               PIC X      VALUE "N".
       01  CUSFL-STATUS         PIC XX.
       01  REGFL-STATUS         PIC XX.
       01  CRNFL-STATUS         PIC XX.
       01  PAYFL-STATUS         PIC XX.
       01  APLFL-STATUS         PIC XX.
       01  DSPFL-STATUS         PIC XX.
       01  RUNLOG-JOB           PIC X(8)   VALUE "P0782".
       01  RUNLOG-ACTION        PIC X.
       01  RUNLOG-READ-CNT      PIC 9(7)   VALUE 0.
           DISPLAY  "逾期財務費用率 (9V99)  : " WITH NO ADVANCING
           ACCEPT   ASK-CHG-PCT
           PERFORM  100-LOAD-CUSTOMERS
           PERFORM  110-LOAD-INVOICES
           PERFORM  120-LOAD-CREDITS
           PERFORM  130-LOAD-APPLICATIONS
           PERFORM  140-LOAD-DISPUTES
           PERFORM  200-AGE-OPEN-ITEMS
           PERFORM  300-APPLY-PAYMENTS
           OPEN  OUTPUT   LETRFL
           PERFORM  VARYING  CUS-IDX  FROM  1  BY 1
                      MOVE  CUS-BAL    TO CT-OPEN  (CUS-CNT)
                      MOVE  CUS-LIMIT  TO CT-LIMIT (CUS-CNT)
                      MOVE  0          TO CT-PAY   (CUS-CNT)
                      MOVE  0          TO CT-APPLIED (CUS-CNT)
                      MOVE  0          TO CT-DISP  (CUS-CNT)
                      PERFORM  VARYING  BKT-IDX  FROM  1  BY 1
                               UNTIL BKT-IDX  >  4
                         MOVE  0  TO CT-BUCKET (CUS-CNT, BKT-IDX)
               CLOSE CUSFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       110-LOAD-INVOICES.
           OPEN  INPUT REGFL
           IF  REGFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  REGFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO RUNLOG-READ-CNT
              IF  INV-VOID  =  "V"
                  MOVE  INV-PREFIX  TO WK-PREFIX
                  MOVE  INV-NO      TO WK-INV-NO
                  PERFORM  150-FIND-INVOICE
                  IF  MATCH-IDX  >  0
                      MOVE  "V"  TO IV-VOID (MATCH-IDX)
                      MOVE  0    TO IV-OPEN (MATCH-IDX)
                  END-IF
              ELSE
                  IF  IV-CNT  <  2000
                      ADD   1  TO IV-CNT
                      MOVE  INV-PREFIX  TO IV-PREFIX (IV-CNT)
                      MOVE  INV-NO      TO IV-NO     (IV-CNT)
                      MOVE  INV-DATE    TO IV-DATE   (IV-CNT)
                      MOVE  INV-CUST    TO IV-CUST   (IV-CNT)
                      MOVE  INV-AMT     TO IV-OPEN   (IV-CNT)
                      MOVE  SPACE       TO IV-VOID   (IV-CNT)
                      MOVE  SPACE       TO IV-DISP   (IV-CNT)
                  END-IF
              END-IF
              READ  REGFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  REGFL-STATUS  NOT =  "35"
               CLOSE REGFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       120-LOAD-CREDITS.
           OPEN  INPUT CRNFL
           IF  CRNFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  CRNFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              MOVE  CRN-PREFIX  TO WK-PREFIX
              MOVE  CRN-INV-NO  TO WK-INV-NO
              PERFORM  150-FIND-INVOICE
              IF  MATCH-IDX  >  0
                  SUBTRACT  CRN-AMT  FROM IV-OPEN (MATCH-IDX)
              END-IF
              READ  CRNFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  CRNFL-STATUS  NOT =  "35"
               CLOSE CRNFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       130-LOAD-APPLICATIONS.
           OPEN  INPUT APLFL
           IF  APLFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  APLFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              IF  APL-KIND  =  "A"
                  PERFORM  VARYING  CUS-IDX  FROM  1  BY 1
                           UNTIL CUS-IDX  >  CUS-CNT
                     IF  CT-CODE (CUS-IDX)  =  APL-CUST
                         ADD  APL-AMT  TO CT-APPLIED (CUS-IDX)
                     END-IF
                  END-PERFORM
                  MOVE  APL-PREFIX  TO WK-PREFIX
                  MOVE  APL-INV-NO  TO WK-INV-NO
                  PERFORM  150-FIND-INVOICE
                  IF  MATCH-IDX  >  0
                      SUBTRACT  APL-AMT  FROM IV-OPEN (MATCH-IDX)
                  END-IF
              END-IF
              READ  APLFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  APLFL-STATUS  NOT =  "35"
               CLOSE APLFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       140-LOAD-DISPUTES.
           OPEN  INPUT DSPFL
           IF  DSPFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  DSPFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              MOVE  DSP-PREFIX  TO WK-PREFIX
              MOVE  DSP-INV-NO  TO WK-INV-NO
              PERFORM  150-FIND-INVOICE
              IF  MATCH-IDX  >  0
                  IF  DSP-FLAG  =  "D"
                      MOVE  "D"    TO IV-DISP (MATCH-IDX)
                  ELSE
                      MOVE  SPACE  TO IV-DISP (MATCH-IDX)
                  END-IF
              END-IF
              READ  DSPFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  DSPFL-STATUS  NOT =  "35"
               CLOSE DSPFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       150-FIND-INVOICE.
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  IV-IDX  FROM  1  BY 1
                    UNTIL IV-IDX  >  IV-CNT
              IF  IV-PREFIX (IV-IDX)  =  WK-PREFIX
                  AND  IV-NO (IV-IDX)  =  WK-INV-NO
                  MOVE  IV-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM.
       200-AGE-OPEN-ITEMS.
           PERFORM  VARYING  IV-IDX  FROM  1  BY 1
                    UNTIL IV-IDX  >  IV-CNT
              IF  IV-VOID (IV-IDX)  =  SPACE
                  AND  IV-OPEN (IV-IDX)  >  0
                  PERFORM  210-TALLY-OPEN-ITEM
              END-IF
           END-PERFORM.
       210-TALLY-OPEN-ITEM.
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  CUS-IDX  FROM  1  BY 1
                    UNTIL CUS-IDX  >  CUS-CNT
              IF  CT-CODE (CUS-IDX)  =  IV-CUST (IV-IDX)
                  MOVE  CUS-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM
           IF  MATCH-IDX  =  0
               EXIT  PARAGRAPH
           END-IF
           IF  IV-DISP (IV-IDX)  =  "D"
               ADD  IV-OPEN (IV-IDX)  TO CT-DISP (MATCH-IDX)
               EXIT  PARAGRAPH
           END-IF
           MOVE  IV-DATE (IV-IDX) (1:4)  TO SDT-YYMM-R
           COMPUTE  WK-AGE = ( ASK-YY - SDT-R-YY ) * 12
                  + ASK-MM - SDT-R-MM
           EVALUATE TRUE
              WHEN  OTHER
                 MOVE  4  TO BKT-IDX
           END-EVALUATE
           ADD  IV-OPEN (IV-IDX)  TO CT-BUCKET (MATCH-IDX, BKT-IDX).
       300-APPLY-PAYMENTS.
           OPEN  INPUT PAYFL
           IF  PAYFL-STATUS  NOT =  "00"
              PERFORM  310-NET-ONE
           END-PERFORM.
       310-NET-ONE.
           COMPUTE  WK-PAY-LEFT = CT-PAY (CUS-IDX)
                  - CT-APPLIED (CUS-IDX)
           MOVE  WK-PAY-LEFT  TO CT-UNAPL (CUS-IDX)
           IF  CT-OPEN (CUS-IDX)  >  0
               ADD  CT-OPEN (CUS-IDX)  TO CT-BUCKET (CUS-IDX, 4)
           ELSE
           WRITE LETR-REC  FROM  LETR-6  AFTER 1  LINES
           MOVE  WK-CHARGE  TO LETR-CHG
           WRITE LETR-REC  FROM  LETR-7  AFTER 1  LINES
           IF  CT-UNAPL (CUS-IDX)  >  0
               MOVE  CT-UNAPL (CUS-IDX)  TO LETR-UNAPL
               WRITE LETR-REC  FROM  LETR-9  AFTER 1  LINES
           END-IF
           IF  CT-DISP (CUS-IDX)  >  0
               MOVE  CT-DISP (CUS-IDX)  TO LETR-DISP
               WRITE LETR-REC  FROM  LETR-10  AFTER 1  LINES
           END-IF
           WRITE LETR-REC  FROM  LETR-8  AFTER 2  LINES
           WRITE LETR-REC  FROM  LETR-1  AFTER 2  LINES
           ADD   1  TO RUNLOG-WRITE-CNT.
