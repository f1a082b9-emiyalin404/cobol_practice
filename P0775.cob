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
           SELECT   PRINTFL ASSIGN   TO "PRINT0775".
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
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC            PIC X(100).
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER          PIC X(15).
       01  HD-4               PIC X(70)   VALUE ALL "=".
       01  TXN-HD.
           03 FILLER          PIC X(10)   VALUE "日 期".
           03 FILLER          PIC X(14)   VALUE "發票號碼".
           03 FILLER          PIC X(14)   VALUE "  發票金額".
           03 FILLER          PIC X(14)   VALUE "  未結金額".
           03 FILLER          PIC X(10)   VALUE "  註記".
           03 FILLER          PIC X(8)    VALUE "計價".
       01  TXN-DL.
           03 TXN-DATE        PIC 99/99/99.
           03 FILLER          PIC X(2).
           03 TXN-PREFIX      PIC X(2).
           03 TXN-INV-NO      PIC 9(8).
           03 FILLER          PIC X(2).
           03 TXN-AMT         PIC Z,ZZZ,ZZ9.99.
           03 FILLER          PIC X(2).
           03 TXN-OPEN        PIC Z,ZZZ,ZZ9.99.
           03 FILLER          PIC X(2).
           03 TXN-MARK        PIC X(10).
           03 FILLER          PIC X(2).
           03 TXN-SRC         PIC X(6).
       01  PAY-DL.
           03 PAY-DL-DATE     PIC 99/99/99.
           03 FILLER          PIC X(3).
           03 FILLER          PIC X(10)   VALUE "收 款".
           03 FILLER          PIC X(1).
           03 PAY-DL-AMT      PIC Z,ZZZ,ZZ9.99.
       01  OPEN-DL.
           03 FILLER          PIC X(18)   VALUE "前 期 結 轉 : ".
           03 OPEN-AMT        PIC -Z,ZZZ,ZZ9.99.
       01  UNAPL-DL.
           03 FILLER          PIC X(18)   VALUE "未沖銷收款 : ".
           03 UNAPL-AMT       PIC -Z,ZZZ,ZZ9.99.
       01  BAL-DL.
           03 FILLER          PIC X(18)   VALUE "本 月 結 餘 : ".
           03 BAL-AMT         PIC -Z,ZZZ,ZZ9.99.
           03 FILLER          PIC X(13)   VALUE "   30 天".
           03 FILLER          PIC X(13)   VALUE "   60 天".
           03 FILLER          PIC X(13)   VALUE "  90 天+".
           03 FILLER          PIC X(13)   VALUE "    爭 議".
           03 FILLER          PIC X(13)   VALUE "  未沖銷".
           03 FILLER          PIC X(13)   VALUE "    結 餘".
       01  TB-DL.
           03 TB-CODE         PIC X(4).
           03 TB-B2           PIC ZZZ,ZZ9.99.
           03 FILLER          PIC X(3).
           03 TB-B3           PIC ZZZ,ZZ9.99.
           03 FILLER          PIC X(3).
           03 TB-DISP         PIC ZZZ,ZZ9.99.
           03 FILLER          PIC X(2).
           03 TB-UNAPL        PIC -ZZZ,ZZ9.99.
           03 FILLER          PIC X(2).
           03 TB-BAL          PIC -ZZZ,ZZ9.99.
       01  CUS-TAB-AREA.
              05 CT-NAME      PIC X(20).
              05 CT-OPEN      PIC S9(7)V99.
              05 CT-PAY       PIC 9(8)V99.
              05 CT-APPLIED   PIC 9(8)V99.
              05 CT-DISP      PIC 9(8)V99.
              05 CT-BUCKET    PIC 9(7)V99  OCCURS 4 TIMES.
       01  IV-TAB-AREA.
           03 IV-CNT            PIC 9(4)   VALUE 0.
           03 IV-ENTRY          OCCURS 2000 TIMES.
              05 IV-PREFIX      PIC X(2).
              05 IV-NO          PIC 9(8).
              05 IV-DATE        PIC 9(6).
              05 IV-CUST        PIC X(4).
              05 IV-AMT         PIC 9(8)V99.
              05 IV-OPEN        PIC S9(8)V99.
              05 IV-SHORT       PIC 9(8)V99.
              05 IV-VOID        PIC X.
              05 IV-DISP        PIC X.
              05 IV-SRC         PIC X.
       01  WORK-AREA.
           03 WK-BAL            PIC S9(8)V99.
           03 WK-AGE            PIC S9(4).
           03 WK-UNAPL          PIC S9(8)V99.
           03 WK-DATE-6         PIC 9(6).
           03 WK-PREFIX         PIC X(2).
           03 WK-INV-NO         PIC 9(8).
       01  ASK-YYMM             PIC 9(4).
       01  ASK-YYMM-R  REDEFINES  ASK-YYMM.
           03 ASK-YY            PIC 99.
           03 SDT-R-MM          PIC 99.
       01  MODE-SW              PIC X.
       01  CUS-IDX              PIC 9(3).
       01  IV-IDX               PIC 9(4).
       01  MATCH-IDX            PIC 9(4).
       01  BKT-IDX              PIC 9.
       01  EOF-SW               PIC X      VALUE "N".
       01  CUSFL-STATUS         PIC XX.
       01  REGFL-STATUS         PIC XX.
       01  CRNFL-STATUS         PIC XX.
       01  PAYFL-STATUS         PIC XX.
       01  APLFL-STATUS         PIC XX.
       01  DSPFL-STATUS         PIC XX.
       01  RUNLOG-JOB           PIC X(8)   VALUE "P0775".
       01  RUNLOG-ACTION        PIC X.
       01  RUNLOG-READ-CNT      PIC 9(7)   VALUE 0.
           ACCEPT   ASK-YYMM
           MOVE  ASK-YYMM  TO HD-YYMM
           PERFORM  210-LOAD-CUSTOMERS
           PERFORM  220-LOAD-INVOICES
           PERFORM  230-LOAD-CREDITS
           PERFORM  240-LOAD-APPLICATIONS
           PERFORM  250-LOAD-DISPUTES
           OPEN  OUTPUT   PRINTFL
           PERFORM  VARYING  CUS-IDX  FROM  1  BY 1
                    UNTIL CUS-IDX  >  CUS-CNT
                      MOVE  CUS-NAME  TO CT-NAME (CUS-CNT)
                      MOVE  CUS-BAL   TO CT-OPEN (CUS-CNT)
                      MOVE  0         TO CT-PAY  (CUS-CNT)
                      MOVE  0         TO CT-APPLIED (CUS-CNT)
                      MOVE  0         TO CT-DISP (CUS-CNT)
                      PERFORM  VARYING  BKT-IDX  FROM  1  BY 1
                               UNTIL BKT-IDX  >  4
                         MOVE  0  TO CT-BUCKET (CUS-CNT, BKT-IDX)
               CLOSE CUSFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       220-LOAD-INVOICES.
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
                  PERFORM  260-FIND-INVOICE
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
                      MOVE  INV-AMT     TO IV-AMT    (IV-CNT)
                      MOVE  INV-AMT     TO IV-OPEN   (IV-CNT)
                      MOVE  0           TO IV-SHORT  (IV-CNT)
                      MOVE  SPACE       TO IV-VOID   (IV-CNT)
                      MOVE  SPACE       TO IV-DISP   (IV-CNT)
                      MOVE  INV-SRC     TO IV-SRC    (IV-CNT)
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
       230-LOAD-CREDITS.
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
              PERFORM  260-FIND-INVOICE
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
       240-LOAD-APPLICATIONS.
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
              END-IF
              MOVE  APL-PREFIX  TO WK-PREFIX
              MOVE  APL-INV-NO  TO WK-INV-NO
              PERFORM  260-FIND-INVOICE
              IF  MATCH-IDX  >  0
                  EVALUATE  APL-KIND
                     WHEN  "A"
                        SUBTRACT  APL-AMT  FROM IV-OPEN (MATCH-IDX)
                     WHEN  "S"
                        MOVE  APL-AMT  TO IV-SHORT (MATCH-IDX)
                  END-EVALUATE
              END-IF
              READ  APLFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  APLFL-STATUS  NOT =  "35"
               CLOSE APLFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       250-LOAD-DISPUTES.
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
              PERFORM  260-FIND-INVOICE
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
       260-FIND-INVOICE.
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  IV-IDX  FROM  1  BY 1
                    UNTIL IV-IDX  >  IV-CNT
              IF  IV-PREFIX (IV-IDX)  =  WK-PREFIX
                  AND  IV-NO (IV-IDX)  =  WK-INV-NO
                  MOVE  IV-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM.
       300-STATEMENT-ONE.
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           MOVE  CT-CODE (CUS-IDX)  TO HD-CUS-CODE
           MOVE  CT-NAME (CUS-IDX)  TO HD-CUS-NAME
           WRITE PRT-REC  FROM  HD-3  AFTER 1  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  CT-OPEN (CUS-IDX)  TO WK-BAL
           IF  CT-OPEN (CUS-IDX)  NOT =  0
               MOVE  CT-OPEN (CUS-IDX)  TO OPEN-AMT
               WRITE PRT-REC  FROM  OPEN-DL  AFTER 1  LINES
           END-IF
           WRITE PRT-REC  FROM  TXN-HD  AFTER 1  LINES
           PERFORM  VARYING  IV-IDX  FROM  1  BY 1
                    UNTIL IV-IDX  >  IV-CNT
              IF  IV-CUST (IV-IDX)  =  CT-CODE (CUS-IDX)
                  AND  IV-VOID (IV-IDX)  =  SPACE
                  AND  IV-OPEN (IV-IDX)  >  0
                  PERFORM  310-OPEN-ITEM
              END-IF
           END-PERFORM
           PERFORM  320-LIST-PAYMENTS
           COMPUTE  WK-UNAPL = CT-PAY (CUS-IDX)
                  - CT-APPLIED (CUS-IDX)
           IF  WK-UNAPL  NOT =  0
               MOVE  WK-UNAPL  TO UNAPL-AMT
               WRITE PRT-REC  FROM  UNAPL-DL  AFTER 1  LINES
           END-IF
           SUBTRACT  WK-UNAPL  FROM  WK-BAL
           MOVE  WK-BAL  TO BAL-AMT
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           WRITE PRT-REC  FROM  BAL-DL  AFTER 1  LINES
           ADD   1  TO RUNLOG-WRITE-CNT.
       310-OPEN-ITEM.
           MOVE  IV-DATE (IV-IDX)    TO WK-DATE-6
           MOVE  WK-DATE-6           TO TXN-DATE
           MOVE  IV-PREFIX (IV-IDX)  TO TXN-PREFIX
           MOVE  IV-NO (IV-IDX)      TO TXN-INV-NO
           MOVE  IV-AMT (IV-IDX)     TO TXN-AMT
           MOVE  IV-OPEN (IV-IDX)    TO TXN-OPEN
           MOVE  SPACES              TO TXN-MARK
           EVALUATE  IV-SRC (IV-IDX)
              WHEN  "C"
                 MOVE  "合約"  TO TXN-SRC
              WHEN  "P"
                 MOVE  "促銷"  TO TXN-SRC
              WHEN  "L"
                 MOVE  "定價"  TO TXN-SRC
              WHEN  "Q"
                 MOVE  "報價"  TO TXN-SRC
              WHEN  OTHER
                 MOVE  SPACES  TO TXN-SRC
           END-EVALUATE
           ADD   IV-OPEN (IV-IDX)    TO WK-BAL
           IF  IV-DISP (IV-IDX)  =  "D"
               MOVE  "爭議中"  TO TXN-MARK
               ADD   IV-OPEN (IV-IDX)  TO CT-DISP (CUS-IDX)
           ELSE
               IF  IV-SHORT (IV-IDX)  >  0
                   MOVE  "短 付"   TO TXN-MARK
               END-IF
               MOVE  IV-DATE (IV-IDX) (1:4)  TO SDT-YYMM-R
               COMPUTE  WK-AGE = ( ASK-YY - SDT-R-YY ) * 12
                      + ASK-MM - SDT-R-MM
               EVALUATE TRUE
                  WHEN  WK-AGE  <  1
                     MOVE  1  TO BKT-IDX
                  WHEN  WK-AGE  =  1
                     MOVE  2  TO BKT-IDX
                  WHEN  WK-AGE  =  2
                     MOVE  3  TO BKT-IDX
                  WHEN  OTHER
                     MOVE  4  TO BKT-IDX
               END-EVALUATE
               ADD  IV-OPEN (IV-IDX)  TO CT-BUCKET (CUS-IDX, BKT-IDX)
           END-IF
           WRITE PRT-REC  FROM  TXN-DL  AFTER 1  LINES.
       320-LIST-PAYMENTS.
           OPEN  INPUT PAYFL
           IF  PAYFL-STATUS  NOT =  "00"
              ADD   1  TO RUNLOG-READ-CNT
              IF  PAY-CUST  =  CT-CODE (CUS-IDX)
                  ADD   PAY-AMT  TO CT-PAY (CUS-IDX)
                  MOVE  PAY-DATE (1:4)  TO WK-PAY-YYMM
                  IF  WK-PAY-YYMM  =  ASK-YYMM
                      MOVE  PAY-DATE  TO WK-DATE-6
              PERFORM  410-AGE-ONE
           END-PERFORM.
       410-AGE-ONE.
           COMPUTE  WK-UNAPL = CT-PAY (CUS-IDX)
                  - CT-APPLIED (CUS-IDX)
           IF  CT-OPEN (CUS-IDX)  >  0
               ADD  CT-OPEN (CUS-IDX)  TO CT-BUCKET (CUS-IDX, 4)
           ELSE
               SUBTRACT  CT-OPEN (CUS-IDX)  FROM  WK-UNAPL
           END-IF
           MOVE  CT-CODE (CUS-IDX)       TO TB-CODE
           MOVE  CT-BUCKET (CUS-IDX, 1)  TO TB-B0
           MOVE  CT-BUCKET (CUS-IDX, 2)  TO TB-B1
           MOVE  CT-BUCKET (CUS-IDX, 3)  TO TB-B2
           MOVE  CT-BUCKET (CUS-IDX, 4)  TO TB-B3
           MOVE  CT-DISP (CUS-IDX)       TO TB-DISP
           MOVE  WK-UNAPL                TO TB-UNAPL
           COMPUTE  WK-BAL = CT-BUCKET (CUS-IDX, 1)
                  + CT-BUCKET (CUS-IDX, 2)
                  + CT-BUCKET (CUS-IDX, 3)
                  + CT-BUCKET (CUS-IDX, 4)
                  + CT-DISP (CUS-IDX)
                  - WK-UNAPL
           MOVE  WK-BAL  TO TB-BAL
           WRITE PRT-REC  FROM  TB-DL  AFTER 1  LINES
           ADD   1  TO RUNLOG-WRITE-CNT.
