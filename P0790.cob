       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P0790.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT   PRINTFL ASSIGN   TO "PRINT0790".
       DATA   DIVISION.
       FILE   SECTION.
       FD  REGFL
           LABEL RECORD   IS OMITTED
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
           LABEL RECORD   IS OMITTED
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
           LABEL RECORD   IS OMITTED
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
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS DSP-REC.
       01  DSP-REC.
           03 DSP-PREFIX      PIC X(2).
           03 DSP-INV-NO      PIC 9(8).
           03 DSP-FLAG        PIC X.
           03 DSP-DATE        PIC 9(6).
           03 DSP-NOTE        PIC X(20).
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC            PIC X(80).
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER          PIC X(15).
           03 FILLER          PIC X(45)   VALUE
                 "<<<   收 款 沖 銷 明 細 表   >>>".
       01  HD-2.
           03 FILLER          PIC X(15)   VALUE "沖銷日期 : ".
           03 HD-DATE         PIC 99/99/99.
       01  HD-3.
           03 FILLER          PIC X(7)    VALUE "序號".
           03 FILLER          PIC X(7)    VALUE "客戶".
           03 FILLER          PIC X(9)    VALUE "收款日".
           03 FILLER          PIC X(14)   VALUE "發票號碼".
           03 FILLER          PIC X(16)   VALUE "    沖銷金額".
           03 FILLER          PIC X(12)   VALUE "  方式".
       01  HD-4               PIC X(70)   VALUE ALL "=".
       01  DL.
           03 DL-REF          PIC 9(6).
           03 FILLER          PIC X(1).
           03 DL-CUST         PIC X(4).
           03 FILLER          PIC X(3).
           03 DL-PAY-DATE     PIC 99/99/99.
           03 FILLER          PIC X(1).
           03 DL-PREFIX       PIC X(2).
           03 DL-INV-NO       PIC 9(8).
           03 FILLER          PIC X(3).
           03 DL-AMT          PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER          PIC X(3).
           03 DL-HOW          PIC X(12).
       01  TOT-1.
           03 FILLER          PIC X(18)   VALUE "沖銷合計   : ".
           03 TOT-APPLIED     PIC ZZ,ZZZ,ZZ9.99.
       01  TOT-2.
           03 FILLER          PIC X(18)   VALUE "未沖銷收款 : ".
           03 TOT-UNAPPLIED   PIC ZZ,ZZZ,ZZ9.99.
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
       01  PY-TAB-AREA.
           03 PY-CNT            PIC 9(6)   VALUE 0.
           03 PY-ENTRY          OCCURS 3000 TIMES.
              05 PY-CUST        PIC X(4).
              05 PY-DATE        PIC 9(6).
              05 PY-AMT         PIC 9(7)V99.
              05 PY-LEFT        PIC S9(8)V99.
              05 PY-DONE        PIC X.
       01  WORK-AREA.
           03 WK-AMT          PIC 9(8)V99.
           03 WK-CUST         PIC X(4).
           03 WK-PREFIX       PIC X(2).
           03 WK-INV-NO       PIC 9(8).
           03 WK-OPEN-TOT     PIC S9(9)V99.
           03 WK-UNAPL-TOT    PIC S9(9)V99.
       01  ASK-DATE           PIC 9(6).
       01  ASK-REF            PIC 9(6).
       01  ASK-AMT            PIC 9(8)V99.
       01  ASK-FLAG           PIC X.
       01  ASK-SHORT          PIC X.
       01  MODE-SW            PIC X.
       01  IV-IDX             PIC 9(4).
       01  PY-IDX             PIC 9(6).
       01  MATCH-IDX          PIC 9(4).
       01  EXACT-CNT          PIC 9(5)   VALUE 0.
       01  OLDEST-CNT         PIC 9(5)   VALUE 0.
       01  UNAPL-CNT          PIC 9(5)   VALUE 0.
       01  MANUAL-CNT         PIC 9(5)   VALUE 0.
       01  GR-APPLIED         PIC 9(9)V99  VALUE 0.
       01  GR-UNAPPLIED       PIC 9(9)V99  VALUE 0.
       01  EOF-SW             PIC X      VALUE "N".
       01  REGFL-STATUS       PIC XX.
       01  CRNFL-STATUS       PIC XX.
       01  PAYFL-STATUS       PIC XX.
       01  APLFL-STATUS       PIC XX.
       01  DSPFL-STATUS       PIC XX.
       01  DL-OPEN            PIC ZZ,ZZZ,ZZ9.99-.
       01  DL-PAY-LEFT        PIC ZZ,ZZZ,ZZ9.99-.
       01  RUNLOG-JOB         PIC X(8)   VALUE "P0790".
       01  RUNLOG-ACTION      PIC X.
       01  RUNLOG-READ-CNT    PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT   PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS      PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "(A)自動沖銷  (M)人工沖銷  (D)爭議註記"
           DISPLAY  "(L)查詢未結 : " WITH NO ADVANCING
           ACCEPT   MODE-SW
           PERFORM  100-LOAD-INVOICES
           PERFORM  110-LOAD-CREDITS
           PERFORM  120-LOAD-PAYMENTS
           PERFORM  130-LOAD-APPLICATIONS
           PERFORM  140-LOAD-DISPUTES
           EVALUATE TRUE
              WHEN  MODE-SW = "A"  OR  MODE-SW = "a"
                 PERFORM  200-AUTO-APPLY
              WHEN  MODE-SW = "M"  OR  MODE-SW = "m"
                 PERFORM  300-MANUAL-APPLY
              WHEN  MODE-SW = "D"  OR  MODE-SW = "d"
                 PERFORM  400-DISPUTE
              WHEN  OTHER
                 PERFORM  500-LIST-OPEN
           END-EVALUATE
           STOP  RUN.
       100-LOAD-INVOICES.
           OPEN  INPUT REGFL
           IF  REGFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  REGFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              IF  INV-VOID  =  "V"
                  MOVE  INV-PREFIX  TO WK-PREFIX
                  MOVE  INV-NO      TO WK-INV-NO
                  PERFORM  800-FIND-INVOICE
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
       110-LOAD-CREDITS.
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
              PERFORM  800-FIND-INVOICE
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
       120-LOAD-PAYMENTS.
           OPEN  INPUT PAYFL
           IF  PAYFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  PAYFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO RUNLOG-READ-CNT
              IF  PY-CNT  <  3000
                  ADD   1  TO PY-CNT
                  MOVE  PAY-CUST  TO PY-CUST (PY-CNT)
                  MOVE  PAY-DATE  TO PY-DATE (PY-CNT)
                  MOVE  PAY-AMT   TO PY-AMT  (PY-CNT)
                  MOVE  PAY-AMT   TO PY-LEFT (PY-CNT)
                  MOVE  "N"       TO PY-DONE (PY-CNT)
              END-IF
              READ  PAYFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  PAYFL-STATUS  NOT =  "35"
               CLOSE PAYFL
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
              IF  APL-PAY-REF  >  0  AND  APL-PAY-REF  NOT >  PY-CNT
                  MOVE  "Y"  TO PY-DONE (APL-PAY-REF)
                  IF  APL-KIND  =  "A"
                      SUBTRACT  APL-AMT  FROM PY-LEFT (APL-PAY-REF)
                  END-IF
              END-IF
              MOVE  APL-PREFIX  TO WK-PREFIX
              MOVE  APL-INV-NO  TO WK-INV-NO
              PERFORM  800-FIND-INVOICE
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
              PERFORM  800-FIND-INVOICE
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
       200-AUTO-APPLY.
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           DISPLAY  "沖銷日期 (YYMMDD) : " WITH NO ADVANCING
           ACCEPT   ASK-DATE
           OPEN  EXTEND APLFL
           IF  APLFL-STATUS  =  "35"
               OPEN  OUTPUT APLFL
           END-IF
           OPEN  OUTPUT   PRINTFL
           MOVE  ASK-DATE  TO HD-DATE
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           PERFORM  VARYING  PY-IDX  FROM  1  BY 1
                    UNTIL PY-IDX  >  PY-CNT
              IF  PY-DONE (PY-IDX)  =  "N"
                  PERFORM  210-APPLY-PAYMENT
              END-IF
           END-PERFORM
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  GR-APPLIED    TO TOT-APPLIED
           WRITE PRT-REC  FROM  TOT-1  AFTER 1  LINES
           MOVE  GR-UNAPPLIED  TO TOT-UNAPPLIED
           WRITE PRT-REC  FROM  TOT-2  AFTER 1  LINES
           CLOSE APLFL   PRINTFL
           DISPLAY  "金額相符沖銷 = " EXACT-CNT
                    "  依序沖銷 = " OLDEST-CNT
           DISPLAY  "未沖銷收款筆數 = " UNAPL-CNT
           IF  UNAPL-CNT  >  0
               DISPLAY  "未沖銷收款請以 (M) 人工沖銷"
               MOVE  "A"   TO RUNLOG-STATUS
           END-IF
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS.
       210-APPLY-PAYMENT.
           MOVE  PY-CUST (PY-IDX)  TO WK-CUST
           PERFORM  220-EXACT-MATCH
           IF  MATCH-IDX  >  0
               MOVE  PY-LEFT (PY-IDX)  TO WK-AMT
               MOVE  "E"  TO APL-HOW
               PERFORM  290-WRITE-APPLIED
               ADD   1  TO EXACT-CNT
           ELSE
               PERFORM  230-OLDEST-FIRST
           END-IF
           IF  PY-LEFT (PY-IDX)  >  0
               MOVE  PY-IDX      TO APL-PAY-REF
               MOVE  WK-CUST     TO APL-CUST
               MOVE  "U"         TO APL-KIND
               MOVE  SPACES      TO APL-PREFIX
               MOVE  0           TO APL-INV-NO
               MOVE  PY-LEFT (PY-IDX)  TO APL-AMT
               MOVE  ASK-DATE    TO APL-DATE
               MOVE  "O"         TO APL-HOW
               WRITE APL-REC
               ADD   1  TO RUNLOG-WRITE-CNT
               ADD   1  TO UNAPL-CNT
               ADD   APL-AMT  TO GR-UNAPPLIED
               MOVE  PY-IDX           TO DL-REF
               MOVE  WK-CUST          TO DL-CUST
               MOVE  PY-DATE (PY-IDX) TO DL-PAY-DATE
               MOVE  SPACES           TO DL-PREFIX
               MOVE  0                TO DL-INV-NO
               MOVE  APL-AMT          TO DL-AMT
               MOVE  "未沖銷"         TO DL-HOW
               WRITE PRT-REC  FROM  DL  AFTER 1  LINES
           END-IF
           MOVE  "Y"  TO PY-DONE (PY-IDX).
       220-EXACT-MATCH.
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  IV-IDX  FROM  1  BY 1
                    UNTIL IV-IDX  >  IV-CNT
              IF  IV-CUST (IV-IDX)  =  WK-CUST
                  AND  IV-VOID (IV-IDX)  =  SPACE
                  AND  IV-DISP (IV-IDX)  =  SPACE
                  AND  IV-OPEN (IV-IDX)  =  PY-LEFT (PY-IDX)
                  IF  MATCH-IDX  =  0
                      MOVE  IV-IDX  TO MATCH-IDX
                  ELSE
                      IF  IV-DATE (IV-IDX)  <  IV-DATE (MATCH-IDX)
                          MOVE  IV-IDX  TO MATCH-IDX
                      END-IF
                  END-IF
              END-IF
           END-PERFORM.
       230-OLDEST-FIRST.
           MOVE  1  TO MATCH-IDX
           PERFORM  UNTIL MATCH-IDX  =  0
                       OR PY-LEFT (PY-IDX)  NOT >  0
              PERFORM  240-FIND-OLDEST
              IF  MATCH-IDX  >  0
                  IF  PY-LEFT (PY-IDX)  <  IV-OPEN (MATCH-IDX)
                      MOVE  0  TO MATCH-IDX
                  ELSE
                      MOVE  IV-OPEN (MATCH-IDX)  TO WK-AMT
                      MOVE  "O"  TO APL-HOW
                      PERFORM  290-WRITE-APPLIED
                      ADD   1  TO OLDEST-CNT
                  END-IF
              END-IF
           END-PERFORM.
       240-FIND-OLDEST.
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  IV-IDX  FROM  1  BY 1
                    UNTIL IV-IDX  >  IV-CNT
              IF  IV-CUST (IV-IDX)  =  WK-CUST
                  AND  IV-VOID (IV-IDX)  =  SPACE
                  AND  IV-DISP (IV-IDX)  =  SPACE
                  AND  IV-OPEN (IV-IDX)  >  0
                  IF  MATCH-IDX  =  0
                      MOVE  IV-IDX  TO MATCH-IDX
                  ELSE
                      IF  IV-DATE (IV-IDX)  <  IV-DATE (MATCH-IDX)
                          MOVE  IV-IDX  TO MATCH-IDX
                      END-IF
                  END-IF
              END-IF
           END-PERFORM.
       290-WRITE-APPLIED.
           MOVE  PY-IDX                 TO APL-PAY-REF
           MOVE  WK-CUST                TO APL-CUST
           MOVE  "A"                    TO APL-KIND
           MOVE  IV-PREFIX (MATCH-IDX)  TO APL-PREFIX
           MOVE  IV-NO (MATCH-IDX)      TO APL-INV-NO
           MOVE  WK-AMT                 TO APL-AMT
           MOVE  ASK-DATE               TO APL-DATE
           WRITE APL-REC
           ADD   1  TO RUNLOG-WRITE-CNT
           SUBTRACT  WK-AMT  FROM IV-OPEN (MATCH-IDX)
           SUBTRACT  WK-AMT  FROM PY-LEFT (PY-IDX)
           ADD   WK-AMT  TO GR-APPLIED
           MOVE  PY-IDX                 TO DL-REF
           MOVE  WK-CUST                TO DL-CUST
           MOVE  PY-DATE (PY-IDX)       TO DL-PAY-DATE
           MOVE  IV-PREFIX (MATCH-IDX)  TO DL-PREFIX
           MOVE  IV-NO (MATCH-IDX)      TO DL-INV-NO
           MOVE  WK-AMT                 TO DL-AMT
           EVALUATE  APL-HOW
              WHEN  "E"
                 MOVE  "金額相符"  TO DL-HOW
              WHEN  "O"
                 MOVE  "依序沖銷"  TO DL-HOW
              WHEN  OTHER
                 MOVE  "人工沖銷"  TO DL-HOW
           END-EVALUATE
           IF  APL-HOW  NOT =  "M"
               WRITE PRT-REC  FROM  DL  AFTER 1  LINES
           END-IF.
       300-MANUAL-APPLY.
           DISPLAY  "沖銷日期 (YYMMDD) : " WITH NO ADVANCING
           ACCEPT   ASK-DATE
           OPEN  EXTEND APLFL
           IF  APLFL-STATUS  =  "35"
               OPEN  OUTPUT APLFL
           END-IF
           MOVE  SPACES   TO WK-CUST
           PERFORM  UNTIL WK-CUST = "E"
              DISPLAY  " "
              DISPLAY  "客戶代號 (E:結束) : " WITH NO ADVANCING
              ACCEPT   WK-CUST
              IF  WK-CUST  NOT =  "E"  AND  WK-CUST  NOT =  SPACES
                  PERFORM  510-SHOW-CUSTOMER
                  PERFORM  310-APPLY-ONE
              END-IF
           END-PERFORM
           CLOSE APLFL
           DISPLAY  "人工沖銷筆數 = " MANUAL-CNT.
       310-APPLY-ONE.
           DISPLAY  "收款序號 (0:略過) : " WITH NO ADVANCING
           ACCEPT   ASK-REF
           IF  ASK-REF  =  0
               EXIT  PARAGRAPH
           END-IF
           IF  ASK-REF  >  PY-CNT
               DISPLAY  "收款序號錯誤 : " ASK-REF
               EXIT  PARAGRAPH
           END-IF
           MOVE  ASK-REF  TO PY-IDX
           IF  PY-CUST (PY-IDX)  NOT =  WK-CUST
               OR  PY-LEFT (PY-IDX)  NOT >  0
               DISPLAY  "此收款無未沖銷餘額 : " ASK-REF
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  "發票字軌            : " WITH NO ADVANCING
           ACCEPT   WK-PREFIX
           DISPLAY  "發票號碼            : " WITH NO ADVANCING
           ACCEPT   WK-INV-NO
           PERFORM  800-FIND-INVOICE
           IF  MATCH-IDX  =  0
               DISPLAY  "查無此發票 : " WK-PREFIX WK-INV-NO
               EXIT  PARAGRAPH
           END-IF
           IF  IV-CUST (MATCH-IDX)  NOT =  WK-CUST
               OR  IV-VOID (MATCH-IDX)  =  "V"
               OR  IV-OPEN (MATCH-IDX)  NOT >  0
               DISPLAY  "此發票不可沖銷 : " WK-PREFIX WK-INV-NO
               EXIT  PARAGRAPH
           END-IF
           IF  IV-DISP (MATCH-IDX)  =  "D"
               DISPLAY  "** 注意 : 此發票爭議中 **"
           END-IF
           DISPLAY  "沖銷金額            : " WITH NO ADVANCING
           ACCEPT   ASK-AMT
           IF  ASK-AMT  =  0
               OR  ASK-AMT  >  PY-LEFT (PY-IDX)
               OR  ASK-AMT  >  IV-OPEN (MATCH-IDX)
               DISPLAY  "沖銷金額超過收款或發票未結餘額"
               EXIT  PARAGRAPH
           END-IF
           MOVE  ASK-AMT  TO WK-AMT
           MOVE  "M"      TO APL-HOW
           PERFORM  290-WRITE-APPLIED
           ADD   1  TO MANUAL-CNT
           IF  IV-OPEN (MATCH-IDX)  >  0
               MOVE  IV-OPEN (MATCH-IDX)  TO DL-OPEN
               DISPLAY  "發票尚餘 : " DL-OPEN
               DISPLAY  "登錄短付 (Y/N)     : " WITH NO ADVANCING
               ACCEPT   ASK-SHORT
               IF  ASK-SHORT  =  "Y"  OR  ASK-SHORT  =  "y"
                   PERFORM  320-WRITE-SHORT
               END-IF
           END-IF.
       320-WRITE-SHORT.
           MOVE  PY-IDX                 TO APL-PAY-REF
           MOVE  WK-CUST                TO APL-CUST
           MOVE  "S"                    TO APL-KIND
           MOVE  IV-PREFIX (MATCH-IDX)  TO APL-PREFIX
           MOVE  IV-NO (MATCH-IDX)      TO APL-INV-NO
           MOVE  IV-OPEN (MATCH-IDX)    TO APL-AMT
           MOVE  ASK-DATE               TO APL-DATE
           MOVE  "M"                    TO APL-HOW
           WRITE APL-REC
           MOVE  APL-AMT  TO IV-SHORT (MATCH-IDX)
           DISPLAY  "已登錄短付".
       400-DISPUTE.
           OPEN  EXTEND DSPFL
           IF  DSPFL-STATUS  =  "35"
               OPEN  OUTPUT DSPFL
           END-IF
           MOVE  SPACES   TO WK-PREFIX
           PERFORM  UNTIL WK-PREFIX = "E"
              DISPLAY  " "
              DISPLAY  "發票字軌 (E:結束) : " WITH NO ADVANCING
              ACCEPT   WK-PREFIX
              IF  WK-PREFIX  NOT =  "E"  AND  WK-PREFIX  NOT =  SPACES
                  PERFORM  410-DISPUTE-ONE
              END-IF
           END-PERFORM
           CLOSE DSPFL.
       410-DISPUTE-ONE.
           DISPLAY  "發票號碼          : " WITH NO ADVANCING
           ACCEPT   WK-INV-NO
           PERFORM  800-FIND-INVOICE
           IF  MATCH-IDX  =  0
               DISPLAY  "查無此發票 : " WK-PREFIX WK-INV-NO
               EXIT  PARAGRAPH
           END-IF
           IF  IV-DISP (MATCH-IDX)  =  "D"
               DISPLAY  "目前狀態 : 爭議中"
           ELSE
               DISPLAY  "目前狀態 : 正常"
           END-IF
           DISPLAY  "D:爭議  R:解除    : " WITH NO ADVANCING
           ACCEPT   ASK-FLAG
           IF  ASK-FLAG  NOT =  "D"  AND  ASK-FLAG  NOT =  "R"
               DISPLAY  "註記錯誤 : " ASK-FLAG
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  "日期 (YYMMDD)     : " WITH NO ADVANCING
           ACCEPT   DSP-DATE
           DISPLAY  "說明              : " WITH NO ADVANCING
           ACCEPT   DSP-NOTE
           MOVE  WK-PREFIX  TO DSP-PREFIX
           MOVE  WK-INV-NO  TO DSP-INV-NO
           MOVE  ASK-FLAG   TO DSP-FLAG
           WRITE DSP-REC
           IF  ASK-FLAG  =  "D"
               MOVE  "D"    TO IV-DISP (MATCH-IDX)
           ELSE
               MOVE  SPACE  TO IV-DISP (MATCH-IDX)
           END-IF
           DISPLAY  "已登錄".
       500-LIST-OPEN.
           MOVE  SPACES   TO WK-CUST
           PERFORM  UNTIL WK-CUST = "E"
              DISPLAY  " "
              DISPLAY  "客戶代號 (E:結束) : " WITH NO ADVANCING
              ACCEPT   WK-CUST
              IF  WK-CUST  NOT =  "E"  AND  WK-CUST  NOT =  SPACES
                  PERFORM  510-SHOW-CUSTOMER
              END-IF
           END-PERFORM.
       510-SHOW-CUSTOMER.
           MOVE  0  TO WK-OPEN-TOT  WK-UNAPL-TOT
           DISPLAY  "-- 未結發票 --"
           PERFORM  VARYING  IV-IDX  FROM  1  BY 1
                    UNTIL IV-IDX  >  IV-CNT
              IF  IV-CUST (IV-IDX)  =  WK-CUST
                  AND  IV-VOID (IV-IDX)  =  SPACE
                  AND  IV-OPEN (IV-IDX)  >  0
                  MOVE  IV-OPEN (IV-IDX)  TO DL-OPEN
                  DISPLAY  IV-PREFIX (IV-IDX) IV-NO (IV-IDX) " "
                           IV-DATE (IV-IDX) " " DL-OPEN " "
                           IV-DISP (IV-IDX)
                  ADD   IV-OPEN (IV-IDX)  TO WK-OPEN-TOT
              END-IF
           END-PERFORM
           DISPLAY  "-- 未沖銷收款 --"
           PERFORM  VARYING  PY-IDX  FROM  1  BY 1
                    UNTIL PY-IDX  >  PY-CNT
              IF  PY-CUST (PY-IDX)  =  WK-CUST
                  AND  PY-LEFT (PY-IDX)  >  0
                  MOVE  PY-LEFT (PY-IDX)  TO DL-PAY-LEFT
                  DISPLAY  PY-IDX " " PY-DATE (PY-IDX) " "
                           DL-PAY-LEFT
                  ADD   PY-LEFT (PY-IDX)  TO WK-UNAPL-TOT
              END-IF
           END-PERFORM
           MOVE  WK-OPEN-TOT   TO DL-OPEN
           MOVE  WK-UNAPL-TOT  TO DL-PAY-LEFT
           DISPLAY  "未結合計 : " DL-OPEN
                    "  未沖銷 : " DL-PAY-LEFT.
       800-FIND-INVOICE.
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  IV-IDX  FROM  1  BY 1
                    UNTIL IV-IDX  >  IV-CNT
              IF  IV-PREFIX (IV-IDX)  =  WK-PREFIX
                  AND  IV-NO (IV-IDX)  =  WK-INV-NO
                  MOVE  IV-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM.
