       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P1236.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   STMTINFL  ASSIGN   TO "STMT1236"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    STMTINFL-STATUS.
           SELECT   STMTFL    ASSIGN   TO "D1236.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    STMTFL-STATUS.
           SELECT   BOOKFL    ASSIGN   TO "D1237.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    BOOKFL-STATUS.
           SELECT   SBALFL    ASSIGN   TO "D1238.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    SBALFL-STATUS.
           SELECT   SALBKFL   ASSIGN   TO "BANK0897"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    SALBKFL-STATUS.
           SELECT   VDRBKFL   ASSIGN   TO "BANK1031"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    VDRBKFL-STATUS.
           SELECT   CLMBKFL   ASSIGN   TO "BANK0908"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CLMBKFL-STATUS.
           SELECT   CASHBKFL  ASSIGN   TO "CASHBOOK.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CASHBKFL-STATUS.
           SELECT   JRNFL     ASSIGN   TO "D1025.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    JRNFL-STATUS.
           SELECT   PRINTFL   ASSIGN   TO "PRINT1236".
       DATA   DIVISION.
       FILE   SECTION.
       FD  STMTINFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS STIN-REC.
       01  STIN-REC.
           03 STIN-DATE        PIC 9(8).
           03 STIN-AMT         PIC 9(9)V99.
           03 STIN-DC          PIC X.
           03 STIN-REF         PIC X(16).
       FD  STMTFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS ST-REC.
       01  ST-REC.
           03 ST-SEQ           PIC 9(6).
           03 ST-DATE          PIC 9(8).
           03 ST-AMT           PIC 9(9)V99.
           03 ST-DC            PIC X.
           03 ST-REF           PIC X(16).
           03 ST-MATCH         PIC X.
           03 ST-BOOK-SEQ      PIC 9(6).
       FD  BOOKFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS BI-REC.
       01  BI-REC.
           03 BI-SEQ           PIC 9(6).
           03 BI-SOURCE        PIC X(8).
           03 BI-DATE          PIC 9(8).
           03 BI-REF           PIC X(14).
           03 BI-DC            PIC X.
           03 BI-AMT           PIC 9(9)V99.
           03 BI-MATCH         PIC X.
           03 BI-STMT-SEQ      PIC 9(6).
       FD  SBALFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS SBAL-REC.
       01  SBAL-REC.
           03 SBAL-YYMM        PIC 9(6).
           03 SBAL-DC          PIC X.
           03 SBAL-AMT         PIC 9(11)V99.
       FD  SALBKFL
           DATA  RECORD   IS SALBK-REC.
       01  SALBK-REC           PIC X(40).
       FD  VDRBKFL
           DATA  RECORD   IS VDRBK-REC.
       01  VDRBK-REC           PIC X(40).
       FD  CLMBKFL
           DATA  RECORD   IS CLMBK-REC.
       01  CLMBK-REC           PIC X(40).
       FD  CASHBKFL
           DATA  RECORD   IS CASHBK-REC.
       01  CASHBK-REC.
           03 CB-DATE          PIC 9(8).
           03 CB-OPEN-FLOAT    PIC 9(7).
           03 CB-RECEIPTS      PIC 9(7).
           03 CB-COUNTED       PIC 9(7).
           03 CB-OVER-SHORT    PIC S9(5).
           03 CB-DEPOSIT       PIC 9(7).
           03 CB-NEW-FLOAT     PIC 9(7).
       FD  JRNFL
           DATA  RECORD   IS JRN-REC.
       01  JRN-REC.
           03 JRN-DATE         PIC 9(8).
           03 JRN-ACCT         PIC X(6).
           03 JRN-DC           PIC X.
           03 JRN-AMT          PIC 9(9)V99.
           03 JRN-SOURCE       PIC X(8).
           03 JRN-TYPE         PIC X(6).
           03 JRN-ADJ          PIC X.
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC             PIC X(80).
       WORKING-STORAGE SECTION.
       01  BANK-DTL-REC.
           03 BD-TYPE          PIC X.
           03 BD-ACCT          PIC X(14).
           03 BD-AMT           PIC 9(9).
           03 BD-VALUE-DATE    PIC 9(8).
           03 FILLER           PIC X(8).
       01  HD-1.
           03 FILLER           PIC X(20)  VALUE SPACES.
           03 FILLER           PIC X(40)  VALUE
                 "BANK RECONCILIATION STATEMENT".
       01  HD-2.
           03 FILLER           PIC X(14)  VALUE "PERIOD     : ".
           03 HD-YYMM          PIC 9(6).
           03 FILLER           PIC X(6).
           03 FILLER           PIC X(14)  VALUE "GL ACCOUNT : ".
           03 HD-ACCT          PIC X(6).
       01  HD-4                PIC X(74)  VALUE ALL "=".
       01  HD-5.
           03 FILLER           PIC X(59)  VALUE SPACES.
           03 FILLER           PIC X(15)  VALUE ALL "-".
       01  SUM-DL.
           03 SUM-CAPTION      PIC X(59).
           03 SUM-AMT          PIC ----,---,--9.99.
       01  SUM-TXT             PIC X(60).
       01  DL.
           03 FILLER           PIC X(4).
           03 DL-DATE          PIC 9(8).
           03 FILLER           PIC X(2).
           03 DL-SOURCE        PIC X(8).
           03 FILLER           PIC X(2).
           03 DL-REF           PIC X(16).
           03 FILLER           PIC X(2).
           03 DL-AMT           PIC ZZZ,ZZZ,ZZ9.99.
       01  LIST-DL.
           03 LST-KIND         PIC X(5).
           03 LST-SEQ          PIC 9(6).
           03 FILLER           PIC X(2).
           03 LST-DATE         PIC 9(8).
           03 FILLER           PIC X(2).
           03 LST-DC           PIC X.
           03 FILLER           PIC X(2).
           03 LST-AMT          PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER           PIC X(2).
           03 LST-REF          PIC X(16).
       01  ST-TAB-AREA.
           03 ST-CNT           PIC 9(4)   VALUE 0.
           03 ST-ENTRY         OCCURS 2000 TIMES.
              05 STT-SEQ       PIC 9(6).
              05 STT-DATE      PIC 9(8).
              05 STT-AMT       PIC 9(9)V99.
              05 STT-DC        PIC X.
              05 STT-REF       PIC X(16).
              05 STT-MATCH     PIC X.
              05 STT-BOOK      PIC 9(6).
       01  BI-TAB-AREA.
           03 BI-CNT           PIC 9(4)   VALUE 0.
           03 BI-ENTRY         OCCURS 3000 TIMES.
              05 BIT-SEQ       PIC 9(6).
              05 BIT-SOURCE    PIC X(8).
              05 BIT-DATE      PIC 9(8).
              05 BIT-REF       PIC X(14).
              05 BIT-DC        PIC X.
              05 BIT-AMT       PIC 9(9)V99.
              05 BIT-MATCH     PIC X.
              05 BIT-STMT      PIC 9(6).
       01  WORK-AREA.
           03 WK-SOURCE        PIC X(8).
           03 WK-DATE          PIC 9(8).
           03 WK-REF           PIC X(14).
           03 WK-DC            PIC X.
           03 WK-AMT           PIC 9(9)V99.
           03 WK-YYMM          PIC 9(6).
           03 WK-SUB           PIC 9(11)V99.
           03 WK-BANK-BAL      PIC S9(11)V99.
           03 WK-BOOK-BAL      PIC S9(11)V99.
           03 WK-ADJ-BANK      PIC S9(11)V99.
           03 WK-ADJ-BOOK      PIC S9(11)V99.
           03 WK-DIFF          PIC S9(11)V99.
       01  DATE-FUNC            PIC X(4).
       01  DATE-D1              PIC 9(8).
       01  DATE-D2              PIC 9(8).
       01  DATE-DAYS            PIC S9(7).
       01  DATE-RESULT          PIC S9(7).
       01  MODE-SW              PIC X.
       01  DUP-SW               PIC X.
       01  BAL-FOUND-SW         PIC X.
       01  ANS                  PIC X.
       01  ASK-YYMM             PIC 9(6).
       01  ASK-ACCT             PIC X(6).
       01  ASK-WINDOW           PIC 99.
       01  ASK-SEQ              PIC 9(6).
       01  ASK-BAL              PIC 9(11)V99.
       01  ASK-BAL-DC           PIC X.
       01  NEXT-SEQ             PIC 9(6).
       01  ST-IDX               PIC 9(4).
       01  BI-IDX               PIC 9(4).
       01  ST-MATCH-IDX         PIC 9(4).
       01  BI-MATCH-IDX         PIC 9(4).
       01  ADD-CNT              PIC 9(5)   VALUE 0.
       01  DUP-CNT              PIC 9(5)   VALUE 0.
       01  MATCH-CNT            PIC 9(5)   VALUE 0.
       01  EOF-SW               PIC X      VALUE "N".
       01  STMTINFL-STATUS      PIC XX.
       01  STMTFL-STATUS        PIC XX.
       01  BOOKFL-STATUS        PIC XX.
       01  SBALFL-STATUS        PIC XX.
       01  SALBKFL-STATUS       PIC XX.
       01  VDRBKFL-STATUS       PIC XX.
       01  CLMBKFL-STATUS       PIC XX.
       01  CASHBKFL-STATUS      PIC XX.
       01  JRNFL-STATUS         PIC XX.
       01  RUNLOG-JOB           PIC X(8)   VALUE "P1236".
       01  RUNLOG-ACTION        PIC X.
       01  RUNLOG-READ-CNT      PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT     PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS        PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "(I)MPORT STATEMENT  (C)APTURE BOOK ITEMS"
           DISPLAY  "(A)UTO-MATCH  (M)ANUAL MATCH  (R)ECONCILE : "
                    WITH NO ADVANCING
           ACCEPT   MODE-SW
           PERFORM  100-LOAD-STATEMENT
           PERFORM  110-LOAD-BOOK
           EVALUATE TRUE
              WHEN  MODE-SW = "I"  OR  MODE-SW = "i"
                 PERFORM  200-IMPORT-STATEMENT
              WHEN  MODE-SW = "C"  OR  MODE-SW = "c"
                 PERFORM  300-CAPTURE-BOOK
              WHEN  MODE-SW = "A"  OR  MODE-SW = "a"
                 PERFORM  400-AUTO-MATCH
              WHEN  MODE-SW = "M"  OR  MODE-SW = "m"
                 PERFORM  500-MANUAL-MATCH
              WHEN  OTHER
                 PERFORM  600-RECONCILE
           END-EVALUATE
           STOP  RUN.
       100-LOAD-STATEMENT.
           MOVE  0  TO NEXT-SEQ
           OPEN  INPUT STMTFL
           IF  STMTFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  STMTFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  ST-CNT  <  2000
                      ADD   1  TO ST-CNT
                      MOVE  ST-SEQ       TO STT-SEQ   (ST-CNT)
                      MOVE  ST-DATE      TO STT-DATE  (ST-CNT)
                      MOVE  ST-AMT       TO STT-AMT   (ST-CNT)
                      MOVE  ST-DC        TO STT-DC    (ST-CNT)
                      MOVE  ST-REF       TO STT-REF   (ST-CNT)
                      MOVE  ST-MATCH     TO STT-MATCH (ST-CNT)
                      MOVE  ST-BOOK-SEQ  TO STT-BOOK  (ST-CNT)
                  END-IF
                  READ  STMTFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE STMTFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       110-LOAD-BOOK.
           OPEN  INPUT BOOKFL
           IF  BOOKFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  BOOKFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  BI-CNT  <  3000
                      ADD   1  TO BI-CNT
                      MOVE  BI-SEQ       TO BIT-SEQ    (BI-CNT)
                      MOVE  BI-SOURCE    TO BIT-SOURCE (BI-CNT)
                      MOVE  BI-DATE      TO BIT-DATE   (BI-CNT)
                      MOVE  BI-REF       TO BIT-REF    (BI-CNT)
                      MOVE  BI-DC        TO BIT-DC     (BI-CNT)
                      MOVE  BI-AMT       TO BIT-AMT    (BI-CNT)
                      MOVE  BI-MATCH     TO BIT-MATCH  (BI-CNT)
                      MOVE  BI-STMT-SEQ  TO BIT-STMT   (BI-CNT)
                  END-IF
                  READ  BOOKFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE BOOKFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       150-SAVE-STATEMENT.
           OPEN  OUTPUT STMTFL
           PERFORM  VARYING  ST-IDX  FROM  1  BY 1
                    UNTIL ST-IDX  >  ST-CNT
              MOVE  STT-SEQ   (ST-IDX)  TO ST-SEQ
              MOVE  STT-DATE  (ST-IDX)  TO ST-DATE
              MOVE  STT-AMT   (ST-IDX)  TO ST-AMT
              MOVE  STT-DC    (ST-IDX)  TO ST-DC
              MOVE  STT-REF   (ST-IDX)  TO ST-REF
              MOVE  STT-MATCH (ST-IDX)  TO ST-MATCH
              MOVE  STT-BOOK  (ST-IDX)  TO ST-BOOK-SEQ
              WRITE ST-REC
           END-PERFORM
           CLOSE STMTFL.
       160-SAVE-BOOK.
           OPEN  OUTPUT BOOKFL
           PERFORM  VARYING  BI-IDX  FROM  1  BY 1
                    UNTIL BI-IDX  >  BI-CNT
              MOVE  BIT-SEQ    (BI-IDX)  TO BI-SEQ
              MOVE  BIT-SOURCE (BI-IDX)  TO BI-SOURCE
              MOVE  BIT-DATE   (BI-IDX)  TO BI-DATE
              MOVE  BIT-REF    (BI-IDX)  TO BI-REF
              MOVE  BIT-DC     (BI-IDX)  TO BI-DC
              MOVE  BIT-AMT    (BI-IDX)  TO BI-AMT
              MOVE  BIT-MATCH  (BI-IDX)  TO BI-MATCH
              MOVE  BIT-STMT   (BI-IDX)  TO BI-STMT-SEQ
              WRITE BI-REC
           END-PERFORM
           CLOSE BOOKFL.
       200-IMPORT-STATEMENT.
           OPEN  INPUT STMTINFL
           IF  STMTINFL-STATUS  NOT =  "00"
               DISPLAY  "NO STATEMENT FILE STMT1236"
               STOP  RUN
           END-IF
           PERFORM  VARYING  ST-IDX  FROM  1  BY 1
                    UNTIL ST-IDX  >  ST-CNT
              IF  STT-SEQ (ST-IDX)  >  NEXT-SEQ
                  MOVE  STT-SEQ (ST-IDX)  TO NEXT-SEQ
              END-IF
           END-PERFORM
           READ  STMTINFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              PERFORM  210-IMPORT-ONE
              READ  STMTINFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE STMTINFL
           MOVE  "N"  TO EOF-SW
           PERFORM  150-SAVE-STATEMENT
           DISPLAY  "STATEMENT LINES IMPORTED  = " ADD-CNT
           DISPLAY  "DUPLICATE LINES IGNORED   = " DUP-CNT
           DISPLAY  "STATEMENT PERIOD (YYYYMM) : " WITH NO ADVANCING
           ACCEPT   ASK-YYMM
           DISPLAY  "CLOSING BALANCE           : " WITH NO ADVANCING
           ACCEPT   ASK-BAL
           DISPLAY  "(C)REDIT OR (D)EBIT/OD    : " WITH NO ADVANCING
           ACCEPT   ASK-BAL-DC
           IF  ASK-BAL-DC  NOT =  "D"
               MOVE  "C"  TO ASK-BAL-DC
           END-IF
           OPEN  EXTEND SBALFL
           IF  SBALFL-STATUS  =  "35"
               OPEN  OUTPUT SBALFL
           END-IF
           MOVE  ASK-YYMM    TO SBAL-YYMM
           MOVE  ASK-BAL-DC  TO SBAL-DC
           MOVE  ASK-BAL     TO SBAL-AMT
           WRITE SBAL-REC
           CLOSE SBALFL.
       210-IMPORT-ONE.
           MOVE  "N"  TO DUP-SW
           PERFORM  VARYING  ST-IDX  FROM  1  BY 1
                    UNTIL ST-IDX  >  ST-CNT
              IF  STT-DATE (ST-IDX)  =  STIN-DATE
                  AND  STT-AMT (ST-IDX)  =  STIN-AMT
                  AND  STT-DC  (ST-IDX)  =  STIN-DC
                  AND  STT-REF (ST-IDX)  =  STIN-REF
                  MOVE  "Y"  TO DUP-SW
              END-IF
           END-PERFORM
           IF  DUP-SW  =  "Y"
               ADD   1  TO DUP-CNT
               EXIT  PARAGRAPH
           END-IF
           IF  ST-CNT  NOT <  2000
               DISPLAY  "STATEMENT TABLE FULL"
               EXIT  PARAGRAPH
           END-IF
           ADD   1  TO ST-CNT  NEXT-SEQ
           MOVE  NEXT-SEQ   TO STT-SEQ   (ST-CNT)
           MOVE  STIN-DATE  TO STT-DATE  (ST-CNT)
           MOVE  STIN-AMT   TO STT-AMT   (ST-CNT)
           MOVE  STIN-DC    TO STT-DC    (ST-CNT)
           MOVE  STIN-REF   TO STT-REF   (ST-CNT)
           MOVE  "N"        TO STT-MATCH (ST-CNT)
           MOVE  0          TO STT-BOOK  (ST-CNT)
           ADD   1  TO ADD-CNT.
       300-CAPTURE-BOOK.
           PERFORM  VARYING  BI-IDX  FROM  1  BY 1
                    UNTIL BI-IDX  >  BI-CNT
              IF  BIT-SEQ (BI-IDX)  >  NEXT-SEQ
                  MOVE  BIT-SEQ (BI-IDX)  TO NEXT-SEQ
              END-IF
           END-PERFORM
           MOVE  "BANK0897"  TO WK-SOURCE
           OPEN  INPUT SALBKFL
           IF  SALBKFL-STATUS  =  "00"
               READ  SALBKFL  INTO  BANK-DTL-REC  AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  PERFORM  310-BANK-LINE
                  READ  SALBKFL  INTO  BANK-DTL-REC  AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE SALBKFL
           END-IF
           MOVE  "N"  TO EOF-SW
           MOVE  "BANK1031"  TO WK-SOURCE
           OPEN  INPUT VDRBKFL
           IF  VDRBKFL-STATUS  =  "00"
               READ  VDRBKFL  INTO  BANK-DTL-REC  AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  PERFORM  310-BANK-LINE
                  READ  VDRBKFL  INTO  BANK-DTL-REC  AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE VDRBKFL
           END-IF
           MOVE  "N"  TO EOF-SW
           MOVE  "BANK0908"  TO WK-SOURCE
           OPEN  INPUT CLMBKFL
           IF  CLMBKFL-STATUS  =  "00"
               READ  CLMBKFL  INTO  BANK-DTL-REC  AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  PERFORM  310-BANK-LINE
                  READ  CLMBKFL  INTO  BANK-DTL-REC  AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE CLMBKFL
           END-IF
           MOVE  "N"  TO EOF-SW
           MOVE  "CASHBOOK"  TO WK-SOURCE
           OPEN  INPUT CASHBKFL
           IF  CASHBKFL-STATUS  =  "00"
               READ  CASHBKFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  CB-DEPOSIT  >  0
                      MOVE  CB-DATE     TO WK-DATE
                      MOVE  "DEPOSIT"   TO WK-REF
                      MOVE  "C"         TO WK-DC
                      MOVE  CB-DEPOSIT  TO WK-AMT
                      PERFORM  320-ADD-BOOK-ITEM
                  END-IF
                  READ  CASHBKFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE CASHBKFL
           END-IF
           MOVE  "N"  TO EOF-SW
           PERFORM  160-SAVE-BOOK
           DISPLAY  "BOOK ITEMS CAPTURED       = " ADD-CNT
           DISPLAY  "ALREADY ON FILE           = " DUP-CNT.
       310-BANK-LINE.
           IF  BD-TYPE  NOT =  "D"
               EXIT  PARAGRAPH
           END-IF
           MOVE  BD-VALUE-DATE  TO WK-DATE
           MOVE  BD-ACCT        TO WK-REF
           MOVE  "D"            TO WK-DC
           MOVE  BD-AMT         TO WK-AMT
           PERFORM  320-ADD-BOOK-ITEM.
       320-ADD-BOOK-ITEM.
           MOVE  "N"  TO DUP-SW
           PERFORM  VARYING  BI-IDX  FROM  1  BY 1
                    UNTIL BI-IDX  >  BI-CNT
              IF  BIT-SOURCE (BI-IDX)  =  WK-SOURCE
                  AND  BIT-DATE (BI-IDX)  =  WK-DATE
                  AND  BIT-REF  (BI-IDX)  =  WK-REF
                  AND  BIT-AMT  (BI-IDX)  =  WK-AMT
                  MOVE  "Y"  TO DUP-SW
              END-IF
           END-PERFORM
           IF  DUP-SW  =  "Y"
               ADD   1  TO DUP-CNT
               EXIT  PARAGRAPH
           END-IF
           IF  BI-CNT  NOT <  3000
               DISPLAY  "BOOK ITEM TABLE FULL"
               EXIT  PARAGRAPH
           END-IF
           ADD   1  TO BI-CNT  NEXT-SEQ
           MOVE  NEXT-SEQ   TO BIT-SEQ    (BI-CNT)
           MOVE  WK-SOURCE  TO BIT-SOURCE (BI-CNT)
           MOVE  WK-DATE    TO BIT-DATE   (BI-CNT)
           MOVE  WK-REF     TO BIT-REF    (BI-CNT)
           MOVE  WK-DC      TO BIT-DC     (BI-CNT)
           MOVE  WK-AMT     TO BIT-AMT    (BI-CNT)
           MOVE  "N"        TO BIT-MATCH  (BI-CNT)
           MOVE  0          TO BIT-STMT   (BI-CNT)
           ADD   1  TO ADD-CNT.
       400-AUTO-MATCH.
           DISPLAY  "DATE WINDOW IN DAYS       : " WITH NO ADVANCING
           ACCEPT   ASK-WINDOW
           PERFORM  VARYING  ST-IDX  FROM  1  BY 1
                    UNTIL ST-IDX  >  ST-CNT
              IF  STT-MATCH (ST-IDX)  =  "N"
                  PERFORM  410-FIND-BOOK-ITEM
              END-IF
           END-PERFORM
           PERFORM  150-SAVE-STATEMENT
           PERFORM  160-SAVE-BOOK
           DISPLAY  "ITEMS AUTO-MATCHED        = " MATCH-CNT.
       410-FIND-BOOK-ITEM.
           MOVE  0  TO BI-MATCH-IDX
           PERFORM  VARYING  BI-IDX  FROM  1  BY 1
                    UNTIL BI-IDX  >  BI-CNT  OR  BI-MATCH-IDX  >  0
              IF  BIT-MATCH (BI-IDX)  =  "N"
                  AND  BIT-DC  (BI-IDX)  =  STT-DC  (ST-IDX)
                  AND  BIT-AMT (BI-IDX)  =  STT-AMT (ST-IDX)
                  PERFORM  420-CHECK-WINDOW
              END-IF
           END-PERFORM
           IF  BI-MATCH-IDX  >  0
               MOVE  BI-MATCH-IDX  TO BI-IDX
               PERFORM  450-PAIR-ITEMS
           END-IF.
       420-CHECK-WINDOW.
           IF  BIT-DATE (BI-IDX)  >  STT-DATE (ST-IDX)
               MOVE  STT-DATE (ST-IDX)  TO DATE-D1
               MOVE  BIT-DATE (BI-IDX)  TO DATE-D2
           ELSE
               MOVE  BIT-DATE (BI-IDX)  TO DATE-D1
               MOVE  STT-DATE (ST-IDX)  TO DATE-D2
           END-IF
           MOVE  "DIFF"  TO DATE-FUNC
           MOVE  0       TO DATE-DAYS
           CALL  "P1023"  USING  DATE-FUNC  DATE-D1  DATE-D2
                                 DATE-DAYS  DATE-RESULT
           IF  DATE-RESULT  NOT >  ASK-WINDOW
               MOVE  BI-IDX  TO BI-MATCH-IDX
           END-IF.
       450-PAIR-ITEMS.
           MOVE  "Y"               TO STT-MATCH (ST-IDX)
           MOVE  BIT-SEQ (BI-IDX)  TO STT-BOOK  (ST-IDX)
           MOVE  "Y"               TO BIT-MATCH (BI-IDX)
           MOVE  STT-SEQ (ST-IDX)  TO BIT-STMT  (BI-IDX)
           ADD   1  TO MATCH-CNT.
       500-MANUAL-MATCH.
           MOVE  999999  TO ASK-SEQ
           PERFORM  UNTIL ASK-SEQ = 0
              DISPLAY  " "
              PERFORM  505-LIST-OPEN-ITEMS
              DISPLAY  "STATEMENT SEQ (0:END)     : "
                       WITH NO ADVANCING
              ACCEPT   ASK-SEQ
              IF  ASK-SEQ  NOT =  0
                  PERFORM  510-MATCH-ONE
              END-IF
           END-PERFORM
           PERFORM  150-SAVE-STATEMENT
           PERFORM  160-SAVE-BOOK
           DISPLAY  "ITEMS MATCHED OR RELEASED = " MATCH-CNT.
       505-LIST-OPEN-ITEMS.
           MOVE  "STMT "  TO LST-KIND
           PERFORM  VARYING  ST-IDX  FROM  1  BY 1
                    UNTIL ST-IDX  >  ST-CNT
              IF  STT-MATCH (ST-IDX)  =  "N"
                  MOVE  STT-SEQ  (ST-IDX)  TO LST-SEQ
                  MOVE  STT-DATE (ST-IDX)  TO LST-DATE
                  MOVE  STT-DC   (ST-IDX)  TO LST-DC
                  MOVE  STT-AMT  (ST-IDX)  TO LST-AMT
                  MOVE  STT-REF  (ST-IDX)  TO LST-REF
                  DISPLAY  LIST-DL
              END-IF
           END-PERFORM
           MOVE  "BOOK "  TO LST-KIND
           PERFORM  VARYING  BI-IDX  FROM  1  BY 1
                    UNTIL BI-IDX  >  BI-CNT
              IF  BIT-MATCH (BI-IDX)  =  "N"
                  MOVE  BIT-SEQ    (BI-IDX)  TO LST-SEQ
                  MOVE  BIT-DATE   (BI-IDX)  TO LST-DATE
                  MOVE  BIT-DC     (BI-IDX)  TO LST-DC
                  MOVE  BIT-AMT    (BI-IDX)  TO LST-AMT
                  MOVE  BIT-SOURCE (BI-IDX)  TO LST-REF
                  DISPLAY  LIST-DL
              END-IF
           END-PERFORM.
       510-MATCH-ONE.
           MOVE  0  TO ST-MATCH-IDX
           PERFORM  VARYING  ST-IDX  FROM  1  BY 1
                    UNTIL ST-IDX  >  ST-CNT
              IF  STT-SEQ (ST-IDX)  =  ASK-SEQ
                  MOVE  ST-IDX  TO ST-MATCH-IDX
              END-IF
           END-PERFORM
           IF  ST-MATCH-IDX  =  0
               DISPLAY  "STATEMENT LINE NOT FOUND : " ASK-SEQ
               EXIT  PARAGRAPH
           END-IF
           MOVE  ST-MATCH-IDX  TO ST-IDX
           IF  STT-MATCH (ST-IDX)  =  "Y"
               IF  STT-BOOK (ST-IDX)  =  0
                   DISPLAY  "MARKED AS RECORDED IN GL"
               ELSE
                   DISPLAY  "MATCHED TO BOOK ITEM " STT-BOOK (ST-IDX)
               END-IF
               DISPLAY  "RELEASE THE MATCH (Y/N)   : "
                        WITH NO ADVANCING
               ACCEPT   ANS
               IF  ANS  =  "Y"  OR  ANS  =  "y"
                   PERFORM  VARYING  BI-IDX  FROM  1  BY 1
                            UNTIL BI-IDX  >  BI-CNT
                      IF  BIT-SEQ (BI-IDX)  =  STT-BOOK (ST-IDX)
                          MOVE  "N"  TO BIT-MATCH (BI-IDX)
                          MOVE  0    TO BIT-STMT  (BI-IDX)
                      END-IF
                   END-PERFORM
                   MOVE  "N"  TO STT-MATCH (ST-IDX)
                   MOVE  0    TO STT-BOOK  (ST-IDX)
                   ADD   1  TO MATCH-CNT
               END-IF
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  "BOOK ITEM SEQ (0:IN GL)   : " WITH NO ADVANCING
           ACCEPT   ASK-SEQ
           IF  ASK-SEQ  =  0
               MOVE  1  TO ASK-SEQ
               DISPLAY  "ALREADY RECORDED IN GL (Y/N) : "
                        WITH NO ADVANCING
               ACCEPT   ANS
               IF  ANS  =  "Y"  OR  ANS  =  "y"
                   MOVE  "Y"  TO STT-MATCH (ST-IDX)
                   MOVE  0    TO STT-BOOK  (ST-IDX)
                   ADD   1  TO MATCH-CNT
               END-IF
               EXIT  PARAGRAPH
           END-IF
           MOVE  0  TO BI-MATCH-IDX
           PERFORM  VARYING  BI-IDX  FROM  1  BY 1
                    UNTIL BI-IDX  >  BI-CNT
              IF  BIT-SEQ (BI-IDX)  =  ASK-SEQ
                  AND  BIT-MATCH (BI-IDX)  =  "N"
                  MOVE  BI-IDX  TO BI-MATCH-IDX
              END-IF
           END-PERFORM
           MOVE  1  TO ASK-SEQ
           IF  BI-MATCH-IDX  =  0
               DISPLAY  "OPEN BOOK ITEM NOT FOUND"
               EXIT  PARAGRAPH
           END-IF
           MOVE  BI-MATCH-IDX  TO BI-IDX
           IF  BIT-DC (BI-IDX)  NOT =  STT-DC (ST-IDX)
               DISPLAY  "DEBIT/CREDIT DIFFERS, NOT MATCHED"
               EXIT  PARAGRAPH
           END-IF
           IF  BIT-AMT (BI-IDX)  NOT =  STT-AMT (ST-IDX)
               DISPLAY  "AMOUNTS DIFFER - MATCH ANYWAY (Y/N) : "
                        WITH NO ADVANCING
               ACCEPT   ANS
               IF  ANS  NOT =  "Y"  AND  ANS  NOT =  "y"
                   EXIT  PARAGRAPH
               END-IF
           END-IF
           PERFORM  450-PAIR-ITEMS.
       600-RECONCILE.
           DISPLAY  "PERIOD (YYYYMM)           : " WITH NO ADVANCING
           ACCEPT   ASK-YYMM
           DISPLAY  "BANK GL ACCOUNT           : " WITH NO ADVANCING
           ACCEPT   ASK-ACCT
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           PERFORM  610-STATEMENT-BALANCE
           PERFORM  620-BOOK-BALANCE
           OPEN  OUTPUT   PRINTFL
           MOVE  ASK-YYMM  TO HD-YYMM
           MOVE  ASK-ACCT  TO HD-ACCT
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  "BALANCE PER BANK STATEMENT"  TO SUM-CAPTION
           MOVE  WK-BANK-BAL  TO SUM-AMT
           WRITE PRT-REC  FROM  SUM-DL  AFTER 2  LINES
           IF  BAL-FOUND-SW  NOT =  "Y"
               MOVE  "  ** NO STATEMENT BALANCE ON FILE FOR PERIOD **"
                     TO SUM-TXT
               WRITE PRT-REC  FROM  SUM-TXT  AFTER 1  LINES
               MOVE  "A"   TO RUNLOG-STATUS
           END-IF
           MOVE  "ADD : DEPOSITS IN TRANSIT"  TO SUM-TXT
           WRITE PRT-REC  FROM  SUM-TXT  AFTER 2  LINES
           MOVE  "C"  TO WK-DC
           PERFORM  630-OPEN-BOOK-ITEMS
           MOVE  WK-SUB  TO SUM-AMT
           MOVE  "      TOTAL DEPOSITS IN TRANSIT"  TO SUM-CAPTION
           WRITE PRT-REC  FROM  SUM-DL  AFTER 1  LINES
           COMPUTE  WK-ADJ-BANK = WK-BANK-BAL + WK-SUB
           MOVE  "LESS: OUTSTANDING PAYMENTS"  TO SUM-TXT
           WRITE PRT-REC  FROM  SUM-TXT  AFTER 2  LINES
           MOVE  "D"  TO WK-DC
           PERFORM  630-OPEN-BOOK-ITEMS
           MOVE  WK-SUB  TO SUM-AMT
           MOVE  "      TOTAL OUTSTANDING PAYMENTS"  TO SUM-CAPTION
           WRITE PRT-REC  FROM  SUM-DL  AFTER 1  LINES
           COMPUTE  WK-ADJ-BANK = WK-ADJ-BANK - WK-SUB
           WRITE PRT-REC  FROM  HD-5  AFTER 1  LINES
           MOVE  "ADJUSTED BANK BALANCE"  TO SUM-CAPTION
           MOVE  WK-ADJ-BANK  TO SUM-AMT
           WRITE PRT-REC  FROM  SUM-DL  AFTER 1  LINES
           MOVE  "BALANCE PER BOOKS"  TO SUM-CAPTION
           MOVE  WK-BOOK-BAL  TO SUM-AMT
           WRITE PRT-REC  FROM  SUM-DL  AFTER 3  LINES
           MOVE  "LESS: UNRECORDED BANK CHARGES"  TO SUM-TXT
           WRITE PRT-REC  FROM  SUM-TXT  AFTER 2  LINES
           MOVE  "D"  TO WK-DC
           PERFORM  640-OPEN-STATEMENT-ITEMS
           MOVE  WK-SUB  TO SUM-AMT
           MOVE  "      TOTAL UNRECORDED CHARGES"  TO SUM-CAPTION
           WRITE PRT-REC  FROM  SUM-DL  AFTER 1  LINES
           COMPUTE  WK-ADJ-BOOK = WK-BOOK-BAL - WK-SUB
           MOVE  "ADD : UNRECORDED BANK CREDITS"  TO SUM-TXT
           WRITE PRT-REC  FROM  SUM-TXT  AFTER 2  LINES
           MOVE  "C"  TO WK-DC
           PERFORM  640-OPEN-STATEMENT-ITEMS
           MOVE  WK-SUB  TO SUM-AMT
           MOVE  "      TOTAL UNRECORDED CREDITS"  TO SUM-CAPTION
           WRITE PRT-REC  FROM  SUM-DL  AFTER 1  LINES
           COMPUTE  WK-ADJ-BOOK = WK-ADJ-BOOK + WK-SUB
           WRITE PRT-REC  FROM  HD-5  AFTER 1  LINES
           MOVE  "ADJUSTED BOOK BALANCE"  TO SUM-CAPTION
           MOVE  WK-ADJ-BOOK  TO SUM-AMT
           WRITE PRT-REC  FROM  SUM-DL  AFTER 1  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 2  LINES
           COMPUTE  WK-DIFF = WK-ADJ-BANK - WK-ADJ-BOOK
           MOVE  "RECONCILED BANK BALANCE"  TO SUM-CAPTION
           MOVE  WK-ADJ-BANK  TO SUM-AMT
           WRITE PRT-REC  FROM  SUM-DL  AFTER 1  LINES
           IF  WK-DIFF  NOT =  0
               MOVE  "*** UNRECONCILED DIFFERENCE ***"  TO SUM-CAPTION
               MOVE  WK-DIFF  TO SUM-AMT
               WRITE PRT-REC  FROM  SUM-DL  AFTER 1  LINES
               DISPLAY  "*** BANK ACCOUNT DOES NOT RECONCILE ***"
               MOVE  "A"   TO RUNLOG-STATUS
           END-IF
           CLOSE PRINTFL
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS.
       610-STATEMENT-BALANCE.
           MOVE  0    TO WK-BANK-BAL
           MOVE  "N"  TO BAL-FOUND-SW
           OPEN  INPUT SBALFL
           IF  SBALFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  SBALFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  SBAL-YYMM  =  ASK-YYMM
                      MOVE  "Y"  TO BAL-FOUND-SW
                      IF  SBAL-DC  =  "D"
                          COMPUTE  WK-BANK-BAL = 0 - SBAL-AMT
                      ELSE
                          MOVE  SBAL-AMT  TO WK-BANK-BAL
                      END-IF
                  END-IF
                  READ  SBALFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE SBALFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       620-BOOK-BALANCE.
           MOVE  0  TO WK-BOOK-BAL
           OPEN  INPUT JRNFL
           IF  JRNFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  JRNFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  ADD   1  TO RUNLOG-READ-CNT
                  COMPUTE  WK-YYMM = JRN-DATE / 100
                  IF  JRN-ACCT  =  ASK-ACCT
                      AND  WK-YYMM  NOT >  ASK-YYMM
                      IF  JRN-DC  =  "D"
                          ADD       JRN-AMT  TO   WK-BOOK-BAL
                      ELSE
                          SUBTRACT  JRN-AMT  FROM WK-BOOK-BAL
                      END-IF
                  END-IF
                  READ  JRNFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE JRNFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       630-OPEN-BOOK-ITEMS.
           MOVE  0  TO WK-SUB
           PERFORM  VARYING  BI-IDX  FROM  1  BY 1
                    UNTIL BI-IDX  >  BI-CNT
              COMPUTE  WK-YYMM = BIT-DATE (BI-IDX) / 100
              IF  BIT-MATCH (BI-IDX)  =  "N"
                  AND  BIT-DC (BI-IDX)  =  WK-DC
                  AND  WK-YYMM  NOT >  ASK-YYMM
                  MOVE  BIT-DATE   (BI-IDX)  TO DL-DATE
                  MOVE  BIT-SOURCE (BI-IDX)  TO DL-SOURCE
                  MOVE  BIT-REF    (BI-IDX)  TO DL-REF
                  MOVE  BIT-AMT    (BI-IDX)  TO DL-AMT
                  WRITE PRT-REC  FROM  DL  AFTER 1  LINES
                  ADD   1  TO RUNLOG-WRITE-CNT
                  ADD   BIT-AMT (BI-IDX)  TO WK-SUB
              END-IF
           END-PERFORM.
       640-OPEN-STATEMENT-ITEMS.
           MOVE  0  TO WK-SUB
           PERFORM  VARYING  ST-IDX  FROM  1  BY 1
                    UNTIL ST-IDX  >  ST-CNT
              COMPUTE  WK-YYMM = STT-DATE (ST-IDX) / 100
              IF  STT-MATCH (ST-IDX)  =  "N"
                  AND  STT-DC (ST-IDX)  =  WK-DC
                  AND  WK-YYMM  NOT >  ASK-YYMM
                  MOVE  STT-DATE (ST-IDX)  TO DL-DATE
                  MOVE  "STMT"             TO DL-SOURCE
                  MOVE  STT-REF  (ST-IDX)  TO DL-REF
                  MOVE  STT-AMT  (ST-IDX)  TO DL-AMT
                  WRITE PRT-REC  FROM  DL  AFTER 1  LINES
                  ADD   1  TO RUNLOG-WRITE-CNT
                  ADD   STT-AMT (ST-IDX)  TO WK-SUB
              END-IF
           END-PERFORM.
