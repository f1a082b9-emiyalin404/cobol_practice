       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P1234.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   ACCTFL  ASSIGN   TO "D1039.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    ACCTFL-STATUS.
           SELECT   JRNFL   ASSIGN   TO "D1025.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    JRNFL-STATUS.
           SELECT   PERFL   ASSIGN   TO "D1038.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    PERFL-STATUS.
           SELECT   SLMFL   ASSIGN   TO "D1234.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    SLMFL-STATUS.
           SELECT   PRINTFL ASSIGN   TO "PRINT1234".
       DATA   DIVISION.
       FILE   SECTION.
       FD  ACCTFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS ACCT-REC.
       01  ACCT-REC.
           03 ACC-CODE         PIC X(6).
           03 ACC-DESC         PIC X(20).
           03 ACC-TYPE         PIC X.
           03 ACC-ACTIVE       PIC X.
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
       FD  PERFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS PER-REC.
       01  PER-REC.
           03 PER-YYMM         PIC 9(6).
           03 PER-STATUS       PIC X.
           03 PER-CLOSED-BY    PIC X(10).
           03 PER-CLOSED-DATE  PIC 9(8).
       FD  SLMFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS SLM-REC.
       01  SLM-REC.
           03 SLM-ACCT         PIC X(6).
           03 SLM-STMT         PIC X.
           03 SLM-SEQ          PIC 9(3).
           03 SLM-CAPTION      PIC X(30).
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC             PIC X(90).
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER           PIC X(30)  VALUE SPACES.
           03 HD-TITLE         PIC X(30).
       01  HD-DRAFT.
           03 FILLER           PIC X(30)  VALUE SPACES.
           03 FILLER           PIC X(30)  VALUE
                 "*** DRAFT - PERIOD OPEN ***".
       01  HD-2.
           03 FILLER           PIC X(32)  VALUE SPACES.
           03 FILLER           PIC X(17)  VALUE "          CURRENT".
           03 FILLER           PIC X(17)  VALUE "     PRIOR PERIOD".
           03 FILLER           PIC X(17)  VALUE "       PRIOR YEAR".
       01  HD-3.
           03 FILLER           PIC X(32)  VALUE SPACES.
           03 FILLER           PIC X(11)  VALUE SPACES.
           03 HD-YYMM-1        PIC 9(6).
           03 FILLER           PIC X(11)  VALUE SPACES.
           03 HD-YYMM-2        PIC 9(6).
           03 FILLER           PIC X(11)  VALUE SPACES.
           03 HD-YYMM-3        PIC 9(6).
       01  HD-4                PIC X(83)  VALUE ALL "=".
       01  HD-5.
           03 FILLER           PIC X(32)  VALUE SPACES.
           03 FILLER           PIC X(51)  VALUE ALL "-".
       01  SECT-DL.
           03 SECT-NAME        PIC X(40).
       01  DL.
           03 FILLER           PIC X(2).
           03 DL-CAPTION       PIC X(30).
           03 FILLER           PIC X(2).
           03 DL-AMT-1         PIC ----,---,--9.99.
           03 FILLER           PIC X(2).
           03 DL-AMT-2         PIC ----,---,--9.99.
           03 FILLER           PIC X(2).
           03 DL-AMT-3         PIC ----,---,--9.99.
       01  TOT-DL.
           03 TOT-CAPTION      PIC X(32).
           03 FILLER           PIC X(2).
           03 TOT-AMT-1        PIC ----,---,--9.99.
           03 FILLER           PIC X(2).
           03 TOT-AMT-2        PIC ----,---,--9.99.
           03 FILLER           PIC X(2).
           03 TOT-AMT-3        PIC ----,---,--9.99.
       01  BAL-BAD             PIC X(50)  VALUE
           "*** BALANCE SHEET DOES NOT BALANCE ***".
       01  ACC-TAB-AREA.
           03 ACC-CNT          PIC 9(3)   VALUE 0.
           03 ACC-ENTRY        OCCURS 200 TIMES.
              05 AC-CODE       PIC X(6).
              05 AC-TYPE       PIC X.
              05 AC-SEQ        PIC 9(3).
              05 AC-CAPTION    PIC X(30).
              05 AC-LINE       PIC 9(3).
              05 AC-AMT        PIC S9(11)V99  OCCURS 3 TIMES.
       01  LINE-TAB-AREA.
           03 LINE-CNT         PIC 9(3)   VALUE 0.
           03 LINE-ENTRY       OCCURS 100 TIMES.
              05 LN-STMT       PIC X.
              05 LN-SEQ        PIC 9(3).
              05 LN-CAPTION    PIC X(30).
              05 LN-TYPE       PIC X.
              05 LN-AMT        PIC S9(11)V99  OCCURS 3 TIMES.
       01  COL-AREA.
           03 COL-YYMM         PIC 9(6)        OCCURS 3 TIMES.
           03 COL-YEAR         PIC 9(4)        OCCURS 3 TIMES.
           03 COL-RE-BF        PIC S9(11)V99   OCCURS 3 TIMES.
           03 COL-PROFIT       PIC S9(11)V99   OCCURS 3 TIMES.
           03 COL-TOTAL        PIC S9(11)V99   OCCURS 3 TIMES.
           03 COL-ASSETS       PIC S9(11)V99   OCCURS 3 TIMES.
           03 COL-LIAB         PIC S9(11)V99   OCCURS 3 TIMES.
           03 COL-REVENUE      PIC S9(11)V99   OCCURS 3 TIMES.
           03 COL-UNMAPPED     PIC S9(11)V99   OCCURS 3 TIMES.
       01  TYPE-NAME-TAB.
           03 FILLER           PIC X(12)  VALUE "AASSETS".
           03 FILLER           PIC X(12)  VALUE "LLIABILITIES".
           03 FILLER           PIC X(12)  VALUE "EEQUITY".
           03 FILLER           PIC X(12)  VALUE "IREVENUE".
           03 FILLER           PIC X(12)  VALUE "XEXPENSES".
       01  TYPE-NAME-R  REDEFINES  TYPE-NAME-TAB.
           03 TYPE-ENTRY       OCCURS 5 TIMES.
              05 TYPE-CODE     PIC X.
              05 TYPE-NAME     PIC X(11).
       01  WORK-AREA.
           03 WK-SIGNED        PIC S9(10)V99.
           03 WK-JRN-YEAR      PIC 9(4).
           03 WK-JRN-YYMM      PIC 9(6).
           03 WK-YEAR          PIC 9(4).
           03 WK-MM            PIC 99.
           03 WK-STMT          PIC X.
           03 WK-TYPE          PIC X.
       01  MODE-SW             PIC X.
       01  DRAFT-SW            PIC X      VALUE "N".
       01  CLOSED-SW           PIC X.
       01  ASK-CODE            PIC X(6).
       01  ASK-SEQ             PIC 9(3).
       01  ASK-CAPTION         PIC X(30).
       01  ASK-YYMM            PIC 9(6).
       01  ACC-IDX             PIC 9(3).
       01  LINE-IDX            PIC 9(3).
       01  MOVE-IDX            PIC 9(3).
       01  MATCH-IDX           PIC 9(3).
       01  COL-IDX             PIC 9.
       01  TYPE-IDX            PIC 9.
       01  LOAD-CNT            PIC 9(3)   VALUE 0.
       01  UNMAPPED-CNT        PIC 9(3)   VALUE 0.
       01  EOF-SW              PIC X      VALUE "N".
       01  ACCTFL-STATUS       PIC XX.
       01  JRNFL-STATUS        PIC XX.
       01  PERFL-STATUS        PIC XX.
       01  SLMFL-STATUS        PIC XX.
       01  RUNLOG-JOB          PIC X(8)   VALUE "P1234".
       01  RUNLOG-ACTION       PIC X.
       01  RUNLOG-READ-CNT     PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT    PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS       PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "(M)AINTAIN STATEMENT LINES  (S)TATEMENTS : "
                    WITH NO ADVANCING
           ACCEPT   MODE-SW
           PERFORM  210-LOAD-ACCOUNTS
           IF  ACC-CNT  =  0
               DISPLAY  "NO CHART OF ACCOUNTS D1039.DAT"
               STOP  RUN
           END-IF
           IF  MODE-SW = "M"  OR  MODE-SW = "m"
               PERFORM  100-MAINTAIN-MAPPING
           ELSE
               PERFORM  200-STATEMENTS
           END-IF
           STOP  RUN.
       100-MAINTAIN-MAPPING.
           OPEN  EXTEND SLMFL
           IF  SLMFL-STATUS  =  "35"
               OPEN  OUTPUT SLMFL
           END-IF
           MOVE  SPACES   TO ASK-CODE
           PERFORM  UNTIL ASK-CODE = "E"
              DISPLAY  " "
              DISPLAY  "ACCOUNT CODE (E:END)     : "
                       WITH NO ADVANCING
              ACCEPT   ASK-CODE
              IF  ASK-CODE  NOT =  "E"  AND  ASK-CODE  NOT =  SPACES
                  PERFORM  110-MAP-ONE
              END-IF
           END-PERFORM
           CLOSE SLMFL
           DISPLAY  "STATEMENT LINES MAPPED = " LOAD-CNT.
       110-MAP-ONE.
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  ACC-IDX  FROM  1  BY 1
                    UNTIL ACC-IDX  >  ACC-CNT
              IF  AC-CODE (ACC-IDX)  =  ASK-CODE
                  MOVE  ACC-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM
           IF  MATCH-IDX  =  0
               DISPLAY  "ACCOUNT NOT ON CHART : " ASK-CODE
               EXIT  PARAGRAPH
           END-IF
           IF  AC-TYPE (MATCH-IDX)  =  "I"
               OR  AC-TYPE (MATCH-IDX)  =  "X"
               MOVE  "I"  TO SLM-STMT
               DISPLAY  "INCOME STATEMENT ACCOUNT"
           ELSE
               MOVE  "B"  TO SLM-STMT
               DISPLAY  "BALANCE SHEET ACCOUNT"
           END-IF
           DISPLAY  "LINE SEQUENCE (001-999)  : " WITH NO ADVANCING
           ACCEPT   ASK-SEQ
           DISPLAY  "LINE CAPTION             : " WITH NO ADVANCING
           ACCEPT   ASK-CAPTION
           IF  ASK-SEQ  =  0  OR  ASK-CAPTION  =  SPACES
               DISPLAY  "SEQUENCE AND CAPTION REQUIRED, NOT MAPPED"
               EXIT  PARAGRAPH
           END-IF
           MOVE  ASK-CODE     TO SLM-ACCT
           MOVE  ASK-SEQ      TO SLM-SEQ
           MOVE  ASK-CAPTION  TO SLM-CAPTION
           WRITE SLM-REC
           ADD   1  TO LOAD-CNT.
       200-STATEMENTS.
           DISPLAY  "PERIOD (YYYYMM)          : " WITH NO ADVANCING
           ACCEPT   ASK-YYMM
           COMPUTE  WK-YEAR = ASK-YYMM / 100
           COMPUTE  WK-MM   = ASK-YYMM - WK-YEAR * 100
           IF  WK-MM  <  1  OR  WK-MM  >  12
               DISPLAY  "INVALID PERIOD : " ASK-YYMM
               STOP  RUN
           END-IF
           PERFORM  220-CHECK-PERIOD
           IF  CLOSED-SW  NOT =  "Y"
               DISPLAY  "PERIOD " ASK-YYMM " IS STILL OPEN"
               DISPLAY  "PRINT AS DRAFT (Y/N)     : "
                        WITH NO ADVANCING
               ACCEPT   DRAFT-SW
               IF  DRAFT-SW  NOT =  "Y"  AND  DRAFT-SW  NOT =  "y"
                   DISPLAY  "STATEMENTS NOT PRODUCED"
                   STOP  RUN
               END-IF
               MOVE  "Y"  TO DRAFT-SW
           END-IF
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           PERFORM  230-SET-COLUMNS
           PERFORM  240-LOAD-MAPPING
           PERFORM  250-BUILD-LINES
           PERFORM  260-POST-JOURNAL
           PERFORM  270-ROLL-UP-LINES
           OPEN  OUTPUT   PRINTFL
           PERFORM  300-BALANCE-SHEET
           PERFORM  400-INCOME-STATEMENT
           CLOSE PRINTFL
           IF  UNMAPPED-CNT  >  0
               DISPLAY  "ACCOUNTS WITHOUT STATEMENT LINE = "
                        UNMAPPED-CNT
               MOVE  "A"   TO RUNLOG-STATUS
           END-IF
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS.
       210-LOAD-ACCOUNTS.
           OPEN  INPUT ACCTFL
           IF  ACCTFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  ACCTFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  ACC-CNT  <  200
                      ADD   1  TO ACC-CNT
                      MOVE  ACC-CODE    TO AC-CODE    (ACC-CNT)
                      MOVE  ACC-TYPE    TO AC-TYPE    (ACC-CNT)
                      MOVE  0           TO AC-SEQ     (ACC-CNT)
                      MOVE  SPACES      TO AC-CAPTION (ACC-CNT)
                      MOVE  0           TO AC-LINE    (ACC-CNT)
                      MOVE  0           TO AC-AMT (ACC-CNT 1)
                                           AC-AMT (ACC-CNT 2)
                                           AC-AMT (ACC-CNT 3)
                  END-IF
                  READ  ACCTFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE ACCTFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       220-CHECK-PERIOD.
           MOVE  "N"  TO CLOSED-SW
           OPEN  INPUT PERFL
           IF  PERFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  PERFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  PER-YYMM  =  ASK-YYMM
                      IF  PER-STATUS  =  "C"
                          MOVE  "Y"  TO CLOSED-SW
                      ELSE
                          MOVE  "N"  TO CLOSED-SW
                      END-IF
                  END-IF
                  READ  PERFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE PERFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       230-SET-COLUMNS.
           MOVE  ASK-YYMM  TO COL-YYMM (1)
           IF  WK-MM  =  1
               COMPUTE  COL-YYMM (2) = ( WK-YEAR - 1 ) * 100 + 12
           ELSE
               COMPUTE  COL-YYMM (2) = ASK-YYMM - 1
           END-IF
           COMPUTE  COL-YYMM (3) = ASK-YYMM - 100
           PERFORM  VARYING  COL-IDX  FROM  1  BY 1
                    UNTIL COL-IDX  >  3
              COMPUTE  COL-YEAR (COL-IDX) = COL-YYMM (COL-IDX) / 100
              MOVE  0  TO COL-RE-BF    (COL-IDX)
                          COL-PROFIT   (COL-IDX)
                          COL-UNMAPPED (COL-IDX)
           END-PERFORM
           MOVE  COL-YYMM (1)  TO HD-YYMM-1
           MOVE  COL-YYMM (2)  TO HD-YYMM-2
           MOVE  COL-YYMM (3)  TO HD-YYMM-3.
       240-LOAD-MAPPING.
           OPEN  INPUT SLMFL
           IF  SLMFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
               DISPLAY  "NO STATEMENT LINE FILE D1234.DAT"
           ELSE
               READ  SLMFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO RUNLOG-READ-CNT
              PERFORM  VARYING  ACC-IDX  FROM  1  BY 1
                       UNTIL ACC-IDX  >  ACC-CNT
                 IF  AC-CODE (ACC-IDX)  =  SLM-ACCT
                     MOVE  SLM-SEQ      TO AC-SEQ     (ACC-IDX)
                     MOVE  SLM-CAPTION  TO AC-CAPTION (ACC-IDX)
                 END-IF
              END-PERFORM
              READ  SLMFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  SLMFL-STATUS  NOT =  "35"
               CLOSE SLMFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       250-BUILD-LINES.
           PERFORM  VARYING  ACC-IDX  FROM  1  BY 1
                    UNTIL ACC-IDX  >  ACC-CNT
              IF  AC-SEQ (ACC-IDX)  >  0
                  PERFORM  255-FIND-LINE
              END-IF
           END-PERFORM.
       255-FIND-LINE.
           IF  AC-TYPE (ACC-IDX)  =  "I"  OR  AC-TYPE (ACC-IDX)  =  "X"
               MOVE  "I"  TO WK-STMT
           ELSE
               MOVE  "B"  TO WK-STMT
           END-IF
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  LINE-IDX  FROM  1  BY 1
                    UNTIL LINE-IDX  >  LINE-CNT
              IF  LN-STMT (LINE-IDX)  =  WK-STMT
                  AND  LN-SEQ  (LINE-IDX)  =  AC-SEQ  (ACC-IDX)
                  AND  LN-TYPE (LINE-IDX)  =  AC-TYPE (ACC-IDX)
                  MOVE  LINE-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM
           IF  MATCH-IDX  =  0
               IF  LINE-CNT  NOT <  100
                   EXIT  PARAGRAPH
               END-IF
               MOVE  1  TO MATCH-IDX
               PERFORM  UNTIL MATCH-IDX  >  LINE-CNT
                       OR  LN-SEQ (MATCH-IDX)  >  AC-SEQ (ACC-IDX)
                  ADD   1  TO MATCH-IDX
               END-PERFORM
               PERFORM  VARYING  MOVE-IDX  FROM  LINE-CNT  BY -1
                        UNTIL MOVE-IDX  <  MATCH-IDX
                  MOVE  LINE-ENTRY (MOVE-IDX)
                        TO LINE-ENTRY (MOVE-IDX + 1)
               END-PERFORM
               ADD   1  TO LINE-CNT
               MOVE  WK-STMT               TO LN-STMT    (MATCH-IDX)
               MOVE  AC-SEQ     (ACC-IDX)  TO LN-SEQ     (MATCH-IDX)
               MOVE  AC-CAPTION (ACC-IDX)  TO LN-CAPTION (MATCH-IDX)
               MOVE  AC-TYPE    (ACC-IDX)  TO LN-TYPE    (MATCH-IDX)
               MOVE  0  TO LN-AMT (MATCH-IDX 1)
                           LN-AMT (MATCH-IDX 2)
                           LN-AMT (MATCH-IDX 3)
               PERFORM  VARYING  MOVE-IDX  FROM  1  BY 1
                        UNTIL MOVE-IDX  >  ACC-CNT
                  IF  AC-LINE (MOVE-IDX)  NOT <  MATCH-IDX
                      ADD   1  TO AC-LINE (MOVE-IDX)
                  END-IF
               END-PERFORM
           END-IF
           MOVE  MATCH-IDX  TO AC-LINE (ACC-IDX).
       260-POST-JOURNAL.
           OPEN  INPUT JRNFL
           IF  JRNFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
               DISPLAY  "NO JOURNAL FILE D1025.DAT"
           ELSE
               READ  JRNFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO RUNLOG-READ-CNT
              PERFORM  265-POST-LINE
              READ  JRNFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  JRNFL-STATUS  NOT =  "35"
               CLOSE JRNFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       265-POST-LINE.
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  ACC-IDX  FROM  1  BY 1
                    UNTIL ACC-IDX  >  ACC-CNT
              IF  AC-CODE (ACC-IDX)  =  JRN-ACCT
                  MOVE  ACC-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM
           IF  MATCH-IDX  =  0
               EXIT  PARAGRAPH
           END-IF
           MOVE  AC-TYPE (MATCH-IDX)  TO WK-TYPE
           MOVE  JRN-AMT  TO WK-SIGNED
           IF  WK-TYPE  =  "A"  OR  WK-TYPE  =  "X"
               IF  JRN-DC  NOT =  "D"
                   COMPUTE  WK-SIGNED = 0 - JRN-AMT
               END-IF
           ELSE
               IF  JRN-DC  =  "D"
                   COMPUTE  WK-SIGNED = 0 - JRN-AMT
               END-IF
           END-IF
           COMPUTE  WK-JRN-YEAR = JRN-DATE / 10000
           COMPUTE  WK-JRN-YYMM = JRN-DATE / 100
           PERFORM  VARYING  COL-IDX  FROM  1  BY 1
                    UNTIL COL-IDX  >  3
              IF  WK-TYPE  =  "I"  OR  WK-TYPE  =  "X"
                  PERFORM  267-POST-RESULT
              ELSE
                  IF  WK-JRN-YYMM  NOT >  COL-YYMM (COL-IDX)
                      ADD   WK-SIGNED  TO AC-AMT (MATCH-IDX COL-IDX)
                  END-IF
              END-IF
           END-PERFORM.
       267-POST-RESULT.
           IF  WK-JRN-YYMM  =  COL-YYMM (COL-IDX)
               ADD   WK-SIGNED  TO AC-AMT (MATCH-IDX COL-IDX)
           END-IF
           IF  WK-JRN-YYMM  >  COL-YYMM (COL-IDX)
               EXIT  PARAGRAPH
           END-IF
           IF  WK-JRN-YEAR  <  COL-YEAR (COL-IDX)
               IF  WK-TYPE  =  "I"
                   ADD       WK-SIGNED  TO   COL-RE-BF (COL-IDX)
               ELSE
                   SUBTRACT  WK-SIGNED  FROM COL-RE-BF (COL-IDX)
               END-IF
           ELSE
               IF  WK-TYPE  =  "I"
                   ADD       WK-SIGNED  TO   COL-PROFIT (COL-IDX)
               ELSE
                   SUBTRACT  WK-SIGNED  FROM COL-PROFIT (COL-IDX)
               END-IF
           END-IF.
       270-ROLL-UP-LINES.
           PERFORM  VARYING  ACC-IDX  FROM  1  BY 1
                    UNTIL ACC-IDX  >  ACC-CNT
              MOVE  AC-LINE (ACC-IDX)  TO LINE-IDX
              PERFORM  VARYING  COL-IDX  FROM  1  BY 1
                       UNTIL COL-IDX  >  3
                 IF  LINE-IDX  >  0
                     ADD   AC-AMT (ACC-IDX COL-IDX)
                           TO LN-AMT (LINE-IDX COL-IDX)
                 END-IF
              END-PERFORM
              IF  LINE-IDX  =  0
                  AND  ( AC-AMT (ACC-IDX 1)  NOT =  0
                      OR AC-AMT (ACC-IDX 2)  NOT =  0
                      OR AC-AMT (ACC-IDX 3)  NOT =  0 )
                  ADD   1  TO UNMAPPED-CNT
                  DISPLAY  "NO STATEMENT LINE FOR ACCOUNT : "
                           AC-CODE (ACC-IDX)
              END-IF
           END-PERFORM.
       300-BALANCE-SHEET.
           MOVE  "BALANCE SHEET"  TO HD-TITLE
           PERFORM  500-HEADINGS
           MOVE  0  TO COL-ASSETS (1)  COL-ASSETS (2)  COL-ASSETS (3)
           MOVE  1  TO TYPE-IDX
           PERFORM  310-BS-SECTION
           PERFORM  VARYING  COL-IDX  FROM  1  BY 1
                    UNTIL COL-IDX  >  3
              MOVE  COL-TOTAL (COL-IDX)  TO COL-ASSETS (COL-IDX)
           END-PERFORM
           MOVE  "TOTAL ASSETS"  TO TOT-CAPTION
           PERFORM  520-TOTAL-LINE
           MOVE  2  TO TYPE-IDX
           PERFORM  310-BS-SECTION
           PERFORM  VARYING  COL-IDX  FROM  1  BY 1
                    UNTIL COL-IDX  >  3
              MOVE  COL-TOTAL (COL-IDX)  TO COL-LIAB (COL-IDX)
           END-PERFORM
           MOVE  "TOTAL LIABILITIES"  TO TOT-CAPTION
           PERFORM  520-TOTAL-LINE
           MOVE  3  TO TYPE-IDX
           PERFORM  310-BS-SECTION
           MOVE  "RETAINED EARNINGS B/F"  TO DL-CAPTION
           MOVE  COL-RE-BF (1)  TO DL-AMT-1
           MOVE  COL-RE-BF (2)  TO DL-AMT-2
           MOVE  COL-RE-BF (3)  TO DL-AMT-3
           WRITE PRT-REC  FROM  DL  AFTER 1  LINES
           MOVE  "PROFIT FOR THE YEAR"  TO DL-CAPTION
           MOVE  COL-PROFIT (1)  TO DL-AMT-1
           MOVE  COL-PROFIT (2)  TO DL-AMT-2
           MOVE  COL-PROFIT (3)  TO DL-AMT-3
           WRITE PRT-REC  FROM  DL  AFTER 1  LINES
           PERFORM  VARYING  COL-IDX  FROM  1  BY 1
                    UNTIL COL-IDX  >  3
              ADD   COL-RE-BF  (COL-IDX)  TO COL-TOTAL (COL-IDX)
              ADD   COL-PROFIT (COL-IDX)  TO COL-TOTAL (COL-IDX)
           END-PERFORM
           MOVE  "TOTAL EQUITY"  TO TOT-CAPTION
           PERFORM  520-TOTAL-LINE
           PERFORM  VARYING  COL-IDX  FROM  1  BY 1
                    UNTIL COL-IDX  >  3
              ADD   COL-LIAB (COL-IDX)  TO COL-TOTAL (COL-IDX)
           END-PERFORM
           MOVE  "TOTAL LIABILITIES AND EQUITY"  TO TOT-CAPTION
           PERFORM  520-TOTAL-LINE
           IF  COL-TOTAL (1)  NOT =  COL-ASSETS (1)
               WRITE PRT-REC  FROM  BAL-BAD  AFTER 2  LINES
               DISPLAY  "*** BALANCE SHEET OUT OF BALANCE ***"
               MOVE  "A"   TO RUNLOG-STATUS
           END-IF.
       310-BS-SECTION.
           MOVE  TYPE-NAME (TYPE-IDX)  TO SECT-NAME
           WRITE PRT-REC  FROM  SECT-DL  AFTER 2  LINES
           PERFORM  510-TYPE-LINES.
       400-INCOME-STATEMENT.
           MOVE  "INCOME STATEMENT"  TO HD-TITLE
           PERFORM  500-HEADINGS
           MOVE  4  TO TYPE-IDX
           MOVE  TYPE-NAME (TYPE-IDX)  TO SECT-NAME
           WRITE PRT-REC  FROM  SECT-DL  AFTER 2  LINES
           PERFORM  510-TYPE-LINES
           PERFORM  VARYING  COL-IDX  FROM  1  BY 1
                    UNTIL COL-IDX  >  3
              MOVE  COL-TOTAL (COL-IDX)  TO COL-REVENUE (COL-IDX)
           END-PERFORM
           MOVE  "TOTAL REVENUE"  TO TOT-CAPTION
           PERFORM  520-TOTAL-LINE
           MOVE  5  TO TYPE-IDX
           MOVE  TYPE-NAME (TYPE-IDX)  TO SECT-NAME
           WRITE PRT-REC  FROM  SECT-DL  AFTER 2  LINES
           PERFORM  510-TYPE-LINES
           MOVE  "TOTAL EXPENSES"  TO TOT-CAPTION
           PERFORM  520-TOTAL-LINE
           PERFORM  VARYING  COL-IDX  FROM  1  BY 1
                    UNTIL COL-IDX  >  3
              COMPUTE  COL-TOTAL (COL-IDX) =
                       COL-REVENUE (COL-IDX) - COL-TOTAL (COL-IDX)
           END-PERFORM
           MOVE  "NET PROFIT FOR THE PERIOD"  TO TOT-CAPTION
           PERFORM  520-TOTAL-LINE.
       500-HEADINGS.
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           IF  DRAFT-SW  =  "Y"
               WRITE PRT-REC  FROM  HD-DRAFT  AFTER 1  LINES
           END-IF
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3  AFTER 1  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES.
       510-TYPE-LINES.
           MOVE  0  TO COL-TOTAL (1)  COL-TOTAL (2)  COL-TOTAL (3)
           MOVE  0  TO COL-UNMAPPED (1)  COL-UNMAPPED (2)
                       COL-UNMAPPED (3)
           PERFORM  VARYING  LINE-IDX  FROM  1  BY 1
                    UNTIL LINE-IDX  >  LINE-CNT
              IF  LN-TYPE (LINE-IDX)  =  TYPE-CODE (TYPE-IDX)
                  MOVE  LN-CAPTION (LINE-IDX)    TO DL-CAPTION
                  MOVE  LN-AMT (LINE-IDX 1)  TO DL-AMT-1
                  MOVE  LN-AMT (LINE-IDX 2)  TO DL-AMT-2
                  MOVE  LN-AMT (LINE-IDX 3)  TO DL-AMT-3
                  WRITE PRT-REC  FROM  DL  AFTER 1  LINES
                  ADD   1  TO RUNLOG-WRITE-CNT
                  PERFORM  VARYING  COL-IDX  FROM  1  BY 1
                           UNTIL COL-IDX  >  3
                     ADD   LN-AMT (LINE-IDX COL-IDX)
                           TO COL-TOTAL (COL-IDX)
                  END-PERFORM
              END-IF
           END-PERFORM
           PERFORM  VARYING  ACC-IDX  FROM  1  BY 1
                    UNTIL ACC-IDX  >  ACC-CNT
              IF  AC-TYPE (ACC-IDX)  =  TYPE-CODE (TYPE-IDX)
                  AND  AC-LINE (ACC-IDX)  =  0
                  PERFORM  VARYING  COL-IDX  FROM  1  BY 1
                           UNTIL COL-IDX  >  3
                     ADD   AC-AMT (ACC-IDX COL-IDX)
                           TO COL-UNMAPPED (COL-IDX)
                  END-PERFORM
              END-IF
           END-PERFORM
           IF  COL-UNMAPPED (1)  NOT =  0
               OR  COL-UNMAPPED (2)  NOT =  0
               OR  COL-UNMAPPED (3)  NOT =  0
               MOVE  "** NOT MAPPED TO A LINE **"  TO DL-CAPTION
               MOVE  COL-UNMAPPED (1)  TO DL-AMT-1
               MOVE  COL-UNMAPPED (2)  TO DL-AMT-2
               MOVE  COL-UNMAPPED (3)  TO DL-AMT-3
               WRITE PRT-REC  FROM  DL  AFTER 1  LINES
               PERFORM  VARYING  COL-IDX  FROM  1  BY 1
                        UNTIL COL-IDX  >  3
                  ADD   COL-UNMAPPED (COL-IDX)  TO COL-TOTAL (COL-IDX)
               END-PERFORM
           END-IF.
       520-TOTAL-LINE.
           WRITE PRT-REC  FROM  HD-5  AFTER 1  LINES
           MOVE  COL-TOTAL (1)  TO TOT-AMT-1
           MOVE  COL-TOTAL (2)  TO TOT-AMT-2
           MOVE  COL-TOTAL (3)  TO TOT-AMT-3
           WRITE PRT-REC  FROM  TOT-DL  AFTER 1  LINES.
