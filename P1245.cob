       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P1245.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   CARDFL   ASSIGN   TO DYNAMIC WK-CARD-NAME
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CARDFL-STATUS.
           SELECT   LAYFL    ASSIGN   TO "D1243.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    LAYFL-STATUS.
           SELECT   STUDFL   ASSIGN   TO "D0441.DAT"
              ORGANIZATION   INDEXED
              ACCESS MODE    SEQUENTIAL
              RECORD KEY     STUD-IDNO
              FILE STATUS    DATFL-STATUS.
           SELECT   BASFL    ASSIGN   TO "D0733.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    DATFL-STATUS.
           SELECT   SALFL    ASSIGN   TO "D0771.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    DATFL-STATUS.
           SELECT   INSFL    ASSIGN   TO "D0872.DAT"
              ORGANIZATION   INDEXED
              ACCESS MODE    SEQUENTIAL
              RECORD KEY     INS-CODE
              FILE STATUS    DATFL-STATUS.
           SELECT   EMPFL    ASSIGN   TO "D0873.DAT"
              ORGANIZATION   INDEXED
              ACCESS MODE    SEQUENTIAL
              RECORD KEY     EMP-ID
              FILE STATUS    DATFL-STATUS.
           SELECT   BILLFL   ASSIGN   TO "D0885.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    DATFL-STATUS.
           SELECT   CSVFL    ASSIGN   TO DYNAMIC WK-CSV-NAME
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CSVFL-STATUS.
           SELECT   SECFL    ASSIGN   TO "SEC1020.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    SECFL-STATUS.
           SELECT   SORTFL   ASSIGN   TO RANDOM.
       DATA   DIVISION.
       FILE   SECTION.
       FD  CARDFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS CARD-REC.
       01  CARD-REC.
           03 CRD-TYPE         PIC X(6).
           03 FILLER           PIC X.
           03 CRD-FIELD        PIC X(16).
           03 FILLER           PIC X.
           03 CRD-OP           PIC X(2).
           03 FILLER           PIC X.
           03 CRD-VALUE        PIC X(53).
       FD  LAYFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS LAY-REC.
       01  LAY-REC.
           03 LAY-FILE         PIC X(8).
           03 LAY-SEQ          PIC 9(3).
           03 LAY-FIELD        PIC X(16).
           03 LAY-START        PIC 9(4).
           03 LAY-LEN          PIC 9(3).
           03 LAY-TYPE         PIC X.
           03 LAY-DEC          PIC 9.
           03 LAY-KEY          PIC X.
           03 LAY-CHECK        PIC X.
       FD  STUDFL
           DATA  RECORD   IS STUD-REC.
       01  STUD-REC.
           03 STUD-IDNO        PIC X(5).
           03 FILLER           PIC X(43).
       FD  BASFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS BAS-REC.
       01  BAS-REC             PIC X(200).
       FD  SALFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS SAL-REC.
       01  SAL-REC             PIC X(200).
       FD  INSFL
           DATA  RECORD   IS INS-REC.
       01  INS-REC.
           03 INS-CODE         PIC 9(5).
           03 FILLER           PIC X(25).
       FD  EMPFL
           DATA  RECORD   IS EMP-REC.
       01  EMP-REC.
           03 EMP-ID           PIC X(3).
           03 FILLER           PIC X(90).
       FD  BILLFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS BILL-REC.
       01  BILL-REC            PIC X(200).
       FD  CSVFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS CSV-REC.
       01  CSV-REC             PIC X(1000).
       FD  SECFL
           DATA  RECORD   IS SEC-REC.
       01  SEC-REC.
           03 SEC-DATE         PIC 9(8).
           03 SEC-TIME         PIC 9(8).
           03 SEC-USER         PIC X(10).
           03 SEC-SUBSYS       PIC X(3).
           03 SEC-RESULT       PIC X(8).
       SD  SORTFL
           DATA  RECORD   IS S-REC.
       01  S-REC.
           03 S-KEY            PIC X(88).
           03 S-DATA           PIC X(200).
       WORKING-STORAGE SECTION.
       01  LT-TAB-AREA.
           03 LT-CNT           PIC 9(3)   VALUE 0.
           03 LT-ENTRY         OCCURS 100 TIMES.
              05 LT-SEQ        PIC 9(3).
              05 LT-FIELD      PIC X(16).
              05 LT-START      PIC 9(4).
              05 LT-LEN        PIC 9(3).
              05 LT-TYPE       PIC X.
              05 LT-DEC        PIC 9.
              05 LT-KEY        PIC X.
              05 LT-CHECK      PIC X.
       01  LT-SAVE             PIC X(30).
       01  COND-TAB-AREA.
           03 COND-CNT         PIC 9(2)   VALUE 0.
           03 COND-ENTRY       OCCURS 10 TIMES.
              05 CT-FLD        PIC 9(3).
              05 CT-OP         PIC X(2).
              05 CT-VAL-CNT    PIC 9(2).
              05 CT-VAL        PIC X(40)  OCCURS 10 TIMES.
              05 CT-NUM        PIC S9(13)V9(5)
                                          OCCURS 10 TIMES.
       01  SORT-TAB-AREA.
           03 SORT-CNT         PIC 9      VALUE 0.
           03 SORT-ENTRY       OCCURS 3 TIMES.
              05 SK-FLD        PIC 9(3).
              05 SK-DIR        PIC X.
       01  COL-TAB-AREA.
           03 COL-CNT          PIC 9(2)   VALUE 0.
           03 COL-FLD          PIC 9(3)   OCCURS 40 TIMES.
       01  ASC-CHARS.
           03 FILLER           PIC X(37)  VALUE
                 " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           03 FILLER           PIC X(26)  VALUE
                 "abcdefghijklmnopqrstuvwxyz".
       01  DESC-CHARS.
           03 FILLER           PIC X(26)  VALUE
                 "zyxwvutsrqponmlkjihgfedcba".
           03 FILLER           PIC X(37)  VALUE
                 "ZYXWVUTSRQPONMLKJIHGFEDCBA9876543210 ".
       01  SIGNON-AREA.
           03 SIGNON-USER      PIC X(10).
           03 SIGNON-PASSWORD  PIC X(10).
           03 SIGNON-SUBSYS    PIC X(3).
           03 SIGNON-REPLY     PIC X.
       01  REC-DATA            PIC X(200).
       01  WK-CARD-NAME        PIC X(20).
       01  WK-CSV-NAME         PIC X(20).
       01  WK-CSV-LINE         PIC X(1000).
       01  WK-PTR              PIC 9(4).
       01  WK-TOKEN            PIC X(40).
       01  WK-FLD-X            PIC X(40).
       01  WK-CMP-LEN          PIC 9(3).
       01  WK-TEXT-LEN         PIC 9(3).
       01  WK-LEAD             PIC 9(2).
       01  WK-OUT-LEN          PIC 9(2).
       01  WK-NUM              PIC S9(13)V9(5).
       01  WK-NUM-ED           PIC -(13)9.9(5).
       01  WK-KEY-NUM-X        PIC X(18).
       01  WK-KEY-NUM  REDEFINES  WK-KEY-NUM-X  PIC 9(13)V9(5).
       01  WK-KEY-PIECE        PIC X(27).
       01  WK-KEY-LEN          PIC 9(2).
       01  WK-KEY-PTR          PIC 9(3).
       01  WK-DIG-X            PIC X(18).
       01  WK-DIG-N  REDEFINES  WK-DIG-X  PIC 9(18).
       01  WK-DIG-S  REDEFINES  WK-DIG-X  PIC S9(18).
       01  WK-INT              PIC 9(13).
       01  WK-FRAC             PIC 9(5).
       01  WK-FRAC-CNT         PIC 9.
       01  WK-CHAR             PIC X.
       01  WK-DIGIT  REDEFINES  WK-CHAR   PIC 9.
       01  WK-NEG-SW           PIC X.
       01  WK-DOT-SW           PIC X.
       01  WK-DATE-WK          PIC 9(6).
       01  WK-DATE-PL          PIC 9(4)/99/99.
       01  WK-DATE-8           PIC 9(8).
       01  ASK-FILE            PIC X(8).
       01  SEL-IDX             PIC 9(3).
       01  LT-IDX              PIC 9(3).
       01  LT-IDX-2            PIC 9(3).
       01  COND-IDX            PIC 9(2).
       01  VAL-IDX             PIC 9(2).
       01  SORT-IDX            PIC 9.
       01  COL-IDX             PIC 9(2).
       01  CHAR-IDX            PIC 9(3).
       01  REC-NO              PIC 9(7)   VALUE 0.
       01  READ-CNT            PIC 9(7)   VALUE 0.
       01  SEL-CNT             PIC 9(7)   VALUE 0.
       01  READ-CNT-ED         PIC Z(6)9.
       01  SEL-CNT-ED          PIC Z(6)9.
       01  CARD-CNT            PIC 9(3)   VALUE 0.
       01  CARD-ERR-SW         PIC X      VALUE "N".
       01  DATA-OPEN-SW        PIC X      VALUE "N".
       01  DATA-EOF-SW         PIC X      VALUE "N".
       01  SORT-EOF-SW         PIC X      VALUE "N".
       01  SELECT-SW           PIC X.
       01  TRUE-SW             PIC X.
       01  EOF-SW              PIC X      VALUE "N".
       01  CARDFL-STATUS       PIC XX.
       01  LAYFL-STATUS        PIC XX.
       01  DATFL-STATUS        PIC XX.
       01  CSVFL-STATUS        PIC XX.
       01  SECFL-STATUS        PIC XX.
       PROCEDURE DIVISION.
       000-START SECTION.
       050-START.
           ACCEPT   WK-DATE-WK  FROM  DATE
           CALL  "P0447"  USING  WK-DATE-WK  WK-DATE-PL
           MOVE  WK-DATE-PL (1:4)   TO WK-DATE-8 (1:4)
           MOVE  WK-DATE-PL (6:2)   TO WK-DATE-8 (5:2)
           MOVE  WK-DATE-PL (9:2)   TO WK-DATE-8 (7:2)
           DISPLAY  "REQUEST CARD FILE (BLANK:CARD1245) : "
                    WITH NO ADVANCING
           ACCEPT   WK-CARD-NAME
           IF  WK-CARD-NAME  =  SPACES
               MOVE  "CARD1245"  TO WK-CARD-NAME
           END-IF
           PERFORM  100-READ-CARDS
           IF  CARD-ERR-SW  =  "Y"
               DISPLAY  "REQUEST REJECTED - NO EXTRACT TAKEN"
               STOP  RUN
           END-IF
           PERFORM  150-CHECK-ACCESS
           IF  SIGNON-REPLY  NOT =  "Y"
               DISPLAY  "SIGN-ON REFUSED FOR THIS FILE'S SUBSYSTEM"
               STOP  RUN
           END-IF
           PERFORM  600-OPEN-DATA
           IF  DATA-OPEN-SW  NOT =  "Y"
               STOP  RUN
           END-IF
           SORT  SORTFL
                 ON ASCENDING   KEY   S-KEY
                 INPUT PROCEDURE   950-SELECT-RECORDS
                 OUTPUT   PROCEDURE   970-WRITE-CSV
           PERFORM  900-LOG-EXTRACT
           DISPLAY  "RECORDS READ     = " READ-CNT
           DISPLAY  "RECORDS SELECTED = " SEL-CNT
           DISPLAY  "CSV WRITTEN TO   : " WK-CSV-NAME
           STOP  RUN.
       100-READ-CARDS.
           MOVE  SPACES  TO ASK-FILE
           MOVE  "EXT1245.CSV"  TO WK-CSV-NAME
           OPEN  INPUT CARDFL
           IF  CARDFL-STATUS  NOT =  "00"
               DISPLAY  "NO REQUEST CARD FILE " WK-CARD-NAME
               MOVE  "Y"  TO CARD-ERR-SW
               EXIT  PARAGRAPH
           END-IF
           READ  CARDFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO CARD-CNT
              PERFORM  110-EDIT-CARD
              READ  CARDFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE CARDFL
           MOVE  "N"  TO EOF-SW
           IF  ASK-FILE  =  SPACES
               DISPLAY  "NO FILE CARD IN REQUEST"
               MOVE  "Y"  TO CARD-ERR-SW
           END-IF
           IF  COL-CNT  =  0  AND  CARD-ERR-SW  =  "N"
               PERFORM  VARYING  LT-IDX  FROM  1  BY 1
                        UNTIL LT-IDX  >  LT-CNT  OR  COL-CNT  =  40
                  ADD   1  TO COL-CNT
                  MOVE  LT-IDX  TO COL-FLD (COL-CNT)
               END-PERFORM
           END-IF.
       110-EDIT-CARD.
           IF  CRD-TYPE  NOT =  "FILE"  AND  ASK-FILE  =  SPACES
               AND  CRD-TYPE (1:1)  NOT =  "*"
               DISPLAY  "FILE CARD MUST COME FIRST, CARD " CARD-CNT
               MOVE  "Y"  TO CARD-ERR-SW
               EXIT  PARAGRAPH
           END-IF
           EVALUATE  CRD-TYPE
              WHEN  "FILE"
                 MOVE  CRD-FIELD  TO ASK-FILE
                 IF  CRD-VALUE  NOT =  SPACES
                     MOVE  CRD-VALUE  TO WK-CSV-NAME
                 END-IF
                 PERFORM  700-LOAD-LAYOUT
                 IF  LT-CNT  =  0
                     DISPLAY  "NO LAYOUT REGISTERED FOR " ASK-FILE
                     MOVE  "Y"  TO CARD-ERR-SW
                 END-IF
              WHEN  "WHERE"
                 PERFORM  120-EDIT-WHERE
              WHEN  "SORT"
                 PERFORM  130-EDIT-SORT
              WHEN  "COLUMN"
                 PERFORM  140-EDIT-COLUMN
              WHEN  OTHER
                 IF  CRD-TYPE (1:1)  NOT =  "*"
                     DISPLAY  "UNKNOWN CARD TYPE, CARD " CARD-CNT
                              " : " CRD-TYPE
                     MOVE  "Y"  TO CARD-ERR-SW
                 END-IF
           END-EVALUATE.
       120-EDIT-WHERE.
           PERFORM  710-FIND-CARD-FIELD
           IF  SEL-IDX  =  0
               EXIT  PARAGRAPH
           END-IF
           IF  COND-CNT  =  10
               DISPLAY  "MORE THAN 10 WHERE CARDS"
               MOVE  "Y"  TO CARD-ERR-SW
               EXIT  PARAGRAPH
           END-IF
           IF  CRD-OP  NOT =  "= "  AND  CRD-OP  NOT =  "< "
               AND  CRD-OP  NOT =  "> "  AND  CRD-OP  NOT =  "BT"
               AND  CRD-OP  NOT =  "IN"
               DISPLAY  "INVALID OPERATOR, CARD " CARD-CNT
                        " : " CRD-OP
               MOVE  "Y"  TO CARD-ERR-SW
               EXIT  PARAGRAPH
           END-IF
           ADD   1  TO COND-CNT
           MOVE  SEL-IDX  TO CT-FLD (COND-CNT)
           MOVE  CRD-OP   TO CT-OP  (COND-CNT)
           MOVE  0        TO CT-VAL-CNT (COND-CNT)
           MOVE  1        TO WK-PTR
           PERFORM  VARYING  VAL-IDX  FROM  1  BY 1
                    UNTIL VAL-IDX  >  10  OR  WK-PTR  >  53
              MOVE  SPACES  TO WK-TOKEN
              UNSTRING  CRD-VALUE  DELIMITED BY ","
                  INTO  WK-TOKEN
                  WITH POINTER  WK-PTR
              END-UNSTRING
              PERFORM  720-LEFT-JUSTIFY
              IF  WK-TOKEN  NOT =  SPACES
                  ADD   1  TO CT-VAL-CNT (COND-CNT)
                  MOVE  WK-TOKEN
                     TO CT-VAL (COND-CNT, CT-VAL-CNT (COND-CNT))
                  IF  LT-TYPE (SEL-IDX)  NOT =  "X"
                      PERFORM  730-PARSE-NUMBER
                      MOVE  WK-NUM
                         TO CT-NUM (COND-CNT, CT-VAL-CNT (COND-CNT))
                  END-IF
              END-IF
           END-PERFORM
           IF  CT-VAL-CNT (COND-CNT)  =  0
               OR  ( CRD-OP  =  "BT"
                     AND  CT-VAL-CNT (COND-CNT)  NOT =  2 )
               OR  ( CRD-OP  NOT =  "BT"  AND  CRD-OP  NOT =  "IN"
                     AND  CT-VAL-CNT (COND-CNT)  NOT =  1 )
               DISPLAY  "WRONG NUMBER OF VALUES, CARD " CARD-CNT
               MOVE  "Y"  TO CARD-ERR-SW
           END-IF.
       130-EDIT-SORT.
           PERFORM  710-FIND-CARD-FIELD
           IF  SEL-IDX  =  0
               EXIT  PARAGRAPH
           END-IF
           IF  SORT-CNT  =  3
               DISPLAY  "MORE THAN 3 SORT CARDS"
               MOVE  "Y"  TO CARD-ERR-SW
               EXIT  PARAGRAPH
           END-IF
           ADD   1  TO SORT-CNT
           MOVE  SEL-IDX  TO SK-FLD (SORT-CNT)
           IF  CRD-OP (1:1)  =  "D"
               MOVE  "D"  TO SK-DIR (SORT-CNT)
           ELSE
               MOVE  "A"  TO SK-DIR (SORT-CNT)
           END-IF.
       140-EDIT-COLUMN.
           PERFORM  710-FIND-CARD-FIELD
           IF  SEL-IDX  =  0
               EXIT  PARAGRAPH
           END-IF
           IF  COL-CNT  =  40
               DISPLAY  "MORE THAN 40 COLUMN CARDS"
               MOVE  "Y"  TO CARD-ERR-SW
               EXIT  PARAGRAPH
           END-IF
           ADD   1  TO COL-CNT
           MOVE  SEL-IDX  TO COL-FLD (COL-CNT).
       150-CHECK-ACCESS.
           MOVE  "N"  TO SIGNON-REPLY
           EVALUATE  ASK-FILE
              WHEN  "D0441"
              WHEN  "D0733"
                 MOVE  "STU"  TO SIGNON-SUBSYS
              WHEN  "D0872"
              WHEN  "D0885"
                 MOVE  "INS"  TO SIGNON-SUBSYS
              WHEN  "D0873"
                 MOVE  "PAY"  TO SIGNON-SUBSYS
              WHEN  "D0771"
                 MOVE  "PUR"  TO SIGNON-SUBSYS
              WHEN  OTHER
                 DISPLAY  "FILE NOT AVAILABLE TO EXTRACT : " ASK-FILE
                 EXIT  PARAGRAPH
           END-EVALUATE
           DISPLAY  "OPERATOR ID : " WITH NO ADVANCING
           ACCEPT   SIGNON-USER
           DISPLAY  "PASSWORD    : " WITH NO ADVANCING
           ACCEPT   SIGNON-PASSWORD
           CALL  "P1020"  USING  SIGNON-USER  SIGNON-PASSWORD
                                 SIGNON-SUBSYS  SIGNON-REPLY.
       400-BUILD-KEY.
           MOVE  SPACES  TO S-KEY
           MOVE  1       TO WK-KEY-PTR
           PERFORM  VARYING  SORT-IDX  FROM  1  BY 1
                    UNTIL SORT-IDX  >  SORT-CNT
              MOVE  SK-FLD (SORT-IDX)  TO LT-IDX
              MOVE  SPACES  TO WK-KEY-PIECE
              IF  LT-TYPE (LT-IDX)  =  "X"
                  MOVE  LT-LEN (LT-IDX)  TO WK-KEY-LEN
                  IF  WK-KEY-LEN  >  27
                      MOVE  27  TO WK-KEY-LEN
                  END-IF
                  MOVE  REC-DATA (LT-START (LT-IDX) : WK-KEY-LEN)
                     TO WK-KEY-PIECE
              ELSE
                  PERFORM  740-FIELD-NUMBER
                  COMPUTE  WK-KEY-NUM  =  WK-NUM + 5000000000000
                  MOVE  18  TO WK-KEY-LEN
                  MOVE  WK-KEY-NUM-X  TO WK-KEY-PIECE
              END-IF
              IF  SK-DIR (SORT-IDX)  =  "D"
                  INSPECT  WK-KEY-PIECE  CONVERTING  ASC-CHARS
                                         TO  DESC-CHARS
              END-IF
              MOVE  WK-KEY-PIECE (1 : WK-KEY-LEN)
                 TO S-KEY (WK-KEY-PTR : WK-KEY-LEN)
              ADD   WK-KEY-LEN  TO WK-KEY-PTR
           END-PERFORM
           MOVE  REC-NO  TO S-KEY (82:7).
       410-BUILD-LINE.
           MOVE  SPACES  TO WK-CSV-LINE
           MOVE  1       TO WK-PTR
           PERFORM  VARYING  COL-IDX  FROM  1  BY 1
                    UNTIL COL-IDX  >  COL-CNT
              MOVE  COL-FLD (COL-IDX)  TO LT-IDX
              IF  COL-IDX  >  1
                  STRING  ","  DELIMITED BY SIZE
                     INTO WK-CSV-LINE  WITH POINTER  WK-PTR
                  END-STRING
              END-IF
              IF  LT-TYPE (LT-IDX)  =  "X"
                  PERFORM  420-TEXT-COLUMN
              ELSE
                  PERFORM  430-NUMBER-COLUMN
              END-IF
           END-PERFORM.
       420-TEXT-COLUMN.
           MOVE  LT-LEN (LT-IDX)  TO WK-TEXT-LEN
           PERFORM  UNTIL WK-TEXT-LEN  =  0
                    OR  REC-DATA (LT-START (LT-IDX) + WK-TEXT-LEN - 1
                                  : 1)  NOT =  SPACE
              SUBTRACT  1  FROM WK-TEXT-LEN
           END-PERFORM
           STRING  """"  DELIMITED BY SIZE
              INTO WK-CSV-LINE  WITH POINTER  WK-PTR
           END-STRING
           IF  WK-TEXT-LEN  >  0
               STRING  REC-DATA (LT-START (LT-IDX) : WK-TEXT-LEN)
                          DELIMITED BY SIZE
                  INTO WK-CSV-LINE  WITH POINTER  WK-PTR
               END-STRING
               INSPECT  WK-CSV-LINE (WK-PTR - WK-TEXT-LEN :
                                     WK-TEXT-LEN)
                        REPLACING  ALL  """"  BY  "'"
           END-IF
           STRING  """"  DELIMITED BY SIZE
              INTO WK-CSV-LINE  WITH POINTER  WK-PTR
           END-STRING.
       430-NUMBER-COLUMN.
           PERFORM  740-FIELD-NUMBER
           MOVE  WK-NUM  TO WK-NUM-ED
           MOVE  0  TO WK-LEAD
           INSPECT  WK-NUM-ED  TALLYING  WK-LEAD  FOR LEADING SPACES
           IF  LT-DEC (LT-IDX)  =  0
               COMPUTE  WK-OUT-LEN  =  14 - WK-LEAD
           ELSE
               COMPUTE  WK-OUT-LEN  =  15 + LT-DEC (LT-IDX) - WK-LEAD
           END-IF
           STRING  WK-NUM-ED (WK-LEAD + 1 : WK-OUT-LEN)
                      DELIMITED BY SIZE
              INTO WK-CSV-LINE  WITH POINTER  WK-PTR
           END-STRING.
       600-OPEN-DATA.
           MOVE  "N"  TO DATA-EOF-SW
           MOVE  "Y"  TO DATA-OPEN-SW
           EVALUATE  ASK-FILE
              WHEN  "D0441"
                 OPEN  INPUT STUDFL
              WHEN  "D0733"
                 OPEN  INPUT BASFL
              WHEN  "D0771"
                 OPEN  INPUT SALFL
              WHEN  "D0872"
                 OPEN  INPUT INSFL
              WHEN  "D0873"
                 OPEN  INPUT EMPFL
              WHEN  "D0885"
                 OPEN  INPUT BILLFL
           END-EVALUATE
           IF  DATFL-STATUS  NOT =  "00"
               DISPLAY  "CANNOT OPEN " ASK-FILE " STATUS "
                        DATFL-STATUS
               MOVE  "N"  TO DATA-OPEN-SW
           END-IF.
       610-READ-DATA.
           MOVE  SPACES  TO REC-DATA
           EVALUATE  ASK-FILE
              WHEN  "D0441"
                 READ  STUDFL  NEXT  AT END
                    MOVE  "Y"   TO DATA-EOF-SW
                 END-READ
                 MOVE  STUD-REC  TO REC-DATA
              WHEN  "D0733"
                 READ  BASFL  AT END
                    MOVE  "Y"   TO DATA-EOF-SW
                 END-READ
                 MOVE  BAS-REC   TO REC-DATA
              WHEN  "D0771"
                 READ  SALFL  AT END
                    MOVE  "Y"   TO DATA-EOF-SW
                 END-READ
                 MOVE  SAL-REC   TO REC-DATA
              WHEN  "D0872"
                 READ  INSFL  NEXT  AT END
                    MOVE  "Y"   TO DATA-EOF-SW
                 END-READ
                 MOVE  INS-REC   TO REC-DATA
              WHEN  "D0873"
                 READ  EMPFL  NEXT  AT END
                    MOVE  "Y"   TO DATA-EOF-SW
                 END-READ
                 MOVE  EMP-REC   TO REC-DATA
              WHEN  "D0885"
                 READ  BILLFL  AT END
                    MOVE  "Y"   TO DATA-EOF-SW
                 END-READ
                 MOVE  BILL-REC  TO REC-DATA
           END-EVALUATE
           IF  DATA-EOF-SW  NOT =  "Y"
               ADD   1  TO REC-NO  READ-CNT
           END-IF.
       620-CLOSE-DATA.
           EVALUATE  ASK-FILE
              WHEN  "D0441"
                 CLOSE STUDFL
              WHEN  "D0733"
                 CLOSE BASFL
              WHEN  "D0771"
                 CLOSE SALFL
              WHEN  "D0872"
                 CLOSE INSFL
              WHEN  "D0873"
                 CLOSE EMPFL
              WHEN  "D0885"
                 CLOSE BILLFL
           END-EVALUATE
           MOVE  "N"  TO DATA-OPEN-SW.
       700-LOAD-LAYOUT.
           MOVE  0  TO LT-CNT
           OPEN  INPUT LAYFL
           IF  LAYFL-STATUS  NOT =  "00"
               DISPLAY  "NO LAYOUT REGISTRY D1243.DAT"
               EXIT  PARAGRAPH
           END-IF
           MOVE  "N"  TO EOF-SW
           READ  LAYFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              IF  LAY-FILE  =  ASK-FILE
                  PERFORM  705-MERGE-FIELD
              END-IF
              READ  LAYFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE LAYFL
           MOVE  "N"  TO EOF-SW
           MOVE  0  TO LT-IDX-2
           PERFORM  VARYING  LT-IDX  FROM  1  BY 1
                    UNTIL LT-IDX  >  LT-CNT
              IF  LT-LEN (LT-IDX)  >  0
                  ADD   1  TO LT-IDX-2
                  MOVE  LT-ENTRY (LT-IDX)  TO LT-ENTRY (LT-IDX-2)
              END-IF
           END-PERFORM
           MOVE  LT-IDX-2  TO LT-CNT
           PERFORM  VARYING  LT-IDX  FROM  1  BY 1
                    UNTIL LT-IDX  >  LT-CNT
              PERFORM  VARYING  LT-IDX-2  FROM  LT-IDX  BY 1
                       UNTIL LT-IDX-2  >  LT-CNT
                 IF  LT-SEQ (LT-IDX-2)  <  LT-SEQ (LT-IDX)
                     MOVE  LT-ENTRY (LT-IDX)    TO LT-SAVE
                     MOVE  LT-ENTRY (LT-IDX-2)  TO LT-ENTRY (LT-IDX)
                     MOVE  LT-SAVE              TO LT-ENTRY (LT-IDX-2)
                 END-IF
              END-PERFORM
           END-PERFORM.
       705-MERGE-FIELD.
           MOVE  0  TO SEL-IDX
           PERFORM  VARYING  LT-IDX  FROM  1  BY 1
                    UNTIL LT-IDX  >  LT-CNT
              IF  LT-SEQ (LT-IDX)  =  LAY-SEQ
                  MOVE  LT-IDX  TO SEL-IDX
              END-IF
           END-PERFORM
           IF  SEL-IDX  =  0  AND  LT-CNT  <  100
               ADD   1  TO LT-CNT
               MOVE  LT-CNT  TO SEL-IDX
           END-IF
           IF  SEL-IDX  >  0
               MOVE  LAY-SEQ    TO LT-SEQ   (SEL-IDX)
               MOVE  LAY-FIELD  TO LT-FIELD (SEL-IDX)
               MOVE  LAY-START  TO LT-START (SEL-IDX)
               MOVE  LAY-LEN    TO LT-LEN   (SEL-IDX)
               MOVE  LAY-TYPE   TO LT-TYPE  (SEL-IDX)
               MOVE  LAY-DEC    TO LT-DEC   (SEL-IDX)
               MOVE  LAY-KEY    TO LT-KEY   (SEL-IDX)
               MOVE  LAY-CHECK  TO LT-CHECK (SEL-IDX)
           END-IF.
       710-FIND-CARD-FIELD.
           MOVE  0  TO SEL-IDX
           PERFORM  VARYING  LT-IDX  FROM  1  BY 1
                    UNTIL LT-IDX  >  LT-CNT
              IF  LT-FIELD (LT-IDX)  =  CRD-FIELD
                  MOVE  LT-IDX  TO SEL-IDX
              END-IF
           END-PERFORM
           IF  SEL-IDX  =  0
               DISPLAY  "FIELD NOT IN LAYOUT, CARD " CARD-CNT
                        " : " CRD-FIELD
               MOVE  "Y"  TO CARD-ERR-SW
           END-IF.
       720-LEFT-JUSTIFY.
           PERFORM  UNTIL WK-TOKEN  =  SPACES
                    OR  WK-TOKEN (1:1)  NOT =  SPACE
              MOVE  WK-TOKEN (2:39)  TO WK-FLD-X
              MOVE  WK-FLD-X  TO WK-TOKEN
           END-PERFORM.
       730-PARSE-NUMBER.
           MOVE  0    TO WK-INT  WK-FRAC  WK-FRAC-CNT
           MOVE  "N"  TO WK-NEG-SW  WK-DOT-SW
           PERFORM  VARYING  CHAR-IDX  FROM  1  BY 1
                    UNTIL CHAR-IDX  >  40
              MOVE  WK-TOKEN (CHAR-IDX:1)  TO WK-CHAR
              EVALUATE TRUE
                 WHEN  WK-CHAR  =  "-"
                    MOVE  "Y"  TO WK-NEG-SW
                 WHEN  WK-CHAR  =  "."
                    MOVE  "Y"  TO WK-DOT-SW
                 WHEN  WK-CHAR  IS NUMERIC  AND  WK-DOT-SW  =  "N"
                    COMPUTE  WK-INT  =  WK-INT * 10 + WK-DIGIT
                 WHEN  WK-CHAR  IS NUMERIC  AND  WK-FRAC-CNT  <  5
                    ADD   1  TO WK-FRAC-CNT
                    COMPUTE  WK-FRAC  =  WK-FRAC
                           +  WK-DIGIT * 10 ** (5 - WK-FRAC-CNT)
                 WHEN  WK-CHAR  =  SPACE  OR  WK-CHAR  =  ","
                    CONTINUE
                 WHEN  WK-CHAR  IS NUMERIC
                    CONTINUE
                 WHEN  OTHER
                    DISPLAY  "INVALID NUMBER, CARD " CARD-CNT
                             " : " WK-TOKEN
                    MOVE  "Y"  TO CARD-ERR-SW
                    MOVE  41   TO CHAR-IDX
              END-EVALUATE
           END-PERFORM
           COMPUTE  WK-NUM  =  WK-INT + WK-FRAC / 100000
           IF  WK-NEG-SW  =  "Y"
               COMPUTE  WK-NUM  =  0 - WK-NUM
           END-IF.
       740-FIELD-NUMBER.
           MOVE  ALL "0"  TO WK-DIG-X
           IF  LT-LEN (LT-IDX)  >  18
               MOVE  REC-DATA (LT-START (LT-IDX) + LT-LEN (LT-IDX) - 18
                               : 18)  TO WK-DIG-X
           ELSE
               MOVE  REC-DATA (LT-START (LT-IDX) : LT-LEN (LT-IDX))
                  TO WK-DIG-X (19 - LT-LEN (LT-IDX) : LT-LEN (LT-IDX))
           END-IF
           MOVE  0  TO WK-NUM
           IF  LT-TYPE (LT-IDX)  =  "S"
               IF  WK-DIG-S  IS NUMERIC
                   COMPUTE  WK-NUM  =  WK-DIG-S / 10 ** LT-DEC (LT-IDX)
               END-IF
           ELSE
               IF  WK-DIG-N  IS NUMERIC
                   COMPUTE  WK-NUM  =  WK-DIG-N / 10 ** LT-DEC (LT-IDX)
               END-IF
           END-IF.
       800-TEST-RECORD.
           MOVE  "Y"  TO SELECT-SW
           PERFORM  VARYING  COND-IDX  FROM  1  BY 1
                    UNTIL COND-IDX  >  COND-CNT  OR  SELECT-SW  =  "N"
              PERFORM  810-TEST-CONDITION
              IF  TRUE-SW  =  "N"
                  MOVE  "N"  TO SELECT-SW
              END-IF
           END-PERFORM.
       810-TEST-CONDITION.
           MOVE  "N"  TO TRUE-SW
           MOVE  CT-FLD (COND-IDX)  TO LT-IDX
           IF  LT-TYPE (LT-IDX)  =  "X"
               MOVE  LT-LEN (LT-IDX)  TO WK-CMP-LEN
               IF  WK-CMP-LEN  >  40
                   MOVE  40  TO WK-CMP-LEN
               END-IF
               MOVE  SPACES  TO WK-FLD-X
               MOVE  REC-DATA (LT-START (LT-IDX) : WK-CMP-LEN)
                  TO WK-FLD-X
               PERFORM  820-TEST-TEXT
           ELSE
               PERFORM  740-FIELD-NUMBER
               PERFORM  830-TEST-NUMBER
           END-IF.
       820-TEST-TEXT.
           EVALUATE  CT-OP (COND-IDX)
              WHEN  "= "
                 IF  WK-FLD-X  =  CT-VAL (COND-IDX, 1)
                     MOVE  "Y"  TO TRUE-SW
                 END-IF
              WHEN  "< "
                 IF  WK-FLD-X  <  CT-VAL (COND-IDX, 1)
                     MOVE  "Y"  TO TRUE-SW
                 END-IF
              WHEN  "> "
                 IF  WK-FLD-X  >  CT-VAL (COND-IDX, 1)
                     MOVE  "Y"  TO TRUE-SW
                 END-IF
              WHEN  "BT"
                 IF  WK-FLD-X  NOT <  CT-VAL (COND-IDX, 1)
                     AND  WK-FLD-X  NOT >  CT-VAL (COND-IDX, 2)
                     MOVE  "Y"  TO TRUE-SW
                 END-IF
              WHEN  "IN"
                 PERFORM  VARYING  VAL-IDX  FROM  1  BY 1
                          UNTIL VAL-IDX  >  CT-VAL-CNT (COND-IDX)
                    IF  WK-FLD-X  =  CT-VAL (COND-IDX, VAL-IDX)
                        MOVE  "Y"  TO TRUE-SW
                    END-IF
                 END-PERFORM
           END-EVALUATE.
       830-TEST-NUMBER.
           EVALUATE  CT-OP (COND-IDX)
              WHEN  "= "
                 IF  WK-NUM  =  CT-NUM (COND-IDX, 1)
                     MOVE  "Y"  TO TRUE-SW
                 END-IF
              WHEN  "< "
                 IF  WK-NUM  <  CT-NUM (COND-IDX, 1)
                     MOVE  "Y"  TO TRUE-SW
                 END-IF
              WHEN  "> "
                 IF  WK-NUM  >  CT-NUM (COND-IDX, 1)
                     MOVE  "Y"  TO TRUE-SW
                 END-IF
              WHEN  "BT"
                 IF  WK-NUM  NOT <  CT-NUM (COND-IDX, 1)
                     AND  WK-NUM  NOT >  CT-NUM (COND-IDX, 2)
                     MOVE  "Y"  TO TRUE-SW
                 END-IF
              WHEN  "IN"
                 PERFORM  VARYING  VAL-IDX  FROM  1  BY 1
                          UNTIL VAL-IDX  >  CT-VAL-CNT (COND-IDX)
                    IF  WK-NUM  =  CT-NUM (COND-IDX, VAL-IDX)
                        MOVE  "Y"  TO TRUE-SW
                    END-IF
                 END-PERFORM
           END-EVALUATE.
       900-LOG-EXTRACT.
           OPEN  EXTEND SECFL
           IF  SECFL-STATUS  =  "35"
               OPEN  OUTPUT SECFL
           END-IF
           MOVE  WK-DATE-8      TO SEC-DATE
           ACCEPT   SEC-TIME  FROM  TIME
           MOVE  SIGNON-USER    TO SEC-USER
           MOVE  SIGNON-SUBSYS  TO SEC-SUBSYS
           MOVE  SPACES         TO SEC-RESULT
           STRING  "EX"      DELIMITED BY SIZE
                   ASK-FILE  DELIMITED BY SPACE
              INTO SEC-RESULT
           END-STRING
           WRITE SEC-REC
           CLOSE SECFL.
       950-SELECT-RECORDS SECTION.
       951-SELECT-RTN.
           PERFORM  610-READ-DATA
           PERFORM  UNTIL DATA-EOF-SW = "Y"
              PERFORM  800-TEST-RECORD
              IF  SELECT-SW  =  "Y"
                  PERFORM  400-BUILD-KEY
                  MOVE  REC-DATA  TO S-DATA
                  RELEASE  S-REC
                  ADD   1  TO SEL-CNT
              END-IF
              PERFORM  610-READ-DATA
           END-PERFORM
           PERFORM  620-CLOSE-DATA.
       970-WRITE-CSV SECTION.
       971-WRITE-RTN.
           OPEN  OUTPUT   CSVFL
           MOVE  SPACES  TO WK-CSV-LINE
           MOVE  1       TO WK-PTR
           PERFORM  VARYING  COL-IDX  FROM  1  BY 1
                    UNTIL COL-IDX  >  COL-CNT
              MOVE  COL-FLD (COL-IDX)  TO LT-IDX
              IF  COL-IDX  >  1
                  STRING  ","  DELIMITED BY SIZE
                     INTO WK-CSV-LINE  WITH POINTER  WK-PTR
                  END-STRING
              END-IF
              STRING  LT-FIELD (LT-IDX)  DELIMITED BY SPACE
                 INTO WK-CSV-LINE  WITH POINTER  WK-PTR
              END-STRING
           END-PERFORM
           WRITE CSV-REC  FROM  WK-CSV-LINE
           RETURN   SORTFL   AT END
                    MOVE  "Y"   TO SORT-EOF-SW
           END-RETURN
           PERFORM  UNTIL SORT-EOF-SW = "Y"
              MOVE  S-DATA  TO REC-DATA
              PERFORM  410-BUILD-LINE
              WRITE CSV-REC  FROM  WK-CSV-LINE
              RETURN   SORTFL   AT END
                       MOVE  "Y"   TO SORT-EOF-SW
              END-RETURN
           END-PERFORM
           MOVE  READ-CNT  TO READ-CNT-ED
           MOVE  SEL-CNT   TO SEL-CNT-ED
           MOVE  0  TO WK-LEAD  WK-OUT-LEN
           INSPECT  READ-CNT-ED  TALLYING  WK-LEAD  FOR LEADING SPACES
           INSPECT  SEL-CNT-ED   TALLYING  WK-OUT-LEN
                                 FOR LEADING SPACES
           MOVE  SPACES  TO WK-CSV-LINE
           STRING  """CONTROL"",""" DELIMITED BY SIZE
                   ASK-FILE          DELIMITED BY SPACE
                   """,""READ"","    DELIMITED BY SIZE
                   READ-CNT-ED (WK-LEAD + 1 :)
                                     DELIMITED BY SIZE
                   ",""SELECTED"","  DELIMITED BY SIZE
                   SEL-CNT-ED (WK-OUT-LEN + 1 :)
                                     DELIMITED BY SIZE
              INTO WK-CSV-LINE
           END-STRING
           WRITE CSV-REC  FROM  WK-CSV-LINE
           CLOSE CSVFL.
