       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P1240.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT   GENFL    ASSIGN   TO DYNAMIC WK-DATA-NAME
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    DATFL-STATUS.
           SELECT   PRINTFL  ASSIGN   TO "PRINT1240".
       DATA   DIVISION.
       FILE   SECTION.
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
       FD  GENFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS GEN-REC.
       01  GEN-REC             PIC X(200).
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC             PIC X(100).
       WORKING-STORAGE SECTION.
       01  STD-LAYOUT-TAB.
           03 FILLER           PIC X(38)  VALUE
              "D0441   001STUD-IDNO       0001005X0YN".
           03 FILLER           PIC X(38)  VALUE
              "D0441   002STUD-DPT        0006002X0NN".
           03 FILLER           PIC X(38)  VALUE
              "D0441   003STUD-YEAR       000800190NN".
           03 FILLER           PIC X(38)  VALUE
              "D0441   004STUD-NAME       0009009X0NN".
           03 FILLER           PIC X(38)  VALUE
              "D0441   005SUBJ-CRED-1     001800190NN".
           03 FILLER           PIC X(38)  VALUE
              "D0441   006SUBJ-SCOR-1     001900491NN".
           03 FILLER           PIC X(38)  VALUE
              "D0441   007SUBJ-CRED-2     002300190NN".
           03 FILLER           PIC X(38)  VALUE
              "D0441   008SUBJ-SCOR-2     002400491NN".
           03 FILLER           PIC X(38)  VALUE
              "D0441   009SUBJ-CRED-3     002800190NN".
           03 FILLER           PIC X(38)  VALUE
              "D0441   010SUBJ-SCOR-3     002900491NN".
           03 FILLER           PIC X(38)  VALUE
              "D0441   011SUBJ-CRED-4     003300190NN".
           03 FILLER           PIC X(38)  VALUE
              "D0441   012SUBJ-SCOR-4     003400491NN".
           03 FILLER           PIC X(38)  VALUE
              "D0441   013SUBJ-CRED-5     003800190NN".
           03 FILLER           PIC X(38)  VALUE
              "D0441   014SUBJ-SCOR-5     003900491NN".
           03 FILLER           PIC X(38)  VALUE
              "D0441   015SUBJ-CRED-6     004300190NN".
           03 FILLER           PIC X(38)  VALUE
              "D0441   016SUBJ-SCOR-6     004400491NN".
           03 FILLER           PIC X(38)  VALUE
              "D0441   017STUD-STATUS     0048001X0NN".
           03 FILLER           PIC X(38)  VALUE
              "D0733   001BAS-NO          0001004X0YN".
           03 FILLER           PIC X(38)  VALUE
              "D0733   002BAS-NAME        0005009X0NN".
           03 FILLER           PIC X(38)  VALUE
              "D0733   003BAS-B1          001400290NY".
           03 FILLER           PIC X(38)  VALUE
              "D0733   004BAS-B2          001600290NY".
           03 FILLER           PIC X(38)  VALUE
              "D0733   005BAS-B3          001800290NY".
           03 FILLER           PIC X(38)  VALUE
              "D0733   006BAS-HM          002000290NY".
           03 FILLER           PIC X(38)  VALUE
              "D0733   007BAS-AB          002200390NY".
           03 FILLER           PIC X(38)  VALUE
              "D0733   008BAS-BB          002500290NY".
           03 FILLER           PIC X(38)  VALUE
              "D0733   009BAS-RBI         002700290NY".
           03 FILLER           PIC X(38)  VALUE
              "D0771   001SAL-DATE        000100690YY".
           03 FILLER           PIC X(38)  VALUE
              "D0771   002SAL-BOUGHT      000700390NY".
           03 FILLER           PIC X(38)  VALUE
              "D0771   003SAL-SOLD        001000390NY".
           03 FILLER           PIC X(38)  VALUE
              "D0872   001INS-CODE        000100590YY".
           03 FILLER           PIC X(38)  VALUE
              "D0872   002INS-AGE         000600290NN".
           03 FILLER           PIC X(38)  VALUE
              "D0872   003INS-SEX         0008001X0NN".
           03 FILLER           PIC X(38)  VALUE
              "D0872   004INS-M           0009001X0NN".
           03 FILLER           PIC X(38)  VALUE
              "D0872   005INS-F           001000190NN".
           03 FILLER           PIC X(38)  VALUE
              "D0872   006INS-SMOKE       0011001X0NN".
           03 FILLER           PIC X(38)  VALUE
              "D0872   007INS-COVERAGE    001200790NY".
           03 FILLER           PIC X(38)  VALUE
              "D0872   008INS-AGENT       0019003X0NN".
           03 FILLER           PIC X(38)  VALUE
              "D0872   009INS-STATUS      0022001X0NN".
           03 FILLER           PIC X(38)  VALUE
              "D0872   010INS-DOB         002300890NN".
           03 FILLER           PIC X(38)  VALUE
              "D0873   001EMP-ID          0001003X0YN".
           03 FILLER           PIC X(38)  VALUE
              "D0873   002EMP-NAME        0004009X0NN".
           03 FILLER           PIC X(38)  VALUE
              "D0873   003EMP-HR          001300390NY".
           03 FILLER           PIC X(38)  VALUE
              "D0873   004EMP-RAT         001600490NY".
           03 FILLER           PIC X(38)  VALUE
              "D0873   005EMP-RAT-EFDT    002000690NN".
           03 FILLER           PIC X(38)  VALUE
              "D0873   006EMP-HIST-CNT    002600190NN".
           03 FILLER           PIC X(38)  VALUE
              "D0873   007HIST-EFDT-1     002700690NN".
           03 FILLER           PIC X(38)  VALUE
              "D0873   008HIST-RAT-1      003300490NN".
           03 FILLER           PIC X(38)  VALUE
              "D0873   009HIST-EFDT-2     003700690NN".
           03 FILLER           PIC X(38)  VALUE
              "D0873   010HIST-RAT-2      004300490NN".
           03 FILLER           PIC X(38)  VALUE
              "D0873   011HIST-EFDT-3     004700690NN".
           03 FILLER           PIC X(38)  VALUE
              "D0873   012HIST-RAT-3      005300490NN".
           03 FILLER           PIC X(38)  VALUE
              "D0873   013HIST-EFDT-4     005700690NN".
           03 FILLER           PIC X(38)  VALUE
              "D0873   014HIST-RAT-4      006300490NN".
           03 FILLER           PIC X(38)  VALUE
              "D0873   015HIST-EFDT-5     006700690NN".
           03 FILLER           PIC X(38)  VALUE
              "D0873   016HIST-RAT-5      007300490NN".
           03 FILLER           PIC X(38)  VALUE
              "D0873   017EMP-ACCT        0077014X0NN".
           03 FILLER           PIC X(38)  VALUE
              "D0873   018EMP-DEPT        0091003X0NN".
           03 FILLER           PIC X(38)  VALUE
              "D0885   001BILL-CODE       000100590YN".
           03 FILLER           PIC X(38)  VALUE
              "D0885   002BILL-SEQ        000600290NN".
           03 FILLER           PIC X(38)  VALUE
              "D0885   003BILL-DUE-DATE   000800890NN".
           03 FILLER           PIC X(38)  VALUE
              "D0885   004BILL-AMT        001600790NN".
       01  STD-LAYOUT-TAB-R  REDEFINES  STD-LAYOUT-TAB.
           03 STD-ENTRY        PIC X(38)  OCCURS 61 TIMES.
       01  STD-CNT             PIC 9(3)   VALUE 61.
       01  HD-1.
           03 FILLER           PIC X(26)  VALUE SPACES.
           03 FILLER           PIC X(40)  VALUE
                 "FORMATTED RECORD DUMP".
       01  HD-2.
           03 FILLER           PIC X(14)  VALUE "RUN DATE   : ".
           03 HD-DATE          PIC 9(4)/99/99.
           03 FILLER           PIC X(4).
           03 FILLER           PIC X(8)   VALUE "FILE : ".
           03 HD-FILE          PIC X(8).
           03 FILLER           PIC X(4).
           03 FILLER           PIC X(10)  VALUE "SELECT : ".
           03 HD-SELECT        PIC X(40).
       01  HD-3                PIC X(99)  VALUE ALL "=".
       01  HD-4                PIC X(99)  VALUE ALL "-".
       01  RH-DL.
           03 FILLER           PIC X(9)   VALUE "RECORD : ".
           03 RH-REC-NO        PIC ZZZZZZ9.
       01  FD-DL.
           03 FILLER           PIC X(2).
           03 FD-FIELD         PIC X(16).
           03 FILLER           PIC X(1).
           03 FD-START         PIC ZZZ9.
           03 FILLER           PIC X(1)   VALUE ":".
           03 FD-LEN           PIC ZZ9.
           03 FILLER           PIC X(2).
           03 FD-TYPE          PIC X.
           03 FILLER           PIC X(1).
           03 FD-KEY           PIC X(5).
           03 FILLER           PIC X(2).
           03 FD-VALUE         PIC X(60).
       01  TOT-DL.
           03 FILLER           PIC X(20)  VALUE "RECORDS READ     : ".
           03 TOT-READ         PIC ZZZ,ZZ9.
           03 FILLER           PIC X(4).
           03 FILLER           PIC X(20)  VALUE "RECORDS PRINTED  : ".
           03 TOT-PRINT        PIC ZZZ,ZZ9.
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
       01  REC-DATA            PIC X(200).
       01  WK-VALUE            PIC X(60).
       01  WK-INT-LEN          PIC 9(3).
       01  WK-DEC-POS          PIC 9(4).
       01  WK-CMP-LEN          PIC 9(3).
       01  WK-DATE-WK          PIC 9(6).
       01  WK-DATE-PL          PIC 9(4)/99/99.
       01  MODE-SW             PIC X.
       01  CMD-SW              PIC X.
       01  DATA-OPEN-SW        PIC X      VALUE "N".
       01  DATA-EOF-SW         PIC X      VALUE "N".
       01  FOUND-SW            PIC X.
       01  ASK-FILE            PIC X(8).
       01  WK-DATA-NAME        PIC X(20).
       01  ASK-FIELD           PIC X(16).
       01  ASK-VALUE           PIC X(40).
       01  ASK-SEQ             PIC 9(3).
       01  SEL-IDX             PIC 9(3).
       01  LT-IDX              PIC 9(3).
       01  LT-IDX-2            PIC 9(3).
       01  STD-IDX             PIC 9(3).
       01  REC-NO              PIC 9(7).
       01  READ-CNT            PIC 9(7)   VALUE 0.
       01  PRINT-CNT           PIC 9(7)   VALUE 0.
       01  LOAD-CNT            PIC 9(3)   VALUE 0.
       01  EOF-SW              PIC X      VALUE "N".
       01  LAYFL-STATUS        PIC XX.
       01  DATFL-STATUS        PIC XX.
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "(L)OAD STANDARD LAYOUTS  (M)AINTAIN  "
                    "(B)ROWSE  (D)UMP : " WITH NO ADVANCING
           ACCEPT   MODE-SW
           EVALUATE  MODE-SW
              WHEN  "L"
                 PERFORM  100-LOAD-STANDARD
              WHEN  "M"
                 PERFORM  200-MAINTAIN-LAYOUT
              WHEN  "B"
                 PERFORM  300-BROWSE
              WHEN  "D"
                 PERFORM  400-DUMP
              WHEN  OTHER
                 DISPLAY  "INVALID MODE"
           END-EVALUATE
           STOP  RUN.
       100-LOAD-STANDARD.
           OPEN  EXTEND LAYFL
           IF  LAYFL-STATUS  =  "35"
               OPEN  OUTPUT LAYFL
           END-IF
           PERFORM  VARYING  STD-IDX  FROM  1  BY 1
                    UNTIL STD-IDX  >  STD-CNT
              MOVE  STD-ENTRY (STD-IDX)  TO LAY-REC
              WRITE LAY-REC
              ADD   1  TO LOAD-CNT
           END-PERFORM
           CLOSE LAYFL
           DISPLAY  "LAYOUT FIELDS WRITTEN = " LOAD-CNT.
       200-MAINTAIN-LAYOUT.
           OPEN  EXTEND LAYFL
           IF  LAYFL-STATUS  =  "35"
               OPEN  OUTPUT LAYFL
           END-IF
           DISPLAY  "DATA FILE (E.G. D0872)   : " WITH NO ADVANCING
           ACCEPT   ASK-FILE
           MOVE  1  TO ASK-SEQ
           PERFORM  UNTIL ASK-SEQ = 0
              DISPLAY  " "
              DISPLAY  "FIELD SEQUENCE (0:END)   : "
                       WITH NO ADVANCING
              ACCEPT   ASK-SEQ
              IF  ASK-SEQ  NOT =  0
                  PERFORM  210-LAYOUT-FIELD
              END-IF
           END-PERFORM
           CLOSE LAYFL
           DISPLAY  "LAYOUT FIELDS WRITTEN = " LOAD-CNT.
       210-LAYOUT-FIELD.
           MOVE  ASK-FILE  TO LAY-FILE
           MOVE  ASK-SEQ   TO LAY-SEQ
           DISPLAY  "FIELD NAME               : " WITH NO ADVANCING
           ACCEPT   LAY-FIELD
           DISPLAY  "START POSITION           : " WITH NO ADVANCING
           ACCEPT   LAY-START
           DISPLAY  "LENGTH (0:DELETE FIELD)  : " WITH NO ADVANCING
           ACCEPT   LAY-LEN
           MOVE  "X"  TO LAY-TYPE
           MOVE  0    TO LAY-DEC
           MOVE  "N"  TO LAY-KEY  LAY-CHECK
           IF  LAY-LEN  >  0
               DISPLAY  "TYPE (X/9/S)             : "
                        WITH NO ADVANCING
               ACCEPT   LAY-TYPE
               IF  LAY-TYPE  NOT =  "X"
                   DISPLAY  "DECIMALS                 : "
                            WITH NO ADVANCING
                   ACCEPT   LAY-DEC
                   DISPLAY  "VALIDATE NUMERIC AT INTAKE (Y/N) : "
                            WITH NO ADVANCING
                   ACCEPT   LAY-CHECK
               END-IF
               DISPLAY  "KEY FIELD (Y/N)          : "
                        WITH NO ADVANCING
               ACCEPT   LAY-KEY
           END-IF
           IF  LAY-TYPE  NOT =  "X"  AND  LAY-TYPE  NOT =  "9"
               AND  LAY-TYPE  NOT =  "S"
               DISPLAY  "INVALID TYPE, NOT SAVED"
               EXIT  PARAGRAPH
           END-IF
           IF  LAY-LEN  >  0
               AND  ( LAY-START  =  0
                  OR  LAY-START + LAY-LEN  >  201
                  OR  LAY-DEC  >=  LAY-LEN )
               DISPLAY  "INVALID POSITION OR LENGTH, NOT SAVED"
               EXIT  PARAGRAPH
           END-IF
           IF  LAY-KEY  NOT =  "Y"
               MOVE  "N"  TO LAY-KEY
           END-IF
           IF  LAY-CHECK  NOT =  "Y"
               MOVE  "N"  TO LAY-CHECK
           END-IF
           WRITE LAY-REC
           ADD   1  TO LOAD-CNT.
       300-BROWSE.
           DISPLAY  "DATA FILE (E.G. D0872)   : " WITH NO ADVANCING
           ACCEPT   ASK-FILE
           PERFORM  500-LOAD-LAYOUT
           IF  LT-CNT  =  0
               DISPLAY  "NO LAYOUT REGISTERED FOR " ASK-FILE
               EXIT  PARAGRAPH
           END-IF
           PERFORM  600-OPEN-DATA
           IF  DATA-OPEN-SW  NOT =  "Y"
               EXIT  PARAGRAPH
           END-IF
           MOVE  SPACE  TO CMD-SW
           PERFORM  UNTIL CMD-SW = "E"
              DISPLAY  " "
              DISPLAY  "(N)EXT  (K)EY  (F)IELD SEARCH  (T)OP  "
                       "(E)ND : " WITH NO ADVANCING
              ACCEPT   CMD-SW
              EVALUATE  CMD-SW
                 WHEN  "N"
                    PERFORM  610-READ-DATA
                    IF  DATA-EOF-SW  =  "Y"
                        DISPLAY  "END OF FILE"
                    ELSE
                        PERFORM  700-SHOW-RECORD
                    END-IF
                 WHEN  "T"
                    PERFORM  620-CLOSE-DATA
                    PERFORM  600-OPEN-DATA
                    IF  DATA-OPEN-SW  NOT =  "Y"
                        MOVE  "E"  TO CMD-SW
                    END-IF
                 WHEN  "K"
                    PERFORM  310-FIND-KEY
                 WHEN  "F"
                    PERFORM  320-FIND-FIELD
                 WHEN  "E"
                    CONTINUE
                 WHEN  OTHER
                    DISPLAY  "INVALID COMMAND"
              END-EVALUATE
           END-PERFORM
           PERFORM  620-CLOSE-DATA.
       310-FIND-KEY.
           MOVE  0  TO SEL-IDX
           PERFORM  VARYING  LT-IDX  FROM  1  BY 1
                    UNTIL LT-IDX  >  LT-CNT
              IF  LT-KEY (LT-IDX)  =  "Y"  AND  SEL-IDX  =  0
                  MOVE  LT-IDX  TO SEL-IDX
              END-IF
           END-PERFORM
           IF  SEL-IDX  =  0
               DISPLAY  "NO KEY FIELD REGISTERED FOR " ASK-FILE
               EXIT  PARAGRAPH
           END-IF
           PERFORM  540-SET-CMP-LEN
           DISPLAY  LT-FIELD (SEL-IDX) " = " WITH NO ADVANCING
           ACCEPT   ASK-VALUE
           PERFORM  620-CLOSE-DATA
           PERFORM  600-OPEN-DATA
           IF  DATA-OPEN-SW  NOT =  "Y"
               MOVE  "E"  TO CMD-SW
               EXIT  PARAGRAPH
           END-IF
           PERFORM  800-SCAN-MATCH
           IF  FOUND-SW  =  "Y"
               PERFORM  700-SHOW-RECORD
           ELSE
               DISPLAY  "KEY NOT FOUND"
           END-IF.
       320-FIND-FIELD.
           DISPLAY  "FIELD NAME               : " WITH NO ADVANCING
           ACCEPT   ASK-FIELD
           PERFORM  510-FIND-FIELD-NAME
           IF  SEL-IDX  =  0
               DISPLAY  "FIELD NOT IN LAYOUT"
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  "VALUE                    : " WITH NO ADVANCING
           ACCEPT   ASK-VALUE
           PERFORM  800-SCAN-MATCH
           IF  FOUND-SW  =  "Y"
               PERFORM  700-SHOW-RECORD
           ELSE
               DISPLAY  "NO FURTHER MATCH - (T)OP TO START AGAIN"
           END-IF.
       400-DUMP.
           ACCEPT   WK-DATE-WK  FROM  DATE
           CALL  "P0447"  USING  WK-DATE-WK  WK-DATE-PL
           DISPLAY  "DATA FILE (E.G. D0872)   : " WITH NO ADVANCING
           ACCEPT   ASK-FILE
           PERFORM  500-LOAD-LAYOUT
           IF  LT-CNT  =  0
               DISPLAY  "NO LAYOUT REGISTERED FOR " ASK-FILE
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  "SELECT FIELD (BLANK:ALL) : " WITH NO ADVANCING
           ACCEPT   ASK-FIELD
           MOVE  0  TO SEL-IDX
           MOVE  SPACES  TO ASK-VALUE
           IF  ASK-FIELD  NOT =  SPACES
               PERFORM  510-FIND-FIELD-NAME
               IF  SEL-IDX  =  0
                   DISPLAY  "FIELD NOT IN LAYOUT"
                   EXIT  PARAGRAPH
               END-IF
               DISPLAY  "VALUE                    : "
                        WITH NO ADVANCING
               ACCEPT   ASK-VALUE
           END-IF
           PERFORM  600-OPEN-DATA
           IF  DATA-OPEN-SW  NOT =  "Y"
               EXIT  PARAGRAPH
           END-IF
           OPEN  OUTPUT   PRINTFL
           MOVE  WK-DATE-PL  TO HD-DATE
           MOVE  ASK-FILE    TO HD-FILE
           MOVE  SPACES      TO HD-SELECT
           IF  SEL-IDX  >  0
               STRING  LT-FIELD (SEL-IDX)  DELIMITED BY SPACE
                       " = "               DELIMITED BY SIZE
                       ASK-VALUE           DELIMITED BY SIZE
                  INTO HD-SELECT
               END-STRING
           ELSE
               MOVE  "ALL RECORDS"  TO HD-SELECT
           END-IF
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3  AFTER 1  LINES
           PERFORM  610-READ-DATA
           PERFORM  UNTIL DATA-EOF-SW = "Y"
              IF  SEL-IDX  =  0
                  PERFORM  720-PRINT-RECORD
              ELSE
                  IF  REC-DATA (LT-START (SEL-IDX) : WK-CMP-LEN)
                      =  ASK-VALUE (1 : WK-CMP-LEN)
                      PERFORM  720-PRINT-RECORD
                  END-IF
              END-IF
              PERFORM  610-READ-DATA
           END-PERFORM
           PERFORM  620-CLOSE-DATA
           WRITE PRT-REC  FROM  HD-3  AFTER 1  LINES
           MOVE  READ-CNT   TO TOT-READ
           MOVE  PRINT-CNT  TO TOT-PRINT
           WRITE PRT-REC  FROM  TOT-DL  AFTER 1  LINES
           CLOSE PRINTFL
           DISPLAY  "RECORDS READ    = " READ-CNT
           DISPLAY  "RECORDS PRINTED = " PRINT-CNT.
       500-LOAD-LAYOUT.
           MOVE  0  TO LT-CNT
           OPEN  INPUT LAYFL
           IF  LAYFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
               DISPLAY  "NO LAYOUT REGISTRY D1243.DAT"
           ELSE
               READ  LAYFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              IF  LAY-FILE  =  ASK-FILE
                  PERFORM  520-MERGE-FIELD
              END-IF
              READ  LAYFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  LAYFL-STATUS  NOT =  "35"
               CLOSE LAYFL
           END-IF
           MOVE  "N"   TO EOF-SW
           PERFORM  530-DROP-DELETED
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
       510-FIND-FIELD-NAME.
           MOVE  0  TO SEL-IDX
           PERFORM  VARYING  LT-IDX  FROM  1  BY 1
                    UNTIL LT-IDX  >  LT-CNT
              IF  LT-FIELD (LT-IDX)  =  ASK-FIELD
                  MOVE  LT-IDX  TO SEL-IDX
              END-IF
           END-PERFORM
           PERFORM  540-SET-CMP-LEN.
       520-MERGE-FIELD.
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
       530-DROP-DELETED.
           MOVE  0  TO LT-IDX-2
           PERFORM  VARYING  LT-IDX  FROM  1  BY 1
                    UNTIL LT-IDX  >  LT-CNT
              IF  LT-LEN (LT-IDX)  >  0
                  ADD   1  TO LT-IDX-2
                  MOVE  LT-ENTRY (LT-IDX)  TO LT-ENTRY (LT-IDX-2)
              END-IF
           END-PERFORM
           MOVE  LT-IDX-2  TO LT-CNT.
       540-SET-CMP-LEN.
           IF  SEL-IDX  >  0
               MOVE  LT-LEN (SEL-IDX)  TO WK-CMP-LEN
               IF  WK-CMP-LEN  >  40
                   MOVE  40  TO WK-CMP-LEN
               END-IF
           END-IF.
       600-OPEN-DATA.
           MOVE  "N"  TO DATA-EOF-SW
           MOVE  "Y"  TO DATA-OPEN-SW
           MOVE  0    TO REC-NO
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
              WHEN  OTHER
                 MOVE  SPACES  TO WK-DATA-NAME
                 STRING  ASK-FILE  DELIMITED BY SPACE
                         ".DAT"    DELIMITED BY SIZE
                         INTO  WK-DATA-NAME
                 OPEN  INPUT GENFL
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
              WHEN  OTHER
                 READ  GENFL  AT END
                    MOVE  "Y"   TO DATA-EOF-SW
                 END-READ
                 MOVE  GEN-REC   TO REC-DATA
           END-EVALUATE
           IF  DATA-EOF-SW  NOT =  "Y"
               ADD   1  TO REC-NO  READ-CNT
           END-IF.
       620-CLOSE-DATA.
           IF  DATA-OPEN-SW  NOT =  "Y"
               EXIT  PARAGRAPH
           END-IF
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
              WHEN  OTHER
                 CLOSE GENFL
           END-EVALUATE
           MOVE  "N"  TO DATA-OPEN-SW.
       700-SHOW-RECORD.
           MOVE  REC-NO  TO RH-REC-NO
           DISPLAY  RH-DL
           PERFORM  VARYING  LT-IDX  FROM  1  BY 1
                    UNTIL LT-IDX  >  LT-CNT
              PERFORM  710-FORMAT-FIELD
              DISPLAY  FD-DL
           END-PERFORM.
       710-FORMAT-FIELD.
           MOVE  LT-FIELD (LT-IDX)  TO FD-FIELD
           MOVE  LT-START (LT-IDX)  TO FD-START
           MOVE  LT-LEN   (LT-IDX)  TO FD-LEN
           MOVE  LT-TYPE  (LT-IDX)  TO FD-TYPE
           IF  LT-KEY (LT-IDX)  =  "Y"
               MOVE  "(KEY)"  TO FD-KEY
           ELSE
               MOVE  SPACES   TO FD-KEY
           END-IF
           MOVE  SPACES  TO WK-VALUE
           IF  LT-DEC (LT-IDX)  >  0
               COMPUTE  WK-INT-LEN = LT-LEN (LT-IDX) - LT-DEC (LT-IDX)
               COMPUTE  WK-DEC-POS = LT-START (LT-IDX) + WK-INT-LEN
               STRING  REC-DATA (LT-START (LT-IDX) : WK-INT-LEN)
                          DELIMITED BY SIZE
                       "."
                          DELIMITED BY SIZE
                       REC-DATA (WK-DEC-POS : LT-DEC (LT-IDX))
                          DELIMITED BY SIZE
                  INTO WK-VALUE
               END-STRING
           ELSE
               MOVE  REC-DATA (LT-START (LT-IDX) : LT-LEN (LT-IDX))
                  TO WK-VALUE
           END-IF
           MOVE  WK-VALUE  TO FD-VALUE
           IF  LT-TYPE (LT-IDX)  NOT =  "X"
               AND  REC-DATA (LT-START (LT-IDX) : LT-LEN (LT-IDX))
                    IS NOT NUMERIC
               MOVE  "*NOT NUMERIC*"  TO FD-VALUE (47:14)
           END-IF.
       720-PRINT-RECORD.
           MOVE  REC-NO  TO RH-REC-NO
           WRITE PRT-REC  FROM  RH-DL  AFTER 2  LINES
           PERFORM  VARYING  LT-IDX  FROM  1  BY 1
                    UNTIL LT-IDX  >  LT-CNT
              PERFORM  710-FORMAT-FIELD
              WRITE PRT-REC  FROM  FD-DL  AFTER 1  LINES
           END-PERFORM
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           ADD   1  TO PRINT-CNT.
       800-SCAN-MATCH.
           MOVE  "N"  TO FOUND-SW
           PERFORM  610-READ-DATA
           PERFORM  UNTIL DATA-EOF-SW = "Y"  OR  FOUND-SW = "Y"
              IF  REC-DATA (LT-START (SEL-IDX) : WK-CMP-LEN)
                  =  ASK-VALUE (1 : WK-CMP-LEN)
                  MOVE  "Y"  TO FOUND-SW
              ELSE
                  PERFORM  610-READ-DATA
              END-IF
           END-PERFORM.
