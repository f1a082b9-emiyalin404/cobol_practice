       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P1225.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   WHTFL    ASSIGN TO "D1225.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    WHTFL-STATUS.
           SELECT   WHAFL    ASSIGN TO "D1226.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    WHAFL-STATUS.
           SELECT   VDRFL    ASSIGN TO "D100VDR.DAT"
              ORGANIZATION   INDEXED
              ACCESS MODE    RANDOM
              RECORD KEY     VDR-CODE
              FILE STATUS    VDRFL-STATUS.
           SELECT   FILEFL   ASSIGN TO "FILE1225"
              ORGANIZATION   LINE   SEQUENTIAL.
           SELECT   CERTFL   ASSIGN TO "CERT1225".
           SELECT   PRINTFL  ASSIGN TO "PRINT1225".
       DATA   DIVISION.
       FILE   SECTION.
       FD  WHTFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS WHT-REC.
       01  WHT-REC.
           03 WHT-VDR        PIC X(4).
           03 WHT-CAT        PIC X(2).
           03 WHT-RATE       PIC 99V9.
           03 WHT-MIN        PIC 9(7).
       FD  WHAFL
           DATA  RECORD   IS WHA-REC.
       01  WHA-REC.
           03 WHA-YEAR       PIC 9(4).
           03 WHA-VDR        PIC X(4).
           03 WHA-CAT        PIC X(2).
           03 WHA-GROSS      PIC 9(9)V99.
           03 WHA-TAX        PIC 9(9)V99.
           03 WHA-CNT        PIC 9(4).
       FD  VDRFL
           DATA  RECORD   IS VDR-REC.
       01  VDR-REC.
           03 VDR-CODE          PIC X(4).
           03 VDR-SNAME-C       PIC X(10).
           03 VDR-NAME-C        PIC X(40).
           03 VDR-AREA          PIC X(2).
           03 VDR-CONTACT       PIC X(30).
           03 VDR-TEL           PIC X(20).
           03 VDR-TAX-ID        PIC X(10).
           03 VDR-STATUS        PIC X(1).
           03 VDR-DEL-FLAG      PIC X(1).
           03 VDR-REBATE-FLAG   PIC X(1).
           03 VDR-BANK-ACCT     PIC X(14).
       FD  FILEFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS FILE-REC.
       01  FILE-REC          PIC X(100).
       FD  CERTFL
           DATA  RECORD   IS CERT-REC.
       01  CERT-REC          PIC X(80).
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC           PIC X(80).
       WORKING-STORAGE SECTION.
       01  FILE-DTL-REC.
           03 FX-PAYER-ID    PIC X(8).
           03 FX-YEAR        PIC 9(3).
           03 FX-CAT         PIC X(2).
           03 FX-PAYEE-ID    PIC X(10).
           03 FX-PAYEE-NAME  PIC X(40).
           03 FX-GROSS       PIC 9(10).
           03 FX-TAX         PIC 9(10).
           03 FX-NET         PIC 9(10).
           03 FX-RATE        PIC 9(3).
           03 FILLER         PIC X(4)   VALUE SPACES.
       01  CT-1              PIC X(60)  VALUE ALL "*".
       01  CT-2.
           03 FILLER         PIC X(12).
           03 FILLER         PIC X(40)  VALUE
                 "各類所得扣繳暨免扣繳憑單".
       01  CT-3.
           03 FILLER         PIC X(21)  VALUE "所得年度 : 民國".
           03 CT-YEAR        PIC ZZ9.
           03 FILLER         PIC X(4)   VALUE " 年".
       01  CT-4.
           03 FILLER         PIC X(28)  VALUE
                 "扣繳單位統一編號 : ".
           03 CT-PAYER-ID    PIC X(8).
       01  CT-5.
           03 FILLER         PIC X(28)  VALUE
                 "扣繳單位名稱     : ".
           03 CT-PAYER-NAME  PIC X(40).
       01  CT-6.
           03 FILLER         PIC X(28)  VALUE
                 "所得人統一編號   : ".
           03 CT-PAYEE-ID    PIC X(10).
       01  CT-7.
           03 FILLER         PIC X(28)  VALUE
                 "所得人姓名名稱   : ".
           03 CT-PAYEE-NAME  PIC X(40).
       01  CT-8.
           03 FILLER         PIC X(28)  VALUE
                 "所得格式代號     : ".
           03 CT-CAT         PIC X(2).
           03 FILLER         PIC X(2).
           03 CT-CAT-DESC    PIC X(20).
       01  CT-9.
           03 FILLER         PIC X(28)  VALUE
                 "給付總額         : ".
           03 CT-GROSS       PIC ZZZ,ZZZ,ZZ9.
       01  CT-10.
           03 FILLER         PIC X(28)  VALUE
                 "扣繳稅額         : ".
           03 CT-TAX         PIC ZZZ,ZZZ,ZZ9.
       01  CT-11.
           03 FILLER         PIC X(28)  VALUE
                 "給付淨額         : ".
           03 CT-NET         PIC ZZZ,ZZZ,ZZ9.
       01  HD-1.
           03 FILLER         PIC X(16)  VALUE SPACES.
           03 FILLER         PIC X(40)  VALUE
                 "WITHHOLDING CERTIFICATE REGISTER".
       01  HD-2.
           03 FILLER         PIC X(14)  VALUE "TAX YEAR : ".
           03 HD-YEAR        PIC 9(4).
       01  HD-3.
           03 FILLER         PIC X(7)   VALUE "VENDOR".
           03 FILLER         PIC X(12)  VALUE "TAX ID".
           03 FILLER         PIC X(5)   VALUE "CAT".
           03 FILLER         PIC X(7)   VALUE "  PAYS".
           03 FILLER         PIC X(15)  VALUE "         GROSS".
           03 FILLER         PIC X(15)  VALUE "      WITHHELD".
       01  HD-4              PIC X(62)  VALUE ALL "=".
       01  DL.
           03 DL-VDR         PIC X(4).
           03 FILLER         PIC X(3).
           03 DL-TAX-ID      PIC X(10).
           03 FILLER         PIC X(2).
           03 DL-CAT         PIC X(2).
           03 FILLER         PIC X(3).
           03 DL-CNT         PIC ZZZ9.
           03 FILLER         PIC X(3).
           03 DL-GROSS       PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER         PIC X(2).
           03 DL-TAX         PIC ZZ,ZZZ,ZZ9.99.
       01  TOT-1.
           03 FILLER         PIC X(18)  VALUE "CERTIFICATES : ".
           03 TOT-CNT        PIC ZZZ9.
           03 FILLER         PIC X(3).
           03 TOT-GROSS      PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER         PIC X(1).
           03 TOT-TAX        PIC ZZZ,ZZZ,ZZ9.99.
       01  CAT-TAB-AREA.
           03 FILLER         PIC X(22)  VALUE "9A執行業務報酬".
           03 FILLER         PIC X(22)  VALUE "9B稿費及版稅".
           03 FILLER         PIC X(22)  VALUE "51租賃所得".
           03 FILLER         PIC X(22)  VALUE "53權利金所得".
           03 FILLER         PIC X(22)  VALUE "92其他所得".
       01  CAT-TAB  REDEFINES  CAT-TAB-AREA.
           03 CAT-ENTRY      OCCURS 5 TIMES.
              05 CAT-CODE    PIC X(2).
              05 CAT-DESC    PIC X(20).
       01  WHT-TAB-AREA.
           03 WHT-CNT        PIC 9(3)   VALUE 0.
           03 WHT-ENTRY      OCCURS 200 TIMES.
              05 WT-VDR      PIC X(4).
              05 WT-CAT      PIC X(2).
              05 WT-RATE     PIC 99V9.
              05 WT-MIN      PIC 9(7).
       01  ASK-VDR           PIC X(4).
       01  ASK-CAT           PIC X(2).
       01  ASK-RATE          PIC 99V9.
       01  ASK-MIN           PIC 9(7).
       01  ASK-YEAR          PIC 9(4).
       01  ASK-PAYER-ID      PIC X(8).
       01  ASK-PAYER-NAME    PIC X(40).
       01  MODE-SW           PIC X.
       01  WHT-IDX           PIC 9(3).
       01  WHT-MATCH         PIC 9(3).
       01  CAT-IDX           PIC 9.
       01  CAT-MATCH         PIC 9.
       01  WK-GROSS          PIC 9(10).
       01  WK-TAX            PIC 9(10).
       01  CERT-CNT          PIC 9(4)   VALUE 0.
       01  CERT-GROSS        PIC 9(10)V99  VALUE 0.
       01  CERT-TAX          PIC 9(10)V99  VALUE 0.
       01  CHG-CNT           PIC 9(4)   VALUE 0.
       01  EOF-SW            PIC X      VALUE "N".
       01  WHTFL-STATUS      PIC XX.
       01  WHAFL-STATUS      PIC XX.
       01  VDRFL-STATUS      PIC XX.
       01  CTL-JOB           PIC X(8)   VALUE "P1225".
       01  CTL-ROLE          PIC X.
       01  CTL-FILE          PIC X(12).
       01  CTL-CNT           PIC 9(7)   VALUE 0.
       01  CTL-HASH          PIC 9(12)  VALUE 0.
       01  RUNLOG-JOB        PIC X(8)   VALUE "P1225".
       01  RUNLOG-ACTION     PIC X.
       01  RUNLOG-READ-CNT   PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT  PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS     PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "(M)AINTAIN WITHHOLDING  (C)ERTIFICATES : "
                    WITH NO ADVANCING
           ACCEPT   MODE-SW
           IF  MODE-SW = "M"  OR  MODE-SW = "m"
               PERFORM  100-MAINTAIN
           ELSE
               PERFORM  300-YEAR-END
           END-IF
           STOP  RUN.
       100-MAINTAIN.
           PERFORM  150-LOAD-PROFILES
           OPEN  INPUT VDRFL
           MOVE  SPACES   TO ASK-VDR
           PERFORM  UNTIL ASK-VDR = "E"
              DISPLAY  " "
              DISPLAY  "VENDOR CODE (E:END)   : " WITH NO ADVANCING
              ACCEPT   ASK-VDR
              IF  ASK-VDR  NOT =  "E"  AND  ASK-VDR  NOT =  SPACES
                  PERFORM  110-PROFILE-ONE
              END-IF
           END-PERFORM
           CLOSE VDRFL
           IF  CHG-CNT  >  0
               PERFORM  180-SAVE-PROFILES
           END-IF
           DISPLAY  "PROFILES CHANGED = " CHG-CNT.
       110-PROFILE-ONE.
           MOVE  ASK-VDR  TO VDR-CODE
           READ  VDRFL
              INVALID  KEY
                 DISPLAY  "VENDOR NOT ON MASTER : " ASK-VDR
                 EXIT  PARAGRAPH
           END-READ
           DISPLAY  "VENDOR NAME : " VDR-NAME-C
           DISPLAY  "TAX ID      : " VDR-TAX-ID
           MOVE  0  TO WHT-MATCH
           PERFORM  VARYING  WHT-IDX  FROM  1  BY 1
                    UNTIL WHT-IDX  >  WHT-CNT
              IF  WT-VDR (WHT-IDX)  =  ASK-VDR
                  MOVE  WHT-IDX  TO WHT-MATCH
              END-IF
           END-PERFORM
           IF  WHT-MATCH  >  0
               DISPLAY  "CURRENT  CAT " WT-CAT (WHT-MATCH)
                        "  RATE " WT-RATE (WHT-MATCH)
                        "  THRESHOLD " WT-MIN (WHT-MATCH)
           END-IF
           PERFORM  VARYING  CAT-IDX  FROM  1  BY 1
                    UNTIL CAT-IDX  >  5
              DISPLAY  "  " CAT-CODE (CAT-IDX) " " CAT-DESC (CAT-IDX)
           END-PERFORM
           DISPLAY  "CATEGORY (BLANK:NONE) : " WITH NO ADVANCING
           ACCEPT   ASK-CAT
           IF  ASK-CAT  =  SPACES
               IF  WHT-MATCH  >  0
                   MOVE  0  TO WT-RATE (WHT-MATCH)
                   MOVE  SPACES  TO WT-VDR (WHT-MATCH)
                   ADD   1  TO CHG-CNT
                   DISPLAY  "WITHHOLDING REMOVED"
               END-IF
               EXIT  PARAGRAPH
           END-IF
           MOVE  0  TO CAT-MATCH
           PERFORM  VARYING  CAT-IDX  FROM  1  BY 1
                    UNTIL CAT-IDX  >  5
              IF  CAT-CODE (CAT-IDX)  =  ASK-CAT
                  MOVE  CAT-IDX  TO CAT-MATCH
              END-IF
           END-PERFORM
           IF  CAT-MATCH  =  0
               DISPLAY  "INVALID CATEGORY : " ASK-CAT
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  "RATE % (E.G. 10)      : " WITH NO ADVANCING
           ACCEPT   ASK-RATE
           IF  ASK-RATE  =  0
               DISPLAY  "RATE REQUIRED, NOT CHANGED"
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  "EXEMPT UP TO PER PAYMENT : " WITH NO ADVANCING
           ACCEPT   ASK-MIN
           IF  WHT-MATCH  =  0
               IF  WHT-CNT  NOT <  200
                   DISPLAY  "PROFILE TABLE FULL, NOT ADDED"
                   EXIT  PARAGRAPH
               END-IF
               ADD   1  TO WHT-CNT
               MOVE  WHT-CNT  TO WHT-MATCH
           END-IF
           MOVE  ASK-VDR   TO WT-VDR  (WHT-MATCH)
           MOVE  ASK-CAT   TO WT-CAT  (WHT-MATCH)
           MOVE  ASK-RATE  TO WT-RATE (WHT-MATCH)
           MOVE  ASK-MIN   TO WT-MIN  (WHT-MATCH)
           ADD   1  TO CHG-CNT.
       150-LOAD-PROFILES.
           OPEN  INPUT WHTFL
           IF  WHTFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  WHTFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  WHT-CNT  <  200
                      ADD   1  TO WHT-CNT
                      MOVE  WHT-VDR   TO WT-VDR  (WHT-CNT)
                      MOVE  WHT-CAT   TO WT-CAT  (WHT-CNT)
                      MOVE  WHT-RATE  TO WT-RATE (WHT-CNT)
                      MOVE  WHT-MIN   TO WT-MIN  (WHT-CNT)
                  END-IF
                  READ  WHTFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE WHTFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       180-SAVE-PROFILES.
           OPEN  OUTPUT WHTFL
           PERFORM  VARYING  WHT-IDX  FROM  1  BY 1
                    UNTIL WHT-IDX  >  WHT-CNT
              IF  WT-VDR (WHT-IDX)  NOT =  SPACES
                  MOVE  WT-VDR  (WHT-IDX)  TO WHT-VDR
                  MOVE  WT-CAT  (WHT-IDX)  TO WHT-CAT
                  MOVE  WT-RATE (WHT-IDX)  TO WHT-RATE
                  MOVE  WT-MIN  (WHT-IDX)  TO WHT-MIN
                  WRITE WHT-REC
              END-IF
           END-PERFORM
           CLOSE WHTFL.
       300-YEAR-END.
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           DISPLAY  "TAX YEAR (YYYY)       : " WITH NO ADVANCING
           ACCEPT   ASK-YEAR
           DISPLAY  "PAYER TAX ID          : " WITH NO ADVANCING
           ACCEPT   ASK-PAYER-ID
           DISPLAY  "PAYER NAME            : " WITH NO ADVANCING
           ACCEPT   ASK-PAYER-NAME
           PERFORM  150-LOAD-PROFILES
           OPEN  INPUT VDRFL
           OPEN  OUTPUT   FILEFL   CERTFL   PRINTFL
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           MOVE  ASK-YEAR  TO HD-YEAR
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           OPEN  INPUT WHAFL
           IF  WHAFL-STATUS  NOT =  "00"
               DISPLAY  "NO WITHHOLDING LEDGER D1226.DAT"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  WHAFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO RUNLOG-READ-CNT
              IF  WHA-YEAR  =  ASK-YEAR
                  PERFORM  310-CERTIFICATE-ONE
              END-IF
              READ  WHAFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  WHAFL-STATUS  NOT =  "35"
               CLOSE WHAFL
           END-IF
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  CERT-CNT    TO TOT-CNT
           MOVE  CERT-GROSS  TO TOT-GROSS
           MOVE  CERT-TAX    TO TOT-TAX
           WRITE PRT-REC  FROM  TOT-1  AFTER 1  LINES
           CLOSE VDRFL   FILEFL   CERTFL   PRINTFL
           MOVE  CERT-CNT    TO CTL-CNT
           MOVE  CERT-TAX    TO CTL-HASH
           MOVE  "W"         TO CTL-ROLE
           MOVE  "FILE1225"  TO CTL-FILE
           CALL  "P1012"  USING  CTL-JOB  CTL-ROLE  CTL-FILE
                                 CTL-CNT  CTL-HASH
           DISPLAY  "CERTIFICATES PRINTED = " CERT-CNT
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS.
       310-CERTIFICATE-ONE.
           MOVE  WHA-VDR  TO VDR-CODE
           READ  VDRFL
              INVALID  KEY
                 MOVE  SPACES  TO VDR-NAME-C
                 MOVE  SPACES  TO VDR-TAX-ID
                 DISPLAY  "VENDOR NOT ON MASTER : " WHA-VDR
                 MOVE  "A"   TO RUNLOG-STATUS
           END-READ
           IF  VDR-TAX-ID  =  SPACES
               DISPLAY  "NO TAX ID ON VENDOR : " WHA-VDR
               MOVE  "A"   TO RUNLOG-STATUS
           END-IF
           COMPUTE  WK-GROSS = WHA-GROSS
           COMPUTE  WK-TAX   = WHA-TAX
           MOVE  SPACES  TO CT-CAT-DESC
           PERFORM  VARYING  CAT-IDX  FROM  1  BY 1
                    UNTIL CAT-IDX  >  5
              IF  CAT-CODE (CAT-IDX)  =  WHA-CAT
                  MOVE  CAT-DESC (CAT-IDX)  TO CT-CAT-DESC
              END-IF
           END-PERFORM
           WRITE CERT-REC  FROM  CT-1  AFTER PAGE
           WRITE CERT-REC  FROM  CT-2  AFTER 1  LINES
           WRITE CERT-REC  FROM  CT-1  AFTER 1  LINES
           COMPUTE  CT-YEAR = ASK-YEAR - 1911
           WRITE CERT-REC  FROM  CT-3  AFTER 2  LINES
           MOVE  ASK-PAYER-ID    TO CT-PAYER-ID
           WRITE CERT-REC  FROM  CT-4  AFTER 2  LINES
           MOVE  ASK-PAYER-NAME  TO CT-PAYER-NAME
           WRITE CERT-REC  FROM  CT-5  AFTER 1  LINES
           MOVE  VDR-TAX-ID      TO CT-PAYEE-ID
           WRITE CERT-REC  FROM  CT-6  AFTER 2  LINES
           MOVE  VDR-NAME-C      TO CT-PAYEE-NAME
           WRITE CERT-REC  FROM  CT-7  AFTER 1  LINES
           MOVE  WHA-CAT         TO CT-CAT
           WRITE CERT-REC  FROM  CT-8  AFTER 1  LINES
           MOVE  WK-GROSS        TO CT-GROSS
           WRITE CERT-REC  FROM  CT-9  AFTER 2  LINES
           MOVE  WK-TAX          TO CT-TAX
           WRITE CERT-REC  FROM  CT-10 AFTER 1  LINES
           COMPUTE  CT-NET = WK-GROSS - WK-TAX
           WRITE CERT-REC  FROM  CT-11 AFTER 1  LINES
           WRITE CERT-REC  FROM  CT-1  AFTER 2  LINES
           MOVE  ASK-PAYER-ID    TO FX-PAYER-ID
           COMPUTE  FX-YEAR = ASK-YEAR - 1911
           MOVE  WHA-CAT         TO FX-CAT
           MOVE  VDR-TAX-ID      TO FX-PAYEE-ID
           MOVE  VDR-NAME-C      TO FX-PAYEE-NAME
           MOVE  WK-GROSS        TO FX-GROSS
           MOVE  WK-TAX          TO FX-TAX
           COMPUTE  FX-NET = WK-GROSS - WK-TAX
           MOVE  0  TO FX-RATE
           PERFORM  VARYING  WHT-IDX  FROM  1  BY 1
                    UNTIL WHT-IDX  >  WHT-CNT
              IF  WT-VDR (WHT-IDX)  =  WHA-VDR
                  COMPUTE  FX-RATE = WT-RATE (WHT-IDX) * 10
              END-IF
           END-PERFORM
           MOVE  FILE-DTL-REC    TO FILE-REC
           WRITE FILE-REC
           MOVE  WHA-VDR     TO DL-VDR
           MOVE  VDR-TAX-ID  TO DL-TAX-ID
           MOVE  WHA-CAT     TO DL-CAT
           MOVE  WHA-CNT     TO DL-CNT
           MOVE  WHA-GROSS   TO DL-GROSS
           MOVE  WHA-TAX     TO DL-TAX
           WRITE PRT-REC  FROM  DL  AFTER 1  LINES
           ADD   1          TO CERT-CNT
           ADD   WHA-GROSS  TO CERT-GROSS
           ADD   WHA-TAX    TO CERT-TAX
           ADD   1          TO RUNLOG-WRITE-CNT.
