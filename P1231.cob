       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P1231.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   VCUFL    ASSIGN TO "D1231.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    VCUFL-STATUS.
           SELECT   RATEFL   ASSIGN TO "D1232.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    RATEFL-STATUS.
           SELECT   VDRFL    ASSIGN TO "D100VDR.DAT"
              ORGANIZATION   INDEXED
              ACCESS MODE    RANDOM
              RECORD KEY     VDR-CODE
              FILE STATUS    VDRFL-STATUS.
       DATA   DIVISION.
       FILE   SECTION.
       FD  VCUFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS VCU-REC.
       01  VCU-REC.
           03 VCU-VDR           PIC X(4).
           03 VCU-CUR           PIC X(3).
       FD  RATEFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS RATE-REC.
       01  RATE-REC.
           03 RATE-CUR          PIC X(3).
           03 RATE-DATE         PIC 9(8).
           03 RATE-RATE         PIC 9(3)V9(6).
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
       WORKING-STORAGE SECTION.
       01  VCU-TAB-AREA.
           03 VCU-CNT           PIC 9(3)   VALUE 0.
           03 VCU-ENTRY         OCCURS 300 TIMES.
              05 VC-VDR         PIC X(4).
              05 VC-CUR         PIC X(3).
       01  CUR-TAB-AREA.
           03 FILLER            PIC X(15)  VALUE "TWDUSDJPYEURCNY".
       01  CUR-TAB-R  REDEFINES  CUR-TAB-AREA.
           03 CUR-CODE          PIC X(3)   OCCURS 5 TIMES.
       01  SIGNON-AREA.
           03 SIGNON-USER       PIC X(10).
           03 SIGNON-PASSWORD   PIC X(10).
           03 SIGNON-SUBSYS     PIC X(3)   VALUE "PUR".
           03 SIGNON-REPLY      PIC X.
       01  ASK-VDR              PIC X(4).
       01  ASK-CUR              PIC X(3).
       01  ASK-DATE             PIC 9(8).
       01  ASK-RATE             PIC 9(3)V9(6).
       01  MODE-SW              PIC X.
       01  CUR-OK-SW            PIC X.
       01  CUR-IDX              PIC 9.
       01  VCU-IDX              PIC 9(3).
       01  VCU-MATCH            PIC 9(3).
       01  CHG-CNT              PIC 9(3)   VALUE 0.
       01  EOF-SW               PIC X      VALUE "N".
       01  VCUFL-STATUS         PIC XX.
       01  RATEFL-STATUS        PIC XX.
       01  VDRFL-STATUS         PIC XX.
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "OPERATOR ID : " WITH NO ADVANCING
           ACCEPT   SIGNON-USER
           DISPLAY  "PASSWORD    : " WITH NO ADVANCING
           ACCEPT   SIGNON-PASSWORD
           CALL  "P1020"  USING  SIGNON-USER  SIGNON-PASSWORD
                                 SIGNON-SUBSYS  SIGNON-REPLY
           IF  SIGNON-REPLY  NOT =  "Y"
               DISPLAY  "SIGN-ON REFUSED FOR THIS SUBSYSTEM"
               STOP  RUN
           END-IF
           DISPLAY  "(V) VENDOR CURRENCY  (R) DAILY RATES : "
                    WITH NO ADVANCING
           ACCEPT   MODE-SW
           IF  MODE-SW = "V"  OR  MODE-SW = "v"
               PERFORM  100-VENDOR-CURRENCY
           ELSE
               PERFORM  300-DAILY-RATES
           END-IF
           STOP  RUN.
       100-VENDOR-CURRENCY.
           PERFORM  150-LOAD-VENDOR-CURRENCY
           OPEN  INPUT VDRFL
           MOVE  SPACES   TO ASK-VDR
           PERFORM  UNTIL ASK-VDR = "E"
              DISPLAY  " "
              DISPLAY  "VENDOR CODE (E:END)      : "
                       WITH NO ADVANCING
              ACCEPT   ASK-VDR
              IF  ASK-VDR  NOT =  "E"  AND  ASK-VDR  NOT =  SPACES
                  PERFORM  110-VENDOR-ONE
              END-IF
           END-PERFORM
           CLOSE VDRFL
           IF  CHG-CNT  >  0
               PERFORM  190-SAVE-VENDOR-CURRENCY
           END-IF
           DISPLAY  "VENDOR CURRENCIES CHANGED = " CHG-CNT.
       110-VENDOR-ONE.
           MOVE  ASK-VDR  TO VDR-CODE
           READ  VDRFL
              INVALID  KEY
                 DISPLAY  "VENDOR NOT ON FILE : " ASK-VDR
                 EXIT  PARAGRAPH
           END-READ
           MOVE  0  TO VCU-MATCH
           PERFORM  VARYING  VCU-IDX  FROM  1  BY 1
                    UNTIL VCU-IDX  >  VCU-CNT
              IF  VC-VDR (VCU-IDX)  =  ASK-VDR
                  MOVE  VCU-IDX  TO VCU-MATCH
              END-IF
           END-PERFORM
           IF  VCU-MATCH  >  0
               DISPLAY  VDR-SNAME-C "  CURRENT CURRENCY : "
                        VC-CUR (VCU-MATCH)
           ELSE
               DISPLAY  VDR-SNAME-C "  CURRENT CURRENCY : TWD"
           END-IF
           DISPLAY  "CURRENCY (TWD/USD/JPY...) : " WITH NO ADVANCING
           ACCEPT   ASK-CUR
           PERFORM  120-CHECK-CURRENCY
           IF  CUR-OK-SW  NOT =  "Y"
               DISPLAY  "UNKNOWN CURRENCY, NOT CHANGED : " ASK-CUR
               EXIT  PARAGRAPH
           END-IF
           IF  VCU-MATCH  =  0
               IF  VCU-CNT  NOT <  300
                   DISPLAY  "VENDOR CURRENCY TABLE FULL"
                   EXIT  PARAGRAPH
               END-IF
               ADD   1  TO VCU-CNT
               MOVE  VCU-CNT  TO VCU-MATCH
               MOVE  ASK-VDR  TO VC-VDR (VCU-MATCH)
           END-IF
           MOVE  ASK-CUR  TO VC-CUR (VCU-MATCH)
           ADD   1  TO CHG-CNT.
       120-CHECK-CURRENCY.
           MOVE  "N"  TO CUR-OK-SW
           PERFORM  VARYING  CUR-IDX  FROM  1  BY 1
                    UNTIL CUR-IDX  >  5
              IF  CUR-CODE (CUR-IDX)  =  ASK-CUR
                  MOVE  "Y"  TO CUR-OK-SW
              END-IF
           END-PERFORM.
       150-LOAD-VENDOR-CURRENCY.
           OPEN  INPUT VCUFL
           IF  VCUFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  VCUFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  VCU-CNT  <  300
                      ADD   1  TO VCU-CNT
                      MOVE  VCU-VDR  TO VC-VDR (VCU-CNT)
                      MOVE  VCU-CUR  TO VC-CUR (VCU-CNT)
                  END-IF
                  READ  VCUFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE VCUFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       190-SAVE-VENDOR-CURRENCY.
           OPEN  OUTPUT VCUFL
           PERFORM  VARYING  VCU-IDX  FROM  1  BY 1
                    UNTIL VCU-IDX  >  VCU-CNT
              IF  VC-CUR (VCU-IDX)  NOT =  "TWD"
                  MOVE  VC-VDR (VCU-IDX)  TO VCU-VDR
                  MOVE  VC-CUR (VCU-IDX)  TO VCU-CUR
                  WRITE VCU-REC
              END-IF
           END-PERFORM
           CLOSE VCUFL.
       300-DAILY-RATES.
           DISPLAY  "RATE DATE (YYYYMMDD)     : " WITH NO ADVANCING
           ACCEPT   ASK-DATE
           OPEN  EXTEND RATEFL
           IF  RATEFL-STATUS  =  "35"
               OPEN  OUTPUT RATEFL
           END-IF
           MOVE  SPACES   TO ASK-CUR
           PERFORM  UNTIL ASK-CUR = "E"
              DISPLAY  "CURRENCY (E:END)         : "
                       WITH NO ADVANCING
              ACCEPT   ASK-CUR
              IF  ASK-CUR  NOT =  "E"  AND  ASK-CUR  NOT =  SPACES
                  PERFORM  310-RATE-ONE
              END-IF
           END-PERFORM
           CLOSE RATEFL
           DISPLAY  "RATES ENTERED = " CHG-CNT.
       310-RATE-ONE.
           PERFORM  120-CHECK-CURRENCY
           IF  CUR-OK-SW  NOT =  "Y"  OR  ASK-CUR  =  "TWD"
               DISPLAY  "NOT A FOREIGN CURRENCY : " ASK-CUR
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  "TWD PER 1 " ASK-CUR "            : "
                    WITH NO ADVANCING
           ACCEPT   ASK-RATE
           IF  ASK-RATE  =  0
               DISPLAY  "RATE MUST NOT BE ZERO"
               EXIT  PARAGRAPH
           END-IF
           MOVE  ASK-CUR   TO RATE-CUR
           MOVE  ASK-DATE  TO RATE-DATE
           MOVE  ASK-RATE  TO RATE-RATE
           WRITE RATE-REC
           ADD   1  TO CHG-CNT.
