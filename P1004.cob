           SELECT   EXCFL    ASSIGN TO "D1029.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    EXCFL-STATUS.
           SELECT   VCUFL    ASSIGN TO "D1231.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    VCUFL-STATUS.
           SELECT   MTCFL    ASSIGN TO "D1230.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    MTCFL-STATUS.
       DATA   DIVISION.
       FILE   SECTION.
       FD  VDRFL
           03 AP-AMT            PIC 9(7)V99.
           03 AP-PAID-FLAG      PIC X.
           03 AP-PAY-DATE       PIC 9(8).
           03 AP-CUR            PIC X(3).
           03 AP-FX-AMT         PIC 9(9)V99.
           03 AP-FX-RATE        PIC 9(3)V9(6).
       FD  EXCFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS EXC-REC.
           03 EXC-AMT           PIC 9(7)V99.
           03 EXC-PO-NO         PIC X(6).
           03 EXC-RCVD-VAL      PIC 9(8)V99.
       FD  VCUFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS VCU-REC.
       01  VCU-REC.
           03 VCU-VDR           PIC X(4).
           03 VCU-CUR           PIC X(3).
       FD  MTCFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS MTC-REC.
       01  MTC-REC.
           03 MTC-PO-NO         PIC X(6).
           03 MTC-PO-LINE       PIC 99.
           03 MTC-QTY           PIC 9(5).
           03 MTC-INV-NO        PIC X(8).
           03 MTC-DATE          PIC 9(8).
       WORKING-STORAGE SECTION.
       01  VDRFL-STATUS         PIC XX.
       01  POFL-STATUS          PIC XX.
       01  WK-DIFF-AMT          PIC S9(8)V99.
       01  MATCH-TOL-PCT        PIC V99    VALUE .05.
       01  MATCH-FAIL-SW        PIC X.
       01  PO-APV-STATE         PIC X.
       01  EXCFL-STATUS         PIC XX.
       01  MTCFL-STATUS         PIC XX.
       01  VCUFL-STATUS         PIC XX.
       01  RATE-REPLY           PIC X.
       01  MTL-TAB-AREA.
           03 MTL-CNT           PIC 99     VALUE 0.
           03 MTL-ENTRY         OCCURS 99 TIMES.
              05 MTL-LINE       PIC 99.
              05 MTL-RCVD       PIC 9(5).
       01  MTL-IDX              PIC 99.
       01  EXCP-CNT             PIC 9(4)   VALUE 0.
       01  PO-EOF-SW            PIC X.
       01  WK-DUE-DATE          PIC 9(8).
                                 WK-DUE-DATE
                                 DATE-DAYS  DATE-RESULT
           MOVE  WK-DUE-DATE  TO AP-DUE-DATE
           PERFORM  115-VENDOR-CURRENCY
           IF  AP-CUR  =  "TWD"
               DISPLAY  "發票金額            : " WITH NO ADVANCING
               ACCEPT   AP-AMT
               MOVE  AP-AMT  TO AP-FX-AMT
               MOVE  1       TO AP-FX-RATE
           ELSE
               DISPLAY  "發票金額 (" AP-CUR ")      : "
                        WITH NO ADVANCING
               ACCEPT   AP-FX-AMT
               CALL  "P1232"  USING  AP-CUR  AP-INV-DATE
                                     AP-FX-RATE  RATE-REPLY
               IF  RATE-REPLY  NOT =  "Y"
                   DISPLAY  "查無 " AP-CUR " 匯率, 發票退回"
                   EXIT  PARAGRAPH
               END-IF
               COMPUTE  AP-AMT ROUNDED = AP-FX-AMT * AP-FX-RATE
               DISPLAY  "匯率 " AP-FX-RATE "  台幣金額 " AP-AMT
           END-IF
           DISPLAY  "採購單號 (無:空白)  : " WITH NO ADVANCING
           ACCEPT   WK-PO-NO
           IF  WK-PO-NO  NOT =  SPACES
               CALL  "P1229"  USING  WK-PO-NO  PO-APV-STATE
               IF  PO-APV-STATE  =  "P"
                   DISPLAY  "採購單未核准, 發票退回 : "
                            WK-PO-NO
                   EXIT  PARAGRAPH
               END-IF
           END-IF
           MOVE  "N"  TO MATCH-FAIL-SW
           IF  WK-PO-NO  NOT =  SPACES
               PERFORM  120-MATCH-RECEIVALS
               MOVE  SPACE  TO AP-PAID-FLAG
               WRITE AP-REC
               ADD   1  TO LOAD-CNT
               IF  WK-PO-NO  NOT =  SPACES
                   PERFORM  150-RECORD-MATCH
               END-IF
           END-IF.
       115-VENDOR-CURRENCY.
           MOVE  "TWD"  TO AP-CUR
           OPEN  INPUT VCUFL
           IF  VCUFL-STATUS  =  "00"
               MOVE  "N"   TO PO-EOF-SW
               READ  VCUFL   AT END
                  MOVE  "Y"   TO PO-EOF-SW
               END-READ
               PERFORM  UNTIL PO-EOF-SW = "Y"
                  IF  VCU-VDR  =  AP-VDR
                      MOVE  VCU-CUR  TO AP-CUR
                  END-IF
                  READ  VCUFL   AT END
                     MOVE  "Y"   TO PO-EOF-SW
                  END-READ
               END-PERFORM
               CLOSE VCUFL
           END-IF.
       120-MATCH-RECEIVALS.
           MOVE  0  TO WK-RCVD-SUM
           MOVE  0  TO WK-RCVD-VAL
           MOVE  0  TO MTL-CNT
           OPEN  INPUT POFL
           IF  POFL-STATUS  =  "00"
               MOVE  WK-PO-NO  TO PO-NO
                  IF  PO-EOF-SW  NOT =  "Y"
                      IF  PO-NO  =  WK-PO-NO
                          ADD  PO-RCVD  TO WK-RCVD-SUM
                          IF  MTL-CNT  <  99
                              ADD   1  TO MTL-CNT
                              MOVE  PO-LINE  TO MTL-LINE (MTL-CNT)
                              MOVE  PO-RCVD  TO MTL-RCVD (MTL-CNT)
                          END-IF
                          COMPUTE  WK-RCVD-VAL = WK-RCVD-VAL
                                 + PO-RCVD * PO-PRICE
                      ELSE
           END-IF
           COMPUTE  WK-TOL-AMT ROUNDED
                  = WK-RCVD-VAL * MATCH-TOL-PCT
           COMPUTE  WK-DIFF-AMT = AP-FX-AMT - WK-RCVD-VAL
           IF  WK-DIFF-AMT  <  0
               COMPUTE  WK-DIFF-AMT = 0 - WK-DIFF-AMT
           END-IF
           IF  WK-DIFF-AMT  >  WK-TOL-AMT
               MOVE  "Y"  TO MATCH-FAIL-SW
               DISPLAY  "發票與收貨金額不符 : 發票 "
                        AP-FX-AMT
                        "  收貨 " WK-RCVD-VAL
           END-IF.
       140-PARK-EXCEPTION.
           WRITE EXC-REC
           ADD   1  TO EXCP-CNT
           DISPLAY  "發票移入待查檔 : " AP-INV-NO.
       150-RECORD-MATCH.
           OPEN  EXTEND MTCFL
           IF  MTCFL-STATUS  =  "35"
               OPEN  OUTPUT MTCFL
           END-IF
           PERFORM  VARYING  MTL-IDX  FROM  1  BY 1
                    UNTIL MTL-IDX  >  MTL-CNT
              MOVE  WK-PO-NO             TO MTC-PO-NO
              MOVE  MTL-LINE (MTL-IDX)   TO MTC-PO-LINE
              MOVE  MTL-RCVD (MTL-IDX)   TO MTC-QTY
              MOVE  AP-INV-NO            TO MTC-INV-NO
              MOVE  AP-INV-DATE          TO MTC-DATE
              WRITE MTC-REC
           END-PERFORM
           CLOSE MTCFL.
