       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P1227.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   BPAFL    ASSIGN TO "D1227.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    BPAFL-STATUS.
           SELECT   VDRFL    ASSIGN TO "D100VDR.DAT"
              ORGANIZATION   INDEXED
              ACCESS MODE    RANDOM
              RECORD KEY     VDR-CODE
              FILE STATUS    VDRFL-STATUS.
           SELECT   POFL     ASSIGN TO "D1001.DAT"
              ORGANIZATION   INDEXED
              ACCESS MODE    DYNAMIC
              RECORD KEY     PO-KEY
              FILE STATUS    POFL-STATUS.
           SELECT   APVFL    ASSIGN TO "D1228.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    APVFL-STATUS.
           SELECT   LIMFL    ASSIGN TO "D1229.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    LIMFL-STATUS.
           SELECT   VCUFL    ASSIGN TO "D1231.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    VCUFL-STATUS.
           SELECT   PRINTFL  ASSIGN TO "PRINT1227".
       DATA   DIVISION.
       FILE   SECTION.
       FD  BPAFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS BPA-REC.
       01  BPA-REC.
           03 BPA-NO            PIC X(6).
           03 BPA-VDR           PIC X(4).
           03 BPA-SKU           PIC X(4).
           03 BPA-PRICE         PIC 9(5)V99.
           03 BPA-COMMIT        PIC 9(7).
           03 BPA-RELEASED      PIC 9(7).
           03 BPA-START         PIC 9(8).
           03 BPA-END           PIC 9(8).
           03 BPA-STATUS        PIC X.
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
       FD  POFL
           DATA  RECORD   IS PO-REC.
       01  PO-REC.
           03 PO-KEY.
              05 PO-NO          PIC X(6).
              05 PO-LINE        PIC 99.
           03 PO-VDR            PIC X(4).
           03 PO-DATE           PIC 9(8).
           03 PO-SKU            PIC X(4).
           03 PO-QTY            PIC 9(5).
           03 PO-PRICE          PIC 9(5)V99.
           03 PO-RCVD           PIC 9(5).
       FD  APVFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS APV-REC.
       01  APV-REC.
           03 APV-PO            PIC X(6).
           03 APV-STATE         PIC X.
           03 APV-VALUE         PIC 9(9)V99.
           03 APV-KEYER         PIC X(10).
           03 APV-KEY-DATE      PIC 9(8).
           03 APV-KEY-TIME      PIC 9(8).
           03 APV-APPROVER      PIC X(10).
           03 APV-APV-DATE      PIC 9(8).
           03 APV-APV-TIME      PIC 9(8).
       FD  LIMFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS LIM-REC.
       01  LIM-REC.
           03 LIM-USER          PIC X(10).
           03 LIM-AMT           PIC 9(9)V99.
       FD  VCUFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS VCU-REC.
       01  VCU-REC.
           03 VCU-VDR           PIC X(4).
           03 VCU-CUR           PIC X(3).
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC              PIC X(110).
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER            PIC X(12).
           03 FILLER            PIC X(45)   VALUE
                 "<<<  長 期 採 購 合 約 狀 況 表  >>>".
       01  HD-2.
           03 FILLER            PIC X(15)   VALUE "基準日期 : ".
           03 HD-DATE           PIC 9(8).
       01  HD-3.
           03 FILLER            PIC X(10)   VALUE "合約".
           03 FILLER            PIC X(8)    VALUE "廠商".
           03 FILLER            PIC X(7)    VALUE "貨品".
           03 FILLER            PIC X(12)   VALUE "      單價".
           03 FILLER            PIC X(13)   VALUE "    承諾量".
           03 FILLER            PIC X(13)   VALUE "    已叫貨".
           03 FILLER            PIC X(12)   VALUE "      餘量".
           03 FILLER            PIC X(25)   VALUE "  有效期間".
           03 FILLER            PIC X(6)    VALUE "狀態".
       01  HD-4                 PIC X(88)   VALUE ALL "=".
       01  DL.
           03 DL-NO             PIC X(6).
           03 FILLER            PIC X(2).
           03 DL-VDR            PIC X(4).
           03 FILLER            PIC X(2).
           03 DL-SKU            PIC X(4).
           03 FILLER            PIC X(1).
           03 DL-PRICE          PIC ZZ,ZZ9.99.
           03 FILLER            PIC X(1).
           03 DL-COMMIT         PIC Z,ZZZ,ZZ9.
           03 FILLER            PIC X(1).
           03 DL-RELEASED       PIC Z,ZZZ,ZZ9.
           03 FILLER            PIC X(1).
           03 DL-REMAIN         PIC Z,ZZZ,ZZ9.
           03 FILLER            PIC X(2).
           03 DL-START          PIC 9(8).
           03 FILLER            PIC X(1)    VALUE "-".
           03 DL-END            PIC 9(8).
           03 FILLER            PIC X(2).
           03 DL-STATE          PIC X(8).
       01  TOT-1.
           03 FILLER            PIC X(15)   VALUE "合約筆數 : ".
           03 TOT-CNT           PIC ZZZ9.
       01  BPA-TAB-AREA.
           03 BPA-CNT           PIC 9(3)   VALUE 0.
           03 BPA-ENTRY         OCCURS 300 TIMES.
              05 BT-NO          PIC X(6).
              05 BT-VDR         PIC X(4).
              05 BT-SKU         PIC X(4).
              05 BT-PRICE       PIC 9(5)V99.
              05 BT-COMMIT      PIC 9(7).
              05 BT-RELEASED    PIC 9(7).
              05 BT-START       PIC 9(8).
              05 BT-END         PIC 9(8).
              05 BT-STATUS      PIC X.
       01  SIGNON-AREA.
           03 SIGNON-USER       PIC X(10).
           03 SIGNON-PASSWORD   PIC X(10).
           03 SIGNON-SUBSYS     PIC X(3)   VALUE "PUR".
           03 SIGNON-REPLY      PIC X.
       01  ASK-NO               PIC X(6).
       01  ASK-DATE             PIC 9(8).
       01  ASK-QTY              PIC 9(5).
       01  ASK-PO-NO            PIC X(6).
       01  ASK-CONFIRM          PIC X.
       01  WK-REMAIN            PIC S9(7).
       01  WK-LINE              PIC 99.
       01  WK-CUR               PIC X(3).
       01  WK-RATE              PIC 9(3)V9(6).
       01  RATE-REPLY           PIC X.
       01  PO-VALUE             PIC 9(9)V99.
       01  TWD-VALUE            PIC 9(9)V99.
       01  USER-LIMIT           PIC 9(9)V99  VALUE 0.
       01  PENDING-CNT          PIC 9(3)   VALUE 0.
       01  WK-WARN-SW           PIC X.
       01  WRITE-OK-SW          PIC X.
       01  MODE-SW              PIC X.
       01  BPA-IDX              PIC 9(3).
       01  BPA-MATCH            PIC 9(3).
       01  CHG-CNT              PIC 9(3)   VALUE 0.
       01  REL-CNT              PIC 9(3)   VALUE 0.
       01  LIST-CNT             PIC 9(4)   VALUE 0.
       01  EOF-SW               PIC X      VALUE "N".
       01  BPAFL-STATUS         PIC XX.
       01  VDRFL-STATUS         PIC XX.
       01  POFL-STATUS          PIC XX.
       01  APVFL-STATUS         PIC XX.
       01  LIMFL-STATUS         PIC XX.
       01  VCUFL-STATUS         PIC XX.
       01  WK-DATE-WK           PIC 9(6).
       01  WK-DATE-PL           PIC 9(4)/99/99.
       01  WK-DATE-8            PIC 9(8).
       01  RUNLOG-JOB           PIC X(8)   VALUE "P1227".
       01  RUNLOG-ACTION        PIC X.
       01  RUNLOG-READ-CNT      PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT     PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS        PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "(M)維護 (R)叫貨 (L)狀況表 : "
                    WITH NO ADVANCING
           ACCEPT   MODE-SW
           PERFORM  150-LOAD-AGREEMENTS
           EVALUATE  TRUE
              WHEN  MODE-SW = "M"  OR  MODE-SW = "m"
                 PERFORM  050-SIGNON
                 PERFORM  100-MAINTAIN
              WHEN  MODE-SW = "R"  OR  MODE-SW = "r"
                 PERFORM  050-SIGNON
                 PERFORM  300-RELEASE
              WHEN  OTHER
                 PERFORM  500-STATUS-REPORT
           END-EVALUATE
           STOP  RUN.
       050-SIGNON.
           DISPLAY  "OPERATOR ID : " WITH NO ADVANCING
           ACCEPT   SIGNON-USER
           DISPLAY  "PASSWORD    : " WITH NO ADVANCING
           ACCEPT   SIGNON-PASSWORD
           CALL  "P1020"  USING  SIGNON-USER  SIGNON-PASSWORD
                                 SIGNON-SUBSYS  SIGNON-REPLY
           IF  SIGNON-REPLY  NOT =  "Y"
               DISPLAY  "SIGN-ON REFUSED FOR THIS SUBSYSTEM"
               STOP  RUN
           END-IF.
       100-MAINTAIN.
           OPEN  INPUT VDRFL
           MOVE  SPACES   TO ASK-NO
           PERFORM  UNTIL ASK-NO = "E"
              DISPLAY  " "
              DISPLAY  "合約編號 (E:結束)   : " WITH NO ADVANCING
              ACCEPT   ASK-NO
              IF  ASK-NO  NOT =  "E"  AND  ASK-NO  NOT =  SPACES
                  PERFORM  110-AGREEMENT-ONE
              END-IF
           END-PERFORM
           CLOSE VDRFL
           IF  CHG-CNT  >  0
               PERFORM  180-SAVE-AGREEMENTS
           END-IF
           DISPLAY  "合約異動筆數 = " CHG-CNT.
       110-AGREEMENT-ONE.
           PERFORM  170-FIND-AGREEMENT
           IF  BPA-MATCH  >  0
               DISPLAY  "廠商 " BT-VDR (BPA-MATCH)
                        "  貨品 " BT-SKU (BPA-MATCH)
                        "  餘量 " WK-REMAIN
               DISPLAY  "結案 (Y/N)          : " WITH NO ADVANCING
               ACCEPT   ASK-CONFIRM
               IF  ASK-CONFIRM  =  "Y"
                   MOVE  "C"  TO BT-STATUS (BPA-MATCH)
                   ADD   1  TO CHG-CNT
               END-IF
               EXIT  PARAGRAPH
           END-IF
           IF  BPA-CNT  NOT <  300
               DISPLAY  "合約檔已滿, 未登錄"
               EXIT  PARAGRAPH
           END-IF
           MOVE  ASK-NO  TO BPA-NO
           DISPLAY  "廠商代號            : " WITH NO ADVANCING
           ACCEPT   BPA-VDR
           MOVE  BPA-VDR  TO VDR-CODE
           READ  VDRFL
              INVALID  KEY
                 DISPLAY  "查無此廠商, 未登錄 : " BPA-VDR
                 EXIT  PARAGRAPH
           END-READ
           IF  VDR-STATUS  =  "D"
               DISPLAY  "停止交易廠商, 未登錄 : " BPA-VDR
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  "貨品編號            : " WITH NO ADVANCING
           ACCEPT   BPA-SKU
           DISPLAY  "合約單價            : " WITH NO ADVANCING
           ACCEPT   BPA-PRICE
           DISPLAY  "承諾總量            : " WITH NO ADVANCING
           ACCEPT   BPA-COMMIT
           DISPLAY  "有效起日 (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT   BPA-START
           DISPLAY  "有效迄日 (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT   BPA-END
           IF  BPA-END  <  BPA-START
               OR  BPA-COMMIT  =  0
               OR  BPA-PRICE  =  0
               DISPLAY  "日期/數量/單價不正確, 未登錄"
               EXIT  PARAGRAPH
           END-IF
           MOVE  0    TO BPA-RELEASED
           MOVE  "O"  TO BPA-STATUS
           PERFORM  160-ADD-AGREEMENT
           ADD   1  TO CHG-CNT.
       150-LOAD-AGREEMENTS.
           OPEN  INPUT BPAFL
           IF  BPAFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  BPAFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  ADD   1  TO RUNLOG-READ-CNT
                  IF  BPA-CNT  <  300
                      PERFORM  160-ADD-AGREEMENT
                  END-IF
                  READ  BPAFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE BPAFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       160-ADD-AGREEMENT.
           ADD   1  TO BPA-CNT
           MOVE  BPA-NO        TO BT-NO       (BPA-CNT)
           MOVE  BPA-VDR       TO BT-VDR      (BPA-CNT)
           MOVE  BPA-SKU       TO BT-SKU      (BPA-CNT)
           MOVE  BPA-PRICE     TO BT-PRICE    (BPA-CNT)
           MOVE  BPA-COMMIT    TO BT-COMMIT   (BPA-CNT)
           MOVE  BPA-RELEASED  TO BT-RELEASED (BPA-CNT)
           MOVE  BPA-START     TO BT-START    (BPA-CNT)
           MOVE  BPA-END       TO BT-END      (BPA-CNT)
           MOVE  BPA-STATUS    TO BT-STATUS   (BPA-CNT).
       170-FIND-AGREEMENT.
           MOVE  0  TO BPA-MATCH
           MOVE  0  TO WK-REMAIN
           PERFORM  VARYING  BPA-IDX  FROM  1  BY 1
                    UNTIL BPA-IDX  >  BPA-CNT
              IF  BT-NO (BPA-IDX)  =  ASK-NO
                  MOVE  BPA-IDX  TO BPA-MATCH
                  COMPUTE  WK-REMAIN = BT-COMMIT (BPA-IDX)
                                     - BT-RELEASED (BPA-IDX)
              END-IF
           END-PERFORM.
       180-SAVE-AGREEMENTS.
           OPEN  OUTPUT BPAFL
           PERFORM  VARYING  BPA-IDX  FROM  1  BY 1
                    UNTIL BPA-IDX  >  BPA-CNT
              MOVE  BT-NO       (BPA-IDX)  TO BPA-NO
              MOVE  BT-VDR      (BPA-IDX)  TO BPA-VDR
              MOVE  BT-SKU      (BPA-IDX)  TO BPA-SKU
              MOVE  BT-PRICE    (BPA-IDX)  TO BPA-PRICE
              MOVE  BT-COMMIT   (BPA-IDX)  TO BPA-COMMIT
              MOVE  BT-RELEASED (BPA-IDX)  TO BPA-RELEASED
              MOVE  BT-START    (BPA-IDX)  TO BPA-START
              MOVE  BT-END      (BPA-IDX)  TO BPA-END
              MOVE  BT-STATUS   (BPA-IDX)  TO BPA-STATUS
              WRITE BPA-REC
           END-PERFORM
           CLOSE BPAFL.
       300-RELEASE.
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           DISPLAY  "叫貨日期 (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT   ASK-DATE
           PERFORM  305-LOAD-LIMIT
           OPEN  EXTEND APVFL
           IF  APVFL-STATUS  =  "35"
               OPEN  OUTPUT APVFL
           END-IF
           OPEN  I-O   POFL
           IF  POFL-STATUS  =  "35"
               OPEN  OUTPUT   POFL
               CLOSE POFL
               OPEN  I-O   POFL
           END-IF
           MOVE  SPACES   TO ASK-NO
           PERFORM  UNTIL ASK-NO = "E"
              DISPLAY  " "
              DISPLAY  "合約編號 (E:結束)   : " WITH NO ADVANCING
              ACCEPT   ASK-NO
              IF  ASK-NO  NOT =  "E"  AND  ASK-NO  NOT =  SPACES
                  PERFORM  310-RELEASE-ONE
              END-IF
           END-PERFORM
           CLOSE POFL   APVFL
           IF  REL-CNT  >  0
               PERFORM  180-SAVE-AGREEMENTS
           END-IF
           DISPLAY  "叫貨筆數 = " REL-CNT
           IF  PENDING-CNT  >  0
               DISPLAY  "POS PENDING APPROVAL = " PENDING-CNT
           END-IF
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS.
       305-LOAD-LIMIT.
           OPEN  INPUT LIMFL
           IF  LIMFL-STATUS  NOT =  "00"
               EXIT  PARAGRAPH
           END-IF
           READ  LIMFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              IF  LIM-USER  =  SIGNON-USER
                  MOVE  LIM-AMT  TO USER-LIMIT
              END-IF
              READ  LIMFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE LIMFL
           MOVE  "N"  TO EOF-SW.
       310-RELEASE-ONE.
           PERFORM  170-FIND-AGREEMENT
           IF  BPA-MATCH  =  0
               DISPLAY  "查無此合約 : " ASK-NO
               EXIT  PARAGRAPH
           END-IF
           IF  BT-STATUS (BPA-MATCH)  =  "C"
               DISPLAY  "合約已結案, 不可叫貨"
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  "廠商 " BT-VDR (BPA-MATCH)
                    "  貨品 " BT-SKU (BPA-MATCH)
                    "  單價 " BT-PRICE (BPA-MATCH)
                    "  餘量 " WK-REMAIN
           DISPLAY  "叫貨數量            : " WITH NO ADVANCING
           ACCEPT   ASK-QTY
           IF  ASK-QTY  =  0
               EXIT  PARAGRAPH
           END-IF
           MOVE  "N"  TO WK-WARN-SW
           IF  ASK-QTY  >  WK-REMAIN
               DISPLAY  "** 警告 : 叫貨量超過合約餘量 "
                        WK-REMAIN
               MOVE  "Y"  TO WK-WARN-SW
           END-IF
           IF  ASK-DATE  <  BT-START (BPA-MATCH)
               OR  ASK-DATE  >  BT-END (BPA-MATCH)
               DISPLAY  "** 警告 : 叫貨日不在合約有效期間 "
                        BT-START (BPA-MATCH) "-" BT-END (BPA-MATCH)
               MOVE  "Y"  TO WK-WARN-SW
           END-IF
           IF  WK-WARN-SW  =  "Y"
               DISPLAY  "仍要叫貨 (Y/N)      : " WITH NO ADVANCING
               ACCEPT   ASK-CONFIRM
               IF  ASK-CONFIRM  NOT =  "Y"
                   DISPLAY  "未叫貨"
                   EXIT  PARAGRAPH
               END-IF
               MOVE  "A"   TO RUNLOG-STATUS
           END-IF
           DISPLAY  "採購單號            : " WITH NO ADVANCING
           ACCEPT   ASK-PO-NO
           IF  ASK-PO-NO  =  SPACES
               DISPLAY  "未輸入採購單號, 未叫貨"
               EXIT  PARAGRAPH
           END-IF
           MOVE  ASK-PO-NO              TO PO-NO
           MOVE  BT-VDR   (BPA-MATCH)   TO PO-VDR
           MOVE  ASK-DATE               TO PO-DATE
           MOVE  BT-SKU   (BPA-MATCH)   TO PO-SKU
           MOVE  ASK-QTY                TO PO-QTY
           MOVE  BT-PRICE (BPA-MATCH)   TO PO-PRICE
           MOVE  0                      TO PO-RCVD
           MOVE  "N"  TO WRITE-OK-SW
           MOVE  1    TO PO-LINE
           PERFORM  UNTIL WRITE-OK-SW = "Y"  OR  PO-LINE = 99
              WRITE PO-REC
                 INVALID  KEY
                    ADD   1  TO PO-LINE
                 NOT INVALID  KEY
                    MOVE  "Y"  TO WRITE-OK-SW
              END-WRITE
           END-PERFORM
           IF  WRITE-OK-SW  NOT =  "Y"
               DISPLAY  "採購單行號已滿 : " ASK-PO-NO
               EXIT  PARAGRAPH
           END-IF
           ADD   ASK-QTY  TO BT-RELEASED (BPA-MATCH)
           ADD   1  TO REL-CNT
           ADD   1  TO RUNLOG-WRITE-CNT
           MOVE  PO-LINE  TO WK-LINE
           DISPLAY  "已產生採購單 " ASK-PO-NO " 行 " WK-LINE
           PERFORM  320-SET-APPROVAL.
       320-SET-APPROVAL.
           MOVE  0  TO PO-VALUE
           PERFORM  VARYING  PO-LINE  FROM  1  BY 1
                    UNTIL PO-LINE  >  WK-LINE
              MOVE  ASK-PO-NO  TO PO-NO
              READ  POFL
                 NOT INVALID  KEY
                    COMPUTE  PO-VALUE = PO-VALUE + PO-QTY * PO-PRICE
              END-READ
           END-PERFORM
           PERFORM  330-VENDOR-CURRENCY
           CALL  "P1232"  USING  WK-CUR  ASK-DATE  WK-RATE  RATE-REPLY
           IF  RATE-REPLY  =  "Y"
               COMPUTE  TWD-VALUE ROUNDED = PO-VALUE * WK-RATE
           ELSE
               MOVE  PO-VALUE  TO TWD-VALUE
               DISPLAY  "查無 " WK-CUR " 匯率, 須主管核准"
           END-IF
           ACCEPT   WK-DATE-WK  FROM  DATE
           CALL  "P0447"  USING  WK-DATE-WK  WK-DATE-PL
           MOVE  WK-DATE-PL (1:4)   TO WK-DATE-8 (1:4)
           MOVE  WK-DATE-PL (6:2)   TO WK-DATE-8 (5:2)
           MOVE  WK-DATE-PL (9:2)   TO WK-DATE-8 (7:2)
           MOVE  ASK-PO-NO    TO APV-PO
           MOVE  TWD-VALUE    TO APV-VALUE
           MOVE  SIGNON-USER  TO APV-KEYER
           MOVE  WK-DATE-8    TO APV-KEY-DATE
           ACCEPT   APV-KEY-TIME  FROM  TIME
           IF  TWD-VALUE  >  USER-LIMIT
               OR  RATE-REPLY  NOT =  "Y"
               MOVE  "P"      TO APV-STATE
               MOVE  SPACES   TO APV-APPROVER
               MOVE  0        TO APV-APV-DATE
               MOVE  0        TO APV-APV-TIME
               ADD   1  TO PENDING-CNT
               DISPLAY  "採購金額 " TWD-VALUE
                        " 超過核決權限, 待主管核准"
           ELSE
               MOVE  "A"           TO APV-STATE
               MOVE  SIGNON-USER   TO APV-APPROVER
               MOVE  APV-KEY-DATE  TO APV-APV-DATE
               MOVE  APV-KEY-TIME  TO APV-APV-TIME
           END-IF
           WRITE APV-REC.
       330-VENDOR-CURRENCY.
           MOVE  "TWD"  TO WK-CUR
           OPEN  INPUT VCUFL
           IF  VCUFL-STATUS  NOT =  "00"
               EXIT  PARAGRAPH
           END-IF
           READ  VCUFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              IF  VCU-VDR  =  BT-VDR (BPA-MATCH)
                  MOVE  VCU-CUR  TO WK-CUR
              END-IF
              READ  VCUFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE VCUFL
           MOVE  "N"  TO EOF-SW.
       500-STATUS-REPORT.
           ACCEPT   WK-DATE-WK  FROM  DATE
           CALL  "P0447"  USING  WK-DATE-WK  WK-DATE-PL
           MOVE  WK-DATE-PL (1:4)   TO WK-DATE-8 (1:4)
           MOVE  WK-DATE-PL (6:2)   TO WK-DATE-8 (5:2)
           MOVE  WK-DATE-PL (9:2)   TO WK-DATE-8 (7:2)
           OPEN  OUTPUT   PRINTFL
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           MOVE  WK-DATE-8  TO HD-DATE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           PERFORM  VARYING  BPA-IDX  FROM  1  BY 1
                    UNTIL BPA-IDX  >  BPA-CNT
              MOVE  BT-NO       (BPA-IDX)  TO DL-NO
              MOVE  BT-VDR      (BPA-IDX)  TO DL-VDR
              MOVE  BT-SKU      (BPA-IDX)  TO DL-SKU
              MOVE  BT-PRICE    (BPA-IDX)  TO DL-PRICE
              MOVE  BT-COMMIT   (BPA-IDX)  TO DL-COMMIT
              MOVE  BT-RELEASED (BPA-IDX)  TO DL-RELEASED
              COMPUTE  WK-REMAIN = BT-COMMIT (BPA-IDX)
                                 - BT-RELEASED (BPA-IDX)
              IF  WK-REMAIN  <  0
                  MOVE  0  TO WK-REMAIN
              END-IF
              MOVE  WK-REMAIN              TO DL-REMAIN
              MOVE  BT-START    (BPA-IDX)  TO DL-START
              MOVE  BT-END      (BPA-IDX)  TO DL-END
              EVALUATE  TRUE
                 WHEN  BT-STATUS (BPA-IDX)  =  "C"
                    MOVE  "結案"  TO DL-STATE
                 WHEN  BT-END (BPA-IDX)  <  WK-DATE-8
                    MOVE  "逾期"  TO DL-STATE
                 WHEN  WK-REMAIN  =  0
                    MOVE  "用罄"  TO DL-STATE
                 WHEN  OTHER
                    MOVE  "有效"  TO DL-STATE
              END-EVALUATE
              WRITE PRT-REC  FROM  DL  AFTER 1  LINES
              ADD   1  TO LIST-CNT
           END-PERFORM
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  LIST-CNT  TO TOT-CNT
           WRITE PRT-REC  FROM  TOT-1  AFTER 1  LINES
           CLOSE PRINTFL
           DISPLAY  "合約筆數 = " LIST-CNT.
