           SELECT   RCVFL    ASSIGN TO "D1028.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    RCVFL-STATUS.
           SELECT   LOCFL    ASSIGN TO "D0795.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    LOCFL-STATUS.
       DATA   DIVISION.
       FILE   SECTION.
       FD  POFL
           03 GR-PO-LINE     PIC 99.
           03 GR-DATE        PIC 9(8).
           03 GR-QTY         PIC 9(5).
           03 GR-LOT         PIC X(10).
           03 GR-EXPIRY      PIC 9(8).
           03 GR-LOC         PIC X(2).
       FD  LOCFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS LOC-REC.
       01  LOC-REC.
           03 LOC-CODE       PIC X(2).
           03 LOC-NAME       PIC X(20).
           03 LOC-COLD       PIC X.
       WORKING-STORAGE SECTION.
       01  POFL-STATUS       PIC XX.
       01  RCVFL-STATUS      PIC XX.
       01  LOCFL-STATUS      PIC XX.
       01  SIGNON-AREA.
           03 SIGNON-USER       PIC X(10).
           03 SIGNON-PASSWORD   PIC X(10).
       01  WK-RCV-NO         PIC X(6).
       01  WK-DATE           PIC 9(8).
       01  LOAD-CNT          PIC 9(4)   VALUE 0.
       01  ASK-LOC           PIC X(2).
       01  LOC-OK-SW         PIC X      VALUE "N".
       01  PO-APV-STATE      PIC X.
       01  EOF-SW            PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "OPERATOR ID : " WITH NO ADVANCING
           END-IF
           DISPLAY  "收貨日期 (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT   WK-DATE
           DISPLAY  "收貨倉別 (空白:01)  : " WITH NO ADVANCING
           ACCEPT   ASK-LOC
           PERFORM  050-CHECK-LOCATION
           IF  LOC-OK-SW  NOT =  "Y"
               DISPLAY  "倉別不在倉庫檔 : " ASK-LOC
               CLOSE POFL   RCVFL
               STOP  RUN
           END-IF
           MOVE  SPACES   TO WK-RCV-NO
           PERFORM  UNTIL WK-RCV-NO = "E"
              DISPLAY  " "
           CLOSE POFL   RCVFL
           DISPLAY  "收貨筆數 = " LOAD-CNT
           STOP  RUN.
       050-CHECK-LOCATION.
           IF  ASK-LOC  =  SPACES
               MOVE  "01"  TO ASK-LOC
           END-IF
           OPEN  INPUT LOCFL
           IF  LOCFL-STATUS  NOT =  "00"
               IF  ASK-LOC  =  "01"
                   MOVE  "Y"  TO LOC-OK-SW
               END-IF
               EXIT  PARAGRAPH
           END-IF
           READ  LOCFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              IF  LOC-CODE  =  ASK-LOC
                  MOVE  "Y"  TO LOC-OK-SW
              END-IF
              READ  LOCFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE LOCFL
           MOVE  "N"  TO EOF-SW.
       100-ACCEPT-ONE.
           DISPLAY  "採購單號            : " WITH NO ADVANCING
           ACCEPT   PO-NO
              INVALID  KEY
                 DISPLAY  "查無此採購單行 : " PO-NO " " PO-LINE
              NOT INVALID  KEY
                 CALL  "P1229"  USING  PO-NO  PO-APV-STATE
                 IF  PO-APV-STATE  =  "P"
                     DISPLAY  "採購單未核准, 不可收貨 : "
                              PO-NO
                 ELSE
                     PERFORM  110-POST-RECEIPT
                 END-IF
           END-READ.
       110-POST-RECEIPT.
           MOVE  WK-RCV-NO  TO GR-NO
           IF  PO-RCVD + GR-QTY  >  PO-QTY
               DISPLAY  "** 警告 : 收貨量超過訂購量 **"
           END-IF
           DISPLAY  "批號 (空白:不控管)  : " WITH NO ADVANCING
           ACCEPT   GR-LOT
           MOVE  0  TO GR-EXPIRY
           IF  GR-LOT  NOT =  SPACES
               DISPLAY  "有效日期 (YYYYMMDD) : " WITH NO ADVANCING
               ACCEPT   GR-EXPIRY
           END-IF
           MOVE  ASK-LOC  TO GR-LOC
           WRITE RCV-REC
           ADD   GR-QTY  TO PO-RCVD
           REWRITE  PO-REC
