           SELECT   CNTFL   ASSIGN   TO   "D0778.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CNTFL-STATUS.
           SELECT   LOCFL   ASSIGN   TO   "D0795.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    LOCFL-STATUS.
       DATA   DIVISION.
       FILE   SECTION.
       FD  CNTFL
           03 CNT-SKU         PIC X(4).
           03 CNT-DATE        PIC 9(6).
           03 CNT-QTY         PIC 9(5).
           03 CNT-LOC         PIC X(2).
       FD  LOCFL
           DATA   RECORD   IS LOC-REC.
       01  LOC-REC.
           03 LOC-CODE        PIC X(2).
           03 LOC-NAME        PIC X(20).
           03 LOC-COLD        PIC X.
       WORKING-STORAGE SECTION.
       01  CNTFL-STATUS       PIC XX.
       01  LOCFL-STATUS       PIC XX.
       01  WK-LOC             PIC X(2).
       01  LOC-OK-SW          PIC X      VALUE "N".
       01  EOF-SW             PIC X      VALUE "N".
       01  WK-SKU             PIC X(4).
       01  WK-DATE            PIC 9(6).
       01  LOAD-CNT           PIC 9(4)   VALUE 0.
           END-IF
           DISPLAY  "盤點日期 (YYMMDD)   : " WITH NO ADVANCING
           ACCEPT   WK-DATE
           PERFORM  UNTIL LOC-OK-SW = "Y"
              DISPLAY  "盤點倉別 (空白:01) : " WITH NO ADVANCING
              ACCEPT   WK-LOC
              PERFORM  050-CHECK-LOCATION
           END-PERFORM
           MOVE  SPACES   TO WK-SKU
           PERFORM  UNTIL WK-SKU = "E"
              DISPLAY  "貨品編號 (E:結束)   : " WITH NO ADVANCING
           CLOSE CNTFL
           DISPLAY  "盤點筆數 = " LOAD-CNT
           STOP  RUN.
       050-CHECK-LOCATION.
           IF  WK-LOC  =  SPACES
               MOVE  "01"  TO WK-LOC
           END-IF
           OPEN  INPUT LOCFL
           IF  LOCFL-STATUS  NOT =  "00"
               IF  WK-LOC  =  "01"
                   MOVE  "Y"  TO LOC-OK-SW
               END-IF
           ELSE
               READ  LOCFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  LOC-CODE  =  WK-LOC
                      MOVE  "Y"  TO LOC-OK-SW
                  END-IF
                  READ  LOCFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE LOCFL
               MOVE  "N"  TO EOF-SW
           END-IF
           IF  LOC-OK-SW  NOT =  "Y"
               DISPLAY  "倉別不在倉庫檔, 請重新輸入"
           END-IF.
       100-ACCEPT-ONE.
           MOVE  WK-SKU   TO CNT-SKU
           MOVE  WK-DATE  TO CNT-DATE
           MOVE  WK-LOC   TO CNT-LOC
           DISPLAY  "盤點數量            : " WITH NO ADVANCING
           ACCEPT   CNT-QTY
           WRITE CNT-REC
