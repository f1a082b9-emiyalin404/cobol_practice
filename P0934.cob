       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P0934.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   VARFL   ASSIGN   TO "D0934.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    VARFL-STATUS.
       DATA   DIVISION.
       FILE   SECTION.
       FD  VARFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS VAR-REC.
       01  VAR-REC.
           03 VAR-YYMM       PIC 9(6).
           03 VAR-CNT        PIC 9(4).
           03 VAR-SIGNOFF    PIC X.
           03 VAR-RUN-USER   PIC X(10).
           03 VAR-SIGN-USER  PIC X(10).
           03 VAR-SIGN-DATE  PIC 9(8).
       WORKING-STORAGE SECTION.
       01  SIGNON-AREA.
           03 SIGNON-USER       PIC X(10).
           03 SIGNON-PASSWORD   PIC X(10).
           03 SIGNON-SUBSYS     PIC X(3)   VALUE "PAY".
           03 SIGNON-REPLY      PIC X.
       01  VARFL-STATUS      PIC XX.
       01  CONFIRM-SW        PIC X.
       01  WK-DATE-WK        PIC 9(6).
       01  WK-DATE-PL        PIC 9(4)/99/99.
       01  WK-DATE-8         PIC 9(8).
       01  RUNLOG-JOB        PIC X(8)   VALUE "P0934".
       01  RUNLOG-ACTION     PIC X.
       01  RUNLOG-READ-CNT   PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT  PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS     PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "OPERATOR ID : " WITH NO ADVANCING
           ACCEPT   SIGNON-USER
           DISPLAY  "PASSWORD    : " WITH NO ADVANCING
           ACCEPT   SIGNON-PASSWORD
           CALL  "P1020"  USING  SIGNON-USER  SIGNON-PASSWORD
                                 SIGNON-SUBSYS  SIGNON-REPLY
           IF  SIGNON-REPLY  NOT =  "Y"
               DISPLAY  "SIGN-ON REFUSED - 未簽核"
               STOP  RUN
           END-IF
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           PERFORM  100-SIGNOFF
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           STOP  RUN.
       100-SIGNOFF.
           OPEN  INPUT VARFL
           IF  VARFL-STATUS  NOT =  "00"
               DISPLAY  "查無薪資異動狀態檔 D0934.DAT"
               DISPLAY  "請先執行 P0873 薪資作業"
               MOVE  "A"   TO RUNLOG-STATUS
               EXIT  PARAGRAPH
           END-IF
           READ  VARFL
              AT END
                 CLOSE VARFL
                 DISPLAY  "薪資異動狀態檔無資料"
                 MOVE  "A"   TO RUNLOG-STATUS
                 EXIT  PARAGRAPH
           END-READ
           CLOSE VARFL
           ADD   1  TO RUNLOG-READ-CNT
           DISPLAY  "薪資年月 : " VAR-YYMM
                    "  異動筆數 : " VAR-CNT
           IF  VAR-SIGNOFF  =  "Y"
               DISPLAY  "異動比對表已簽核 : " VAR-SIGN-USER
               EXIT  PARAGRAPH
           END-IF
           IF  VAR-RUN-USER  =  SIGNON-USER
               DISPLAY  "薪資作業執行者不可自行簽核 : "
                        SIGNON-USER
               MOVE  "A"   TO RUNLOG-STATUS
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  "已核閱 VARI0873, 確認簽核 (Y/N) : "
                    WITH NO ADVANCING
           ACCEPT   CONFIRM-SW
           IF  CONFIRM-SW  NOT =  "Y"  AND  CONFIRM-SW  NOT =  "y"
               DISPLAY  "未簽核"
               EXIT  PARAGRAPH
           END-IF
           ACCEPT   WK-DATE-WK  FROM  DATE
           CALL  "P0447"  USING  WK-DATE-WK  WK-DATE-PL
           MOVE  WK-DATE-PL (1:4)   TO WK-DATE-8 (1:4)
           MOVE  WK-DATE-PL (6:2)   TO WK-DATE-8 (5:2)
           MOVE  WK-DATE-PL (9:2)   TO WK-DATE-8 (7:2)
           MOVE  "Y"          TO VAR-SIGNOFF
           MOVE  SIGNON-USER  TO VAR-SIGN-USER
           MOVE  WK-DATE-8    TO VAR-SIGN-DATE
           OPEN  OUTPUT VARFL
           WRITE VAR-REC
           CLOSE VARFL
           ADD   1  TO RUNLOG-WRITE-CNT
           DISPLAY  "異動比對表已簽核, 可執行 P0897 轉帳".
