           03 RCPT-CODE       PIC 9(5).
           03 RCPT-DATE       PIC 9(8).
           03 RCPT-AMT        PIC 9(6).
           03 RCPT-TYPE       PIC X.
       WORKING-STORAGE SECTION.
       01  RCPTFL-STATUS      PIC XX.
       01  WK-CODE            PIC X(5).
       01  WK-CODE-N  REDEFINES  WK-CODE   PIC 9(5).
       01  WK-DATE            PIC 9(8).
       01  WK-AMT             PIC 9(6).
       01  WK-TYPE            PIC X.
       01  LOAD-CNT           PIC 9(4)   VALUE 0.
       01  LOAD-TOT           PIC 9(8)   VALUE 0.
       PROCEDURE DIVISION.
       100-ACCEPT-ONE.
           DISPLAY  "AMOUNT RECEIVED         : " WITH NO ADVANCING
           ACCEPT   WK-AMT
           DISPLAY  "TYPE (P:PREMIUM L:LOAN) : " WITH NO ADVANCING
           ACCEPT   WK-TYPE
           IF  WK-TYPE  =  "L"  OR  WK-TYPE  =  "l"
               MOVE  "L"     TO WK-TYPE
           ELSE
               MOVE  SPACE   TO WK-TYPE
           END-IF
           MOVE  WK-CODE-N  TO RCPT-CODE
           MOVE  WK-DATE    TO RCPT-DATE
           MOVE  WK-AMT     TO RCPT-AMT
           MOVE  WK-TYPE    TO RCPT-TYPE
           WRITE RCPT-REC
           ADD   1       TO LOAD-CNT
           ADD   WK-AMT  TO LOAD-TOT.
