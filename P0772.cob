           SELECT   CODEFL  ASSIGN   TO   "D1241.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CODEFL-STATUS.
           SELECT   LOCFL   ASSIGN   TO   "D0795.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    LOCFL-STATUS.
       DATA   DIVISION.
       FILE   SECTION.
       FD  SDTFL
           03 SDT-MOVE        PIC X.
           03 SDT-QTY         PIC 9(3).
           03 SDT-CUST        PIC X(4).
           03 SDT-LOC         PIC X(2).
           03 SDT-DOC         PIC X(6).
       FD  CUSFL
           DATA  RECORD   IS CUS-REC.
       01  CUS-REC.
           03 HLD-MOVE        PIC X.
           03 HLD-QTY         PIC 9(3).
           03 HLD-CUST        PIC X(4).
           03 HLD-LOC         PIC X(2).
       FD  CODEFL
           DATA  RECORD   IS CODE-REC.
       01  CODE-REC.
           03 CODE-VALUE      PIC X(2).
           03 CODE-DESC       PIC X(20).
           03 CODE-ACTIVE     PIC X.
       FD  LOCFL
           DATA  RECORD   IS LOC-REC.
       01  LOC-REC.
           03 LOC-CODE        PIC X(2).
           03 LOC-NAME        PIC X(20).
           03 LOC-COLD        PIC X.
       WORKING-STORAGE SECTION.
       01  SDTFL-STATUS       PIC XX.
       01  CUSFL-STATUS       PIC XX.
           03 CODE-TAB        PIC X      OCCURS 20 TIMES.
       01  CODE-IDX           PIC 9(2).
       01  CODE-OK-SW         PIC X.
       01  LOCFL-STATUS       PIC XX.
       01  LOC-TAB-AREA.
           03 LOC-CNT         PIC 9(2)   VALUE 0.
           03 LOC-TAB         PIC X(2)   OCCURS 10 TIMES.
       01  LOC-IDX            PIC 9(2).
       01  WK-LOC             PIC X(2)   VALUE SPACES.
       01  LOC-OK-SW          PIC X      VALUE "N".
       01  EOF-SW             PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           PERFORM  005-LOAD-CODES
           PERFORM  010-LOAD-CUSTOMERS
           PERFORM  020-LOAD-PRICES
           PERFORM  030-LOAD-LOCATIONS
           OPEN  EXTEND SDTFL
           IF  SDTFL-STATUS  =  "35"
               OPEN  OUTPUT SDTFL
           END-IF
           DISPLAY  "銷售日期 (YYMMDD) : " WITH NO ADVANCING
           ACCEPT   WK-DATE
           PERFORM  UNTIL LOC-OK-SW = "Y"
              DISPLAY  "倉別 (空白:01)     : " WITH NO ADVANCING
              ACCEPT   WK-LOC
              PERFORM  160-CHECK-LOCATION
           END-PERFORM
           MOVE  SPACES   TO WK-SKU
           PERFORM  UNTIL WK-SKU = "E"
              DISPLAY  "貨品編號 (E:結束) : " WITH NO ADVANCING
                  END-IF
               END-PERFORM
           END-IF
           IF  SDT-MOVE = "T"  OR  SDT-MOVE = "U"
               MOVE  "N"  TO CODE-OK-SW
               DISPLAY  "調撥請由 P0795 輸入"
               EXIT  PARAGRAPH
           END-IF
           IF  CODE-OK-SW  NOT =  "Y"
               DISPLAY  "代號不在代碼檔, 請重新輸入"
           END-IF.
       160-CHECK-LOCATION.
           IF  WK-LOC  =  SPACES
               MOVE  "01"  TO WK-LOC
           END-IF
           IF  LOC-CNT  =  0
               IF  WK-LOC  =  "01"
                   MOVE  "Y"  TO LOC-OK-SW
               END-IF
           ELSE
               PERFORM  VARYING  LOC-IDX  FROM  1  BY 1
                        UNTIL LOC-IDX  >  LOC-CNT
                  IF  LOC-TAB (LOC-IDX)  =  WK-LOC
                      MOVE  "Y"  TO LOC-OK-SW
                  END-IF
               END-PERFORM
           END-IF
           IF  LOC-OK-SW  NOT =  "Y"
               DISPLAY  "倉別不在倉庫檔, 請重新輸入"
           END-IF.
       010-LOAD-CUSTOMERS.
           OPEN  INPUT CUSFL
           IF  CUSFL-STATUS  NOT =  "00"
               CLOSE PRCFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       030-LOAD-LOCATIONS.
           OPEN  INPUT LOCFL
           IF  LOCFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  LOCFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  LOC-CNT  <  10
                      ADD   1  TO LOC-CNT
                      MOVE  LOC-CODE  TO LOC-TAB (LOC-CNT)
                  END-IF
                  READ  LOCFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE LOCFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       100-ACCEPT-ONE.
           MOVE  WK-DATE  TO SDT-DATE
           MOVE  WK-SKU   TO SDT-SKU
           MOVE  WK-LOC   TO SDT-LOC
           MOVE  SPACES   TO SDT-DOC
           MOVE  SPACE  TO SDT-MOVE
           MOVE  "N"    TO CODE-OK-SW
           PERFORM  UNTIL CODE-OK-SW = "Y"
           MOVE  SDT-MOVE  TO HLD-MOVE
           MOVE  SDT-QTY   TO HLD-QTY
           MOVE  SDT-CUST  TO HLD-CUST
           MOVE  SDT-LOC   TO HLD-LOC
           WRITE HELD-REC
           ADD   1  TO HELD-CNT.
