           03 PLR-POS         PIC X(2).
           03 PLR-ACTIVE      PIC X.
           03 PLR-JOINED      PIC 9(8).
           03 PLR-ALT-POS     PIC X(2)   OCCURS 3 TIMES.
       WORKING-STORAGE SECTION.
       01  POS-CODE-AREA.
           03 FILLER          PIC X(20)  VALUE
                 "P C 1B2B3BSSLFCFRFDH".
       01  POS-CODE-TAB  REDEFINES  POS-CODE-AREA.
           03 POS-CODE        PIC X(2)   OCCURS 10 TIMES.
       01  POS-IDX            PIC 99.
       01  ALT-IDX            PIC 9.
       01  POS-OK-SW          PIC X.
       01  WK-POS             PIC X(2).
       01  PLRFL-STATUS       PIC XX.
       01  MODE-SW            PIC X.
       01  WK-NO              PIC X(4).
                  DISPLAY  "姓 名               : "
                           WITH NO ADVANCING
                  ACCEPT   PLR-NAME
                  MOVE  "N"  TO POS-OK-SW
                  PERFORM  UNTIL POS-OK-SW = "Y"
                     DISPLAY  "守備位置 (2)        : "
                              WITH NO ADVANCING
                     ACCEPT   WK-POS
                     PERFORM  110-CHECK-POS
                  END-PERFORM
                  MOVE  WK-POS  TO PLR-POS
                  MOVE  SPACES  TO PLR-ALT-POS (1)  PLR-ALT-POS (2)
                                   PLR-ALT-POS (3)
                  MOVE  1  TO ALT-IDX
                  PERFORM  UNTIL ALT-IDX  >  3
                     DISPLAY  "兼守位置 (空白:無)  : "
                              WITH NO ADVANCING
                     ACCEPT   WK-POS
                     IF  WK-POS  =  SPACES
                         MOVE  4  TO ALT-IDX
                     ELSE
                         PERFORM  110-CHECK-POS
                         IF  POS-OK-SW  =  "Y"
                             MOVE  WK-POS  TO PLR-ALT-POS (ALT-IDX)
                             ADD   1  TO ALT-IDX
                         END-IF
                     END-IF
                  END-PERFORM
                  DISPLAY  "在籍 (Y/N)          : "
                           WITH NO ADVANCING
                  ACCEPT   PLR-ACTIVE
           END-PERFORM
           CLOSE PLRFL
           DISPLAY  "球員筆數 = " LOAD-CNT.
       110-CHECK-POS.
           MOVE  "N"  TO POS-OK-SW
           PERFORM  VARYING  POS-IDX  FROM  1  BY 1
                    UNTIL POS-IDX  >  10
              IF  POS-CODE (POS-IDX)  =  WK-POS
                  MOVE  "Y"  TO POS-OK-SW
              END-IF
           END-PERFORM
           IF  POS-OK-SW  =  "N"
               DISPLAY  "守備位置代碼錯誤 : " WK-POS
               DISPLAY  "(P C 1B 2B 3B SS LF CF RF DH)"
           END-IF.
       200-LIST-PLAYERS.
           OPEN  INPUT PLRFL
           IF  PLRFL-STATUS  NOT =  "00"
               PERFORM  UNTIL EOF-SW = "Y"
                  DISPLAY  PLR-NO " " PLR-NAME " " PLR-POS
                           " " PLR-ACTIVE " " PLR-JOINED
                           " " PLR-ALT-POS (1) " " PLR-ALT-POS (2)
                           " " PLR-ALT-POS (3)
                  ADD   1  TO LOAD-CNT
                  READ  PLRFL   AT END
                     MOVE  "Y"   TO EOF-SW
