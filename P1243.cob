       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P1243.
       ENVIRONMENT DIVISION.
       DATA   DIVISION.
       WORKING-STORAGE SECTION.
       01  HASH-CHARSET.
           03 FILLER           PIC X(37)  VALUE
                 " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           03 FILLER           PIC X(26)  VALUE
                 "abcdefghijklmnopqrstuvwxyz".
           03 FILLER           PIC X(19)  VALUE
                 "!#$%&*+-./:;<=>?@_,".
       01  HASH-TEXT           PIC X(20).
       01  HASH-CHAR           PIC X.
       01  HASH-ACC            PIC 9(10).
       01  HASH-WORK           PIC 9(18).
       01  HASH-QUOT           PIC 9(18).
       01  HASH-POS            PIC 9(3).
       01  HASH-ROUND          PIC 9.
       01  HASH-IDX            PIC 9(2).
       LINKAGE SECTION.
       01  LK-USER             PIC X(10).
       01  LK-PASSWORD         PIC X(10).
       01  LK-HASH             PIC X(10).
       PROCEDURE DIVISION  USING  LK-USER  LK-PASSWORD  LK-HASH.
       000-START.
           MOVE  LK-USER       TO HASH-TEXT (1:10)
           MOVE  LK-PASSWORD   TO HASH-TEXT (11:10)
           MOVE  1234567       TO HASH-ACC
           PERFORM  VARYING  HASH-ROUND  FROM  1  BY 1
                    UNTIL HASH-ROUND  >  3
              PERFORM  VARYING  HASH-IDX  FROM  1  BY 1
                       UNTIL HASH-IDX  >  20
                 PERFORM  100-MIX-CHAR
              END-PERFORM
           END-PERFORM
           MOVE  HASH-ACC  TO LK-HASH
           GOBACK.
       100-MIX-CHAR.
           MOVE  HASH-TEXT (HASH-IDX:1)  TO HASH-CHAR
           MOVE  0  TO HASH-POS
           INSPECT  HASH-CHARSET  TALLYING  HASH-POS
                    FOR CHARACTERS  BEFORE INITIAL  HASH-CHAR
           COMPUTE  HASH-WORK  =  HASH-ACC * 131
                               +  (HASH-POS + 1)
                                * (HASH-IDX + HASH-ROUND * 7)
                               +  97
           DIVIDE  HASH-WORK  BY 9999999967
                   GIVING  HASH-QUOT  REMAINDER  HASH-ACC.
