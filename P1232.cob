       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P1232.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   RATEFL   ASSIGN TO "D1232.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    RATEFL-STATUS.
       DATA   DIVISION.
       FILE   SECTION.
       FD  RATEFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS RATE-REC.
       01  RATE-REC.
           03 RATE-CUR          PIC X(3).
           03 RATE-DATE         PIC 9(8).
           03 RATE-RATE         PIC 9(3)V9(6).
       WORKING-STORAGE SECTION.
       01  RATEFL-STATUS        PIC XX.
       01  EOF-SW               PIC X.
       01  BEST-DATE            PIC 9(8).
       LINKAGE SECTION.
       01  LK-CUR               PIC X(3).
       01  LK-DATE              PIC 9(8).
       01  LK-RATE              PIC 9(3)V9(6).
       01  LK-REPLY             PIC X.
       PROCEDURE DIVISION  USING  LK-CUR  LK-DATE  LK-RATE  LK-REPLY.
       000-START.
           MOVE  "N"  TO LK-REPLY
           MOVE  0    TO LK-RATE
           MOVE  0    TO BEST-DATE
           IF  LK-CUR  =  SPACES  OR  LK-CUR  =  "TWD"
               MOVE  1    TO LK-RATE
               MOVE  "Y"  TO LK-REPLY
               GOBACK
           END-IF
           OPEN  INPUT RATEFL
           IF  RATEFL-STATUS  =  "00"
               MOVE  "N"   TO EOF-SW
               READ  RATEFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  RATE-CUR  =  LK-CUR
                      AND  RATE-DATE  NOT >  LK-DATE
                      AND  RATE-DATE  NOT <  BEST-DATE
                      MOVE  RATE-DATE  TO BEST-DATE
                      MOVE  RATE-RATE  TO LK-RATE
                      MOVE  "Y"        TO LK-REPLY
                  END-IF
                  READ  RATEFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE RATEFL
           END-IF
           GOBACK.
