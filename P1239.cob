       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P1239.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   REGFL   ASSIGN   TO "D1242.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    REGFL-STATUS.
       DATA   DIVISION.
       FILE   SECTION.
       FD  REGFL
           DATA  RECORD   IS REG-REC.
       01  REG-REC.
           03 REG-JOB          PIC X(8).
           03 REG-DATE         PIC 9(8).
           03 REG-CNT          PIC 9(7).
           03 REG-HASH         PIC 9(12).
           03 REG-STATUS       PIC X.
           03 REG-DONE         PIC 9(7).
           03 REG-STAMP-DATE   PIC 9(8).
           03 REG-STAMP-TIME   PIC 9(8).
       WORKING-STORAGE SECTION.
       01  REGFL-STATUS        PIC XX.
       01  EOF-SW              PIC X      VALUE "N".
       01  WK-LAST-STATUS      PIC X.
       01  WK-LAST-DONE        PIC 9(7).
       01  WK-NEW-STATUS       PIC X.
       01  WK-DATE-WK          PIC 9(6).
       01  WK-DATE-PL          PIC 9(4)/99/99.
       01  WK-DATE-8           PIC 9(8).
       01  WK-TIME             PIC 9(8).
       LINKAGE SECTION.
       01  LK-FUNC             PIC X.
       01  LK-JOB              PIC X(8).
       01  LK-DATE             PIC 9(8).
       01  LK-CNT              PIC 9(7).
       01  LK-HASH             PIC 9(12).
       01  LK-DONE             PIC 9(7).
       01  LK-REPLY            PIC X.
       PROCEDURE DIVISION  USING  LK-FUNC  LK-JOB   LK-DATE
                                  LK-CNT   LK-HASH  LK-DONE
                                  LK-REPLY.
       000-START.
           MOVE  "Y"   TO LK-REPLY
           EVALUATE  LK-FUNC
              WHEN  "C"
                 PERFORM  100-CHECK-RUN
              WHEN  "K"
                 MOVE  "I"   TO WK-NEW-STATUS
                 PERFORM  200-STAMP-RUN
              WHEN  "F"
                 MOVE  "C"   TO WK-NEW-STATUS
                 PERFORM  200-STAMP-RUN
              WHEN  "O"
                 MOVE  "O"   TO WK-NEW-STATUS
                 MOVE  0     TO LK-DONE
                 PERFORM  200-STAMP-RUN
              WHEN  OTHER
                 MOVE  "E"   TO LK-REPLY
           END-EVALUATE
           GOBACK.
       100-CHECK-RUN.
           MOVE  SPACE  TO WK-LAST-STATUS
           MOVE  0      TO WK-LAST-DONE
           OPEN  INPUT REGFL
           IF  REGFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               MOVE  "N"   TO EOF-SW
               READ  REGFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  REG-JOB   =  LK-JOB
                      AND  REG-DATE  =  LK-DATE
                      AND  REG-CNT   =  LK-CNT
                      AND  REG-HASH  =  LK-HASH
                      MOVE  REG-STATUS  TO WK-LAST-STATUS
                      MOVE  REG-DONE    TO WK-LAST-DONE
                  END-IF
                  READ  REGFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE REGFL
           END-IF
           MOVE  "N"   TO EOF-SW
           MOVE  0     TO LK-DONE
           EVALUATE  WK-LAST-STATUS
              WHEN  SPACE
                 MOVE  "N"   TO LK-REPLY
              WHEN  "C"
                 MOVE  "P"   TO LK-REPLY
                 MOVE  WK-LAST-DONE  TO LK-DONE
              WHEN  OTHER
                 MOVE  "R"   TO LK-REPLY
                 MOVE  WK-LAST-DONE  TO LK-DONE
           END-EVALUATE.
       200-STAMP-RUN.
           ACCEPT   WK-DATE-WK  FROM  DATE
           CALL  "P0447"  USING  WK-DATE-WK  WK-DATE-PL
           MOVE  WK-DATE-PL (1:4)   TO WK-DATE-8 (1:4)
           MOVE  WK-DATE-PL (6:2)   TO WK-DATE-8 (5:2)
           MOVE  WK-DATE-PL (9:2)   TO WK-DATE-8 (7:2)
           ACCEPT   WK-TIME  FROM  TIME
           OPEN  EXTEND REGFL
           IF  REGFL-STATUS  =  "35"
               OPEN  OUTPUT REGFL
           END-IF
           MOVE  LK-JOB     TO REG-JOB
           MOVE  LK-DATE    TO REG-DATE
           MOVE  LK-CNT     TO REG-CNT
           MOVE  LK-HASH    TO REG-HASH
           MOVE  WK-NEW-STATUS  TO REG-STATUS
           MOVE  LK-DONE    TO REG-DONE
           MOVE  WK-DATE-8  TO REG-STAMP-DATE
           MOVE  WK-TIME    TO REG-STAMP-TIME
           WRITE REG-REC
           CLOSE REGFL.
