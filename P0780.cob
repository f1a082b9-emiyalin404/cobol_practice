           03 HLD-MOVE        PIC X.
           03 HLD-QTY         PIC 9(3).
           03 HLD-CUST        PIC X(4).
           03 HLD-LOC         PIC X(2).
       FD  SDTFL
           DATA  RECORD   IS SDT-REC.
       01  SDT-REC.
           03 SDT-MOVE        PIC X.
           03 SDT-QTY         PIC 9(3).
           03 SDT-CUST        PIC X(4).
           03 SDT-LOC         PIC X(2).
           03 SDT-DOC         PIC X(6).
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC            PIC X(60).
              05 HT-MOVE      PIC X.
              05 HT-QTY       PIC 9(3).
              05 HT-CUST      PIC X(4).
              05 HT-LOC       PIC X(2).
              05 HT-REL-SW    PIC X.
       01  WK-DATE-6          PIC 9(6).
       01  WK-ANSW            PIC X.
                      MOVE  HLD-MOVE  TO HT-MOVE (HELD-CNT)
                      MOVE  HLD-QTY   TO HT-QTY  (HELD-CNT)
                      MOVE  HLD-CUST  TO HT-CUST (HELD-CNT)
                      MOVE  HLD-LOC   TO HT-LOC  (HELD-CNT)
                      MOVE  SPACE     TO HT-REL-SW (HELD-CNT)
                      ADD   1  TO RUNLOG-READ-CNT
                  END-IF
               MOVE  HT-MOVE (HELD-IDX)  TO SDT-MOVE
               MOVE  HT-QTY  (HELD-IDX)  TO SDT-QTY
               MOVE  HT-CUST (HELD-IDX)  TO SDT-CUST
               MOVE  HT-LOC  (HELD-IDX)  TO SDT-LOC
               IF  SDT-LOC  =  SPACES
                   MOVE  "01"  TO SDT-LOC
               END-IF
               MOVE  SPACES              TO SDT-DOC
               WRITE SDT-REC
               MOVE  "R"  TO HT-REL-SW (HELD-IDX)
               ADD   1    TO REL-CNT
                  MOVE  HT-MOVE (HELD-IDX)  TO HLD-MOVE
                  MOVE  HT-QTY  (HELD-IDX)  TO HLD-QTY
                  MOVE  HT-CUST (HELD-IDX)  TO HLD-CUST
                  MOVE  HT-LOC  (HELD-IDX)  TO HLD-LOC
                  WRITE HELD-REC
              END-IF
           END-PERFORM
