       01  RUNLOG-READ-CNT      PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT     PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS        PIC X      VALUE "N".
       01  REG-FUNC             PIC X.
       01  REG-JOB              PIC X(8)   VALUE "P0450".
       01  REG-DATE             PIC 9(8).
       01  REG-CNT              PIC 9(7)   VALUE 0.
       01  REG-HASH             PIC 9(12)  VALUE 0.
       01  REG-DONE             PIC 9(7)   VALUE 0.
       01  REG-REPLY            PIC X.
       01  REG-OVERRIDE         PIC X.
       01  CORR-SEQ             PIC 9(7)   VALUE 0.
       01  WK-IDNO-X            PIC X(5).
       01  WK-IDNO-N  REDEFINES  WK-IDNO-X  PIC 9(5).
       PROCEDURE DIVISION.
       000-START.
           MOVE  "S"   TO RUNLOG-ACTION
           MOVE  WS-HOUR   TO WS-HOUR-R
           MOVE  WS-MIN    TO WS-MIN-R
           MOVE  WS-SEC    TO WS-SEC-R
           PERFORM  050-HASH-CORR
           PERFORM  060-CHECK-REGISTER
           OPEN  INPUT CORRFL
                 I-O   STUDFL
                 OUTPUT REJFL
           WRITE REJ-REC  FROM  REJ-HD-1  AFTER PAGE
           PERFORM  010-READ-CORR
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO CORR-SEQ
              IF  CORR-SEQ  >  REG-DONE
                  PERFORM  100-POST-CORR
                  MOVE  "K"       TO REG-FUNC
                  MOVE  CORR-SEQ  TO REG-DONE
                  CALL  "P1239"  USING  REG-FUNC  REG-JOB   REG-DATE
                                        REG-CNT   REG-HASH  REG-DONE
                                        REG-REPLY
              END-IF
              PERFORM  010-READ-CORR
           END-PERFORM
           CLOSE CORRFL   STUDFL   JRNLFL   REJFL
           MOVE  "F"       TO REG-FUNC
           MOVE  CORR-SEQ  TO REG-DONE
           CALL  "P1239"  USING  REG-FUNC  REG-JOB   REG-DATE
                                 REG-CNT   REG-HASH  REG-DONE
                                 REG-REPLY
           DISPLAY  "POSTED = " POST-CNT  "  REJECTED = " REJ-CNT
           MOVE  "E"   TO RUNLOG-ACTION
           IF  REJ-CNT  >  0
                   ADD   1  TO RUNLOG-READ-CNT
               END-IF
           END-IF.
       050-HASH-CORR.
           MOVE  WK-DATE-8  TO REG-DATE
           OPEN  INPUT CORRFL
           PERFORM  010-READ-CORR
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO REG-CNT
              COMPUTE  REG-HASH = REG-HASH + CORR-SUBJ
                                + CORR-SCOR * 10
              MOVE  CORR-IDNO  TO WK-IDNO-X
              IF  WK-IDNO-X  IS NUMERIC
                  ADD   WK-IDNO-N  TO REG-HASH
              END-IF
              PERFORM  010-READ-CORR
           END-PERFORM
           CLOSE CORRFL
           MOVE  "N"   TO EOF-SW
           MOVE  0     TO RUNLOG-READ-CNT.
       060-CHECK-REGISTER.
           MOVE  "C"   TO REG-FUNC
           CALL  "P1239"  USING  REG-FUNC  REG-JOB   REG-DATE
                                 REG-CNT   REG-HASH  REG-DONE
                                 REG-REPLY
           IF  REG-REPLY  =  "R"
               DISPLAY  "RESTART - CORRECTIONS ALREADY POSTED = "
                        REG-DONE
           END-IF
           IF  REG-REPLY  =  "P"
               DISPLAY  "D0451.DAT ALREADY POSTED ON A PRIOR RUN"
               DISPLAY  "OVERRIDE AND POST AGAIN (Y/N) : "
                        WITH NO ADVANCING
               ACCEPT   REG-OVERRIDE
               IF  REG-OVERRIDE  NOT =  "Y"
                   DISPLAY  "DUPLICATE INPUT REFUSED - NOTHING POSTED"
                   MOVE  "E"   TO RUNLOG-ACTION
                   MOVE  "A"   TO RUNLOG-STATUS
                   CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                         RUNLOG-READ-CNT
                                         RUNLOG-WRITE-CNT
                                         RUNLOG-STATUS
                   STOP  RUN
               END-IF
               MOVE  "O"   TO REG-FUNC
               CALL  "P1239"  USING  REG-FUNC  REG-JOB   REG-DATE
                                     REG-CNT   REG-HASH  REG-DONE
                                     REG-REPLY
               DISPLAY  "OPERATOR OVERRIDE LOGGED - REPOSTING"
           END-IF.
       100-POST-CORR.
           IF  CORR-SUBJ  <  1  OR  CORR-SUBJ  >  6
               MOVE  "科目代號錯誤"        TO REJ-MSG
