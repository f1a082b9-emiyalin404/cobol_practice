           SELECT   ACCFL ASSIGN TO   "D0771A.DAT"
              ORGANIZATION   LINE  SEQUENTIAL
              FILE STATUS    ACCFL-STATUS.
           SELECT   ACCPFL ASSIGN TO  "D0771A.PRV"
              ORGANIZATION   LINE  SEQUENTIAL
              FILE STATUS    ACCPFL-STATUS.
           SELECT   CALFL ASSIGN TO   "D1017.DAT"
              ORGANIZATION   LINE  SEQUENTIAL
              FILE STATUS    CALFL-STATUS.
           03 ACC-YTD-RETURN    PIC 9(5).
           03 ACC-YTD-PROFIT    PIC S9(6)V9.
           03 ACC-BAL           PIC S9(5).
       FD  ACCPFL
           LABEL RECORD   IS STANDARD
           DATA  RECORD   IS ACCP-REC.
       01  ACCP-REC           PIC X(49).
       FD  CALFL
           DATA  RECORD   IS CAL-REC.
       01  CAL-REC.
       01  RUNLOG-READ-CNT   PIC 9(7)  VALUE 0.
       01  RUNLOG-WRITE-CNT  PIC 9(7)  VALUE 0.
       01  RUNLOG-STATUS     PIC X     VALUE "N".
       01  ACCPFL-STATUS     PIC XX.
       01  WK-PRIOR-ACC      PIC X(49).
       01  WK-SAL-DATE-N     PIC 9(6).
       01  REG-FUNC          PIC X.
       01  REG-JOB           PIC X(8)  VALUE "P0771".
       01  REG-DATE          PIC 9(8)  VALUE 0.
       01  REG-CNT           PIC 9(7)  VALUE 0.
       01  REG-HASH          PIC 9(12) VALUE 0.
       01  REG-DONE          PIC 9(7)  VALUE 0.
       01  REG-REPLY         PIC X.
       01  REG-OVERRIDE      PIC X.
       PROCEDURE DIVISION .
       000-START.
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           PERFORM  010-HASH-SALES
           PERFORM  015-CHECK-REGISTER
           OPEN  INPUT SALFL   OUTPUT   PRTFL  ANOMFL
           MOVE  ZERO  TO CNT-AREA  MTD-AREA  YTD-AREA
           WRITE ANOM-REC  FROM  ANOM-HD-1
                    MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  REG-DONE  <  1
               PERFORM  070-SAVE-ACC
               MOVE  1     TO REG-DONE
               MOVE  "K"   TO REG-FUNC
               CALL  "P1239"  USING  REG-FUNC  REG-JOB   REG-DATE
                                     REG-CNT   REG-HASH  REG-DONE
                                     REG-REPLY
           ELSE
               DISPLAY  "ACCUMULATORS ALREADY UPDATED - SKIPPED"
           END-IF
           IF  MTD-BOUGHT-CNT  >  0  OR  MTD-SOLD-CNT  >  0
               PERFORM  030-WRITE-MTD
           END-IF
               MOVE  "(無異常)"  TO ANOM-REC
               WRITE ANOM-REC
           END-IF
           IF  REG-DONE  <  2
               MOVE  "SALES "  TO GL-TYPE
               COMPUTE  GL-AMT = SOLD-TOT-CNT * 5
               CALL  "P1024"  USING  GL-SOURCE  GL-TYPE
                                     GL-AMT     GL-REPLY
               IF  PROFIT-TOT-CNT  >  0
                   MOVE  "PROFIT"  TO GL-TYPE
                   MOVE  PROFIT-TOT-CNT  TO GL-AMT
                   CALL  "P1024"  USING  GL-SOURCE  GL-TYPE
                                         GL-AMT     GL-REPLY
               END-IF
               MOVE  2     TO REG-DONE
           ELSE
               DISPLAY  "GL ALREADY POSTED - SKIPPED"
           END-IF
           MOVE  "F"   TO REG-FUNC
           CALL  "P1239"  USING  REG-FUNC  REG-JOB   REG-DATE
                                 REG-CNT   REG-HASH  REG-DONE
                                 REG-REPLY
           CLOSE  SALFL PRTFL ANOMFL
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           STOP   RUN.
       010-HASH-SALES.
           OPEN  INPUT SALFL
           READ  SALFL AT END
                 MOVE  "Y"   TO EOF-SW
           END-READ
           IF  EOF-SW  NOT =  "Y"
               PERFORM  090-CHECK-HOLIDAY
               MOVE  WK-SAL-DATE-8  TO REG-DATE
           END-IF
           PERFORM  UNTIL   EOF-SW   =  "Y"
              ADD   1  TO REG-CNT
              MOVE  SAL-DATE  TO WK-SAL-DATE-N
              COMPUTE  REG-HASH = REG-HASH + WK-SAL-DATE-N
                                + SAL-BOUGHT + SAL-SOLD
              READ  SALFL AT END
                    MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE SALFL
           MOVE  "N"   TO EOF-SW.
       015-CHECK-REGISTER.
           MOVE  "C"   TO REG-FUNC
           CALL  "P1239"  USING  REG-FUNC  REG-JOB   REG-DATE
                                 REG-CNT   REG-HASH  REG-DONE
                                 REG-REPLY
           IF  REG-REPLY  =  "R"
               DISPLAY  "RESTART - POSTING STEPS ALREADY DONE = "
                        REG-DONE
           END-IF
           IF  REG-REPLY  =  "P"
               DISPLAY  "D0771.DAT ALREADY POSTED ON A PRIOR RUN"
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
       050-WRITE-ANOM.
           ADD   1  TO ANOM-CNT
           MOVE  SAL-DATE       TO WK-SAL-DATE-6
           WRITE PRT-REC  FROM  YTD-1
           MOVE  ZERO  TO YTD-AREA.
       060-READ-ACC.
           IF  REG-DONE  >  0
               PERFORM  065-READ-PRIOR-ACC
               EXIT  PARAGRAPH
           END-IF
           OPEN  INPUT ACCFL
           IF  ACCFL-STATUS  =  "00"
               READ  ACCFL
                     MOVE  "N"   TO ACC-FOUND-SW
                  NOT AT END
                     MOVE  "Y"   TO ACC-FOUND-SW
                     MOVE  ACC-REC  TO WK-PRIOR-ACC
               END-READ
               CLOSE ACCFL
           ELSE
               MOVE  "N"   TO ACC-FOUND-SW
           END-IF.
       065-READ-PRIOR-ACC.
           MOVE  "N"   TO ACC-FOUND-SW
           OPEN  INPUT ACCPFL
           IF  ACCPFL-STATUS  =  "00"
               READ  ACCPFL
                  NOT AT END
                     MOVE  "Y"       TO ACC-FOUND-SW
                     MOVE  ACCP-REC  TO WK-PRIOR-ACC
                     MOVE  ACCP-REC  TO ACC-REC
               END-READ
               CLOSE ACCPFL
           END-IF.
       070-SAVE-ACC.
           MOVE  SV-MM            TO ACC-MM
           MOVE  SV-YY            TO ACC-YY
           MOVE  YTD-RETURN-CNT   TO ACC-YTD-RETURN
           MOVE  YTD-PROFIT-CNT   TO ACC-YTD-PROFIT
           MOVE  BAL-CNT          TO ACC-BAL
           OPEN  OUTPUT ACCPFL
           IF  ACC-FOUND-SW  =  "Y"
               WRITE ACCP-REC  FROM  WK-PRIOR-ACC
           END-IF
           CLOSE ACCPFL
           OPEN  OUTPUT ACCFL
           WRITE ACC-REC
           CLOSE ACCFL.
