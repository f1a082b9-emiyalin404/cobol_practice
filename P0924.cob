       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P0924.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   REFFL    ASSIGN   TO "D0924.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    REFFL-STATUS.
           SELECT   CLMFL    ASSIGN   TO "D0888.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CLMFL-STATUS.
           SELECT   AUDITFL  ASSIGN   TO "D0884AUDIT.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    AUDITFL-STATUS.
       DATA   DIVISION.
       FILE   SECTION.
       FD  REFFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS REF-REC.
       01  REF-REC.
           03 REF-NO         PIC X(6).
           03 REF-CODE       PIC 9(5).
           03 REF-DATE       PIC 9(8).
           03 REF-SCORE      PIC 9(3).
           03 REF-FLAGS      PIC X(5).
           03 REF-STATUS     PIC X.
           03 REF-DEC-DATE   PIC 9(8).
           03 REF-USER       PIC X(10).
           03 REF-NOTE       PIC X(30).
       FD  CLMFL
           DATA  RECORD   IS CLM-REC.
       01  CLM-REC.
           03 CLM-NO         PIC X(6).
           03 CLM-CODE       PIC 9(5).
           03 CLM-LOSS-DATE  PIC 9(8).
           03 CLM-CAUSE      PIC X(2).
           03 CLM-RESERVED   PIC 9(7).
           03 CLM-PAID       PIC 9(7).
           03 CLM-STATUS     PIC X.
           03 CLM-PAY-DATE   PIC 9(8).
       FD  AUDITFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS AUDIT-REC.
       01  AUDIT-REC.
           05  AUDIT-DATE            PIC 9(08).
           05  FILLER                PIC X(01).
           05  AUDIT-TIME            PIC X(08).
           05  FILLER                PIC X(01).
           05  AUDIT-USER            PIC X(10).
           05  FILLER                PIC X(01).
           05  AUDIT-INS-CODE        PIC X(05).
           05  FILLER                PIC X(01).
           05  AUDIT-ACTION          PIC X(08).
           05  FILLER                PIC X(01).
           05  AUDIT-TERM-ID         PIC X(08).
           05  FILLER                PIC X(01).
           05  AUDIT-OLD-VALUE       PIC X(100).
           05  FILLER                PIC X(01).
           05  AUDIT-NEW-VALUE       PIC X(100).
       WORKING-STORAGE SECTION.
       01  REF-TAB-AREA.
           03 REF-CNT        PIC 9(3)   VALUE 0.
           03 RT-IMG         PIC X(76)  OCCURS 500 TIMES.
       01  RW-WORK-REC.
           03 RW-NO          PIC X(6).
           03 RW-CODE        PIC 9(5).
           03 RW-DATE        PIC 9(8).
           03 RW-SCORE       PIC 9(3).
           03 RW-FLAGS       PIC X(5).
           03 RW-STATUS      PIC X.
           03 RW-DEC-DATE    PIC 9(8).
           03 RW-USER        PIC X(10).
           03 RW-NOTE        PIC X(30).
       01  CLM-TAB-AREA.
           03 CLM-CNT        PIC 9(3)   VALUE 0.
           03 CT-IMG         PIC X(50)  OCCURS 500 TIMES.
       01  CT-WORK-REC.
           03 CT-NO          PIC X(6).
           03 CT-CODE        PIC 9(5).
           03 CT-LOSS-DATE   PIC 9(8).
           03 CT-CAUSE       PIC X(2).
           03 CT-RESERVED    PIC 9(7).
           03 CT-PAID        PIC 9(7).
           03 CT-STATUS      PIC X.
           03 CT-PAY-DATE    PIC 9(8).
       01  SHOW-DL.
           03 SHOW-NO        PIC X(6).
           03 FILLER         PIC X(2).
           03 SHOW-CODE      PIC 9(5).
           03 FILLER         PIC X(2).
           03 SHOW-DATE      PIC 9(8).
           03 FILLER         PIC X(2).
           03 SHOW-FLAGS     PIC X(5).
           03 FILLER         PIC X(2).
           03 SHOW-SCORE     PIC ZZ9.
       01  REF-IDX           PIC 9(3).
       01  REF-MATCH         PIC 9(3).
       01  CLM-IDX           PIC 9(3).
       01  WK-NO             PIC X(6).
       01  ASK-DECISION      PIC X.
       01  PEND-CNT          PIC 9(4)   VALUE 0.
       01  CLEAR-CNT         PIC 9(4)   VALUE 0.
       01  DECLINE-CNT       PIC 9(4)   VALUE 0.
       01  EOF-SW            PIC X      VALUE "N".
       01  REFFL-STATUS      PIC XX.
       01  CLMFL-STATUS      PIC XX.
       01  AUDITFL-STATUS    PIC XX.
       01  WK-USER           PIC X(10).
       01  WK-TERM           PIC X(8).
       01  WK-ACTION         PIC X(8).
       01  WK-DATE-WK        PIC 9(6).
       01  WK-DATE-PL        PIC 9(4)/99/99.
       01  WK-DATE-8         PIC 9(8).
       01  WSTIME.
           05 WS-HOUR        PIC 9(02).
           05 WS-MIN         PIC 9(02).
           05 WS-SEC         PIC 9(02).
           05 WS-CC          PIC 9(02).
       01  WSTIME-R.
           05 WS-HOUR-R      PIC 9(02).
           05 FILLER         PIC X(01)   VALUE ":".
           05 WS-MIN-R       PIC 9(02).
           05 FILLER         PIC X(01)   VALUE ":".
           05 WS-SEC-R       PIC 9(02).
       01  SIGNON-AREA.
           03 SIGNON-PASSWORD   PIC X(10).
           03 SIGNON-SUBSYS     PIC X(3)   VALUE "INS".
           03 SIGNON-REPLY      PIC X.
       01  RUNLOG-JOB        PIC X(8)   VALUE "P0924".
       01  RUNLOG-ACTION     PIC X.
       01  RUNLOG-READ-CNT   PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT  PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS     PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           DISPLAY  "INVESTIGATOR ID : " WITH NO ADVANCING
           ACCEPT   WK-USER
           DISPLAY  "TERMINAL ID     : " WITH NO ADVANCING
           ACCEPT   WK-TERM
           DISPLAY  "PASSWORD        : " WITH NO ADVANCING
           ACCEPT   SIGNON-PASSWORD
           CALL  "P1020"  USING  WK-USER  SIGNON-PASSWORD
                                 SIGNON-SUBSYS  SIGNON-REPLY
           IF  SIGNON-REPLY  NOT =  "Y"
               DISPLAY  "SIGN-ON REFUSED FOR THIS SUBSYSTEM"
               STOP  RUN
           END-IF
           ACCEPT   WK-DATE-WK  FROM  DATE
           CALL  "P0447"  USING  WK-DATE-WK  WK-DATE-PL
           MOVE  WK-DATE-PL (1:4)   TO WK-DATE-8 (1:4)
           MOVE  WK-DATE-PL (6:2)   TO WK-DATE-8 (5:2)
           MOVE  WK-DATE-PL (9:2)   TO WK-DATE-8 (7:2)
           PERFORM  100-LOAD-REFERRALS
           PERFORM  110-LOAD-CLAIMS
           PERFORM  200-LIST-PENDING
           IF  PEND-CNT  =  0
               DISPLAY  "NO CLAIMS AWAITING INVESTIGATION"
           ELSE
               OPEN  EXTEND   AUDITFL
               IF  AUDITFL-STATUS  =  "35"
                   OPEN  OUTPUT   AUDITFL
               END-IF
               MOVE  SPACES   TO WK-NO
               PERFORM  UNTIL WK-NO = "E"
                  DISPLAY  " "
                  DISPLAY  "CLAIM NO (E:END) : " WITH NO ADVANCING
                  ACCEPT   WK-NO
                  IF  WK-NO  NOT =  "E"  AND  WK-NO  NOT =  SPACES
                      PERFORM  300-DECIDE-ONE
                  END-IF
               END-PERFORM
               CLOSE AUDITFL
           END-IF
           IF  CLEAR-CNT  >  0  OR  DECLINE-CNT  >  0
               PERFORM  500-SAVE-REFERRALS
           END-IF
           IF  DECLINE-CNT  >  0
               PERFORM  510-SAVE-CLAIMS
           END-IF
           DISPLAY  "REFERRALS CLEARED  = " CLEAR-CNT
           DISPLAY  "REFERRALS DECLINED = " DECLINE-CNT
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           STOP  RUN.
       100-LOAD-REFERRALS.
           OPEN  INPUT REFFL
           IF  REFFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  REFFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  REF-CNT  <  500
                      ADD   1  TO REF-CNT
                      MOVE  REF-REC  TO RT-IMG (REF-CNT)
                      ADD   1  TO RUNLOG-READ-CNT
                  END-IF
                  READ  REFFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE REFFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       110-LOAD-CLAIMS.
           OPEN  INPUT CLMFL
           IF  CLMFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  CLMFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  CLM-CNT  <  500
                      ADD   1  TO CLM-CNT
                      MOVE  CLM-REC  TO CT-IMG (CLM-CNT)
                      ADD   1  TO RUNLOG-READ-CNT
                  END-IF
                  READ  CLMFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE CLMFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       200-LIST-PENDING.
           DISPLAY  "CLAIM   POLICY  REFERRED  FLAGS  SCORE"
           PERFORM  VARYING  REF-IDX  FROM  1  BY 1
                    UNTIL REF-IDX  >  REF-CNT
              MOVE  RT-IMG (REF-IDX)  TO RW-WORK-REC
              IF  RW-STATUS  =  "P"
                  ADD   1  TO PEND-CNT
                  PERFORM  210-SHOW-REFERRAL
              END-IF
           END-PERFORM.
       210-SHOW-REFERRAL.
           MOVE  RW-NO     TO SHOW-NO
           MOVE  RW-CODE   TO SHOW-CODE
           MOVE  RW-DATE   TO SHOW-DATE
           MOVE  RW-FLAGS  TO SHOW-FLAGS
           MOVE  RW-SCORE  TO SHOW-SCORE
           DISPLAY  SHOW-DL.
       300-DECIDE-ONE.
           MOVE  0  TO REF-MATCH
           PERFORM  VARYING  REF-IDX  FROM  1  BY 1
                    UNTIL REF-IDX  >  REF-CNT
              MOVE  RT-IMG (REF-IDX)  TO RW-WORK-REC
              IF  RW-NO  =  WK-NO  AND  RW-STATUS  =  "P"
                  MOVE  REF-IDX  TO REF-MATCH
              END-IF
           END-PERFORM
           IF  REF-MATCH  =  0
               DISPLAY  "NO PENDING REFERRAL FOR CLAIM : " WK-NO
               EXIT PARAGRAPH
           END-IF
           MOVE  RT-IMG (REF-MATCH)  TO RW-WORK-REC
           PERFORM  210-SHOW-REFERRAL
           DISPLAY  "DECISION (C:CLEAR D:DECLINE S:SKIP) : "
                    WITH NO ADVANCING
           ACCEPT   ASK-DECISION
           EVALUATE  ASK-DECISION
              WHEN  "C"
              WHEN  "c"
                 MOVE  "C"         TO RW-STATUS
                 MOVE  "REFCLEAR"  TO WK-ACTION
                 ADD   1  TO CLEAR-CNT
              WHEN  "D"
              WHEN  "d"
                 MOVE  "D"         TO RW-STATUS
                 MOVE  "REFDECL"   TO WK-ACTION
                 ADD   1  TO DECLINE-CNT
                 PERFORM  310-REJECT-CLAIM
              WHEN  OTHER
                 DISPLAY  "NO DECISION RECORDED"
                 EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY  "REASON / NOTE : " WITH NO ADVANCING
           ACCEPT   RW-NOTE
           MOVE  WK-DATE-8  TO RW-DEC-DATE
           MOVE  WK-USER    TO RW-USER
           PERFORM  400-WRITE-AUDIT
           MOVE  RW-WORK-REC  TO RT-IMG (REF-MATCH)
           DISPLAY  "DECISION RECORDED".
       310-REJECT-CLAIM.
           PERFORM  VARYING  CLM-IDX  FROM  1  BY 1
                    UNTIL CLM-IDX  >  CLM-CNT
              MOVE  CT-IMG (CLM-IDX)  TO CT-WORK-REC
              IF  CT-NO  =  RW-NO  AND  CT-STATUS  =  "O"
                  MOVE  "R"  TO CT-STATUS
                  MOVE  CT-WORK-REC  TO CT-IMG (CLM-IDX)
              END-IF
           END-PERFORM.
       400-WRITE-AUDIT.
           ACCEPT   WSTIME  FROM  TIME
           MOVE  WS-HOUR   TO WS-HOUR-R
           MOVE  WS-MIN    TO WS-MIN-R
           MOVE  WS-SEC    TO WS-SEC-R
           MOVE  SPACES        TO AUDIT-REC
           MOVE  WK-DATE-8     TO AUDIT-DATE
           MOVE  WSTIME-R      TO AUDIT-TIME
           MOVE  WK-USER       TO AUDIT-USER
           MOVE  RW-CODE       TO AUDIT-INS-CODE
           MOVE  WK-ACTION     TO AUDIT-ACTION
           MOVE  WK-TERM       TO AUDIT-TERM-ID
           MOVE  RT-IMG (REF-MATCH)  TO AUDIT-OLD-VALUE
           MOVE  RW-WORK-REC   TO AUDIT-NEW-VALUE
           WRITE AUDIT-REC
           ADD   1  TO RUNLOG-WRITE-CNT.
       500-SAVE-REFERRALS.
           OPEN  OUTPUT REFFL
           PERFORM  VARYING  REF-IDX  FROM  1  BY 1
                    UNTIL REF-IDX  >  REF-CNT
              MOVE  RT-IMG (REF-IDX)  TO REF-REC
              WRITE REF-REC
           END-PERFORM
           CLOSE REFFL.
       510-SAVE-CLAIMS.
           OPEN  OUTPUT CLMFL
           PERFORM  VARYING  CLM-IDX  FROM  1  BY 1
                    UNTIL CLM-IDX  >  CLM-CNT
              MOVE  CT-IMG (CLM-IDX)  TO CLM-REC
              WRITE CLM-REC
           END-PERFORM
           CLOSE CLMFL.
