           SELECT   CURRFL   ASSIGN   TO "CURR0872"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CURRFL-STATUS.
           SELECT   BALFL    ASSIGN   TO "D0922.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    BALFL-STATUS.
           SELECT   PRINTFL  ASSIGN   TO "PRINT0890".
       DATA   DIVISION.
       FILE   SECTION.
           03 CURR-PREMIUM   PIC 9(6).
           03 CURR-RIDER-AMT PIC 9(6).
           03 CURR-TOTAL     PIC 9(7).
       FD  BALFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS BAL-REC.
       01  BAL-REC.
           03 BAL-AGENT      PIC X(3).
           03 BAL-DEBIT      PIC 9(7)V99.
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC           PIC X(80).
           03 AGT-TOT-PREM   PIC Z,ZZZ,ZZ9.
           03 FILLER         PIC X(2).
           03 AGT-TOT-COMM   PIC ZZZ,ZZ9.99.
       01  AGT-TOT-2.
           03 FILLER         PIC X(28)  VALUE
                 "CHARGEBACK DEBIT B/F     : ".
           03 AGT-TOT-BF     PIC ZZZ,ZZ9.99.
       01  AGT-TOT-3.
           03 FILLER         PIC X(28)  VALUE
                 "RECOVERED THIS STATEMENT : ".
           03 AGT-TOT-RECOV  PIC ZZZ,ZZ9.99.
       01  AGT-TOT-4.
           03 FILLER         PIC X(28)  VALUE
                 "NET COMMISSION PAYABLE   : ".
           03 AGT-TOT-NET    PIC ZZZ,ZZ9.99.
       01  AGT-TOT-5.
           03 FILLER         PIC X(28)  VALUE
                 "DEBIT CARRIED FORWARD    : ".
           03 AGT-TOT-CF     PIC ZZZ,ZZ9.99.
       01  GR-TOT-2.
           03 FILLER         PIC X(16)  VALUE "RECOVERED   : ".
           03 FILLER         PIC X(12).
           03 GR-TOT-RECOV   PIC Z,ZZZ,ZZ9.99.
       01  GR-TOT-3.
           03 FILLER         PIC X(16)  VALUE "NET PAYABLE : ".
           03 FILLER         PIC X(12).
           03 GR-TOT-NET     PIC Z,ZZZ,ZZ9.99.
       01  GR-TOT-1.
           03 FILLER         PIC X(16)  VALUE "GRAND TOTAL : ".
           03 GR-TOT-PREM    PIC ZZ,ZZZ,ZZ9.
              05 AGT-TAB-RATE   PIC V999.
              05 AGT-TAB-PREM   PIC 9(8).
              05 AGT-TAB-COMM   PIC 9(7)V99.
              05 AGT-TAB-BF     PIC 9(7)V99.
              05 AGT-TAB-RECOV  PIC 9(7)V99.
       01  POL-TAB-AREA.
           03 POL-CNT        PIC 9(3)   VALUE 0.
           03 POL-ENTRY      OCCURS 500 TIMES.
       01  MATCH-IDX         PIC 9(3).
       01  GR-PREM           PIC 9(9)    VALUE 0.
       01  GR-COMM           PIC 9(8)V99 VALUE 0.
       01  GR-RECOV          PIC 9(8)V99 VALUE 0.
       01  EOF-SW            PIC X      VALUE "N".
       01  AGTFL-STATUS      PIC XX.
       01  INSFL-STATUS      PIC XX.
       01  CURRFL-STATUS     PIC XX.
       01  BALFL-STATUS      PIC XX.
       01  CTL-JOB           PIC X(8)   VALUE "P0890".
       01  CTL-ROLE          PIC X.
       01  CTL-FILE          PIC X(12).
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           PERFORM  210-LOAD-AGENTS
           PERFORM  215-LOAD-BALANCES
           PERFORM  220-LOAD-POLICY-AGENTS
           OPEN  INPUT CURRFL   OUTPUT   PRINTFL
           IF  CURRFL-STATUS  NOT =  "00"
           END-PERFORM
           PERFORM  300-PRINT-STATEMENTS
           CLOSE CURRFL   PRINTFL
           PERFORM  400-SAVE-BALANCES
           MOVE  "R"         TO CTL-ROLE
           MOVE  "CURR0872"  TO CTL-FILE
           CALL  "P1012"  USING  CTL-JOB  CTL-ROLE  CTL-FILE
                      MOVE  AGT-COMM-RATE  TO AGT-TAB-RATE (AGT-CNT)
                      MOVE  0              TO AGT-TAB-PREM (AGT-CNT)
                      MOVE  0              TO AGT-TAB-COMM (AGT-CNT)
                      MOVE  0              TO AGT-TAB-BF   (AGT-CNT)
                      MOVE  0              TO AGT-TAB-RECOV (AGT-CNT)
                  END-IF
                  READ  AGTFL   AT END
                     MOVE  "Y"   TO EOF-SW
               END-PERFORM
               CLOSE AGTFL
           END-IF.
       215-LOAD-BALANCES.
           OPEN  INPUT BALFL
           IF  BALFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               MOVE  "N"   TO EOF-SW
               READ  BALFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  PERFORM  VARYING  AGT-IDX  FROM  1  BY 1
                           UNTIL AGT-IDX  >  AGT-CNT
                     IF  AGT-TAB-CODE (AGT-IDX)  =  BAL-AGENT
                         MOVE  BAL-DEBIT  TO AGT-TAB-BF (AGT-IDX)
                     END-IF
                  END-PERFORM
                  READ  BALFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE BALFL
           END-IF.
       220-LOAD-POLICY-AGENTS.
           OPEN  INPUT INSFL
           MOVE  "N"   TO EOF-SW
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  GR-PREM  TO GR-TOT-PREM
           MOVE  GR-COMM  TO GR-TOT-COMM
           WRITE PRT-REC  FROM  GR-TOT-1  AFTER 2  LINES
           IF  GR-RECOV  >  0
               MOVE  GR-RECOV  TO GR-TOT-RECOV
               WRITE PRT-REC  FROM  GR-TOT-2  AFTER 1  LINES
               COMPUTE  GR-TOT-NET = GR-COMM - GR-RECOV
               WRITE PRT-REC  FROM  GR-TOT-3  AFTER 1  LINES
           END-IF.
       310-PRINT-ONE-AGENT.
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           MOVE  AGT-TAB-CODE (AGT-IDX)  TO HD-AGT-CODE
           MOVE  AGT-TAB-PREM (AGT-IDX)  TO AGT-TOT-PREM
           MOVE  AGT-TAB-COMM (AGT-IDX)  TO AGT-TOT-COMM
           WRITE PRT-REC  FROM  AGT-TOT-1  AFTER 1  LINES
           IF  AGT-TAB-BF (AGT-IDX)  >  0
               PERFORM  320-APPLY-CHARGEBACK
           END-IF
           ADD   1  TO RUNLOG-WRITE-CNT
           ADD   AGT-TAB-PREM (AGT-IDX)  TO GR-PREM
           ADD   AGT-TAB-COMM (AGT-IDX)  TO GR-COMM.
       320-APPLY-CHARGEBACK.
           IF  AGT-TAB-BF (AGT-IDX)  >  AGT-TAB-COMM (AGT-IDX)
               MOVE  AGT-TAB-COMM (AGT-IDX)
                                   TO AGT-TAB-RECOV (AGT-IDX)
           ELSE
               MOVE  AGT-TAB-BF (AGT-IDX)
                                   TO AGT-TAB-RECOV (AGT-IDX)
           END-IF
           MOVE  AGT-TAB-BF (AGT-IDX)     TO AGT-TOT-BF
           WRITE PRT-REC  FROM  AGT-TOT-2  AFTER 2  LINES
           MOVE  AGT-TAB-RECOV (AGT-IDX)  TO AGT-TOT-RECOV
           WRITE PRT-REC  FROM  AGT-TOT-3  AFTER 1  LINES
           COMPUTE  AGT-TOT-NET = AGT-TAB-COMM (AGT-IDX)
                                - AGT-TAB-RECOV (AGT-IDX)
           WRITE PRT-REC  FROM  AGT-TOT-4  AFTER 1  LINES
           COMPUTE  AGT-TOT-CF = AGT-TAB-BF (AGT-IDX)
                               - AGT-TAB-RECOV (AGT-IDX)
           WRITE PRT-REC  FROM  AGT-TOT-5  AFTER 1  LINES
           ADD   AGT-TAB-RECOV (AGT-IDX)  TO GR-RECOV.
       400-SAVE-BALANCES.
           OPEN  OUTPUT BALFL
           PERFORM  VARYING  AGT-IDX  FROM  1  BY 1
                    UNTIL AGT-IDX  >  AGT-CNT
              IF  AGT-TAB-BF (AGT-IDX)  >  AGT-TAB-RECOV (AGT-IDX)
                  MOVE  AGT-TAB-CODE (AGT-IDX)  TO BAL-AGENT
                  COMPUTE  BAL-DEBIT = AGT-TAB-BF (AGT-IDX)
                                     - AGT-TAB-RECOV (AGT-IDX)
                  WRITE BAL-REC
              END-IF
           END-PERFORM
           CLOSE BALFL.
