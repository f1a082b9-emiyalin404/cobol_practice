           SELECT   SUSFL   ASSIGN   TO "D1022.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    SUSFL-STATUS.
           SELECT   LAYFL   ASSIGN   TO "D1243.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    LAYFL-STATUS.
       DATA   DIVISION.
       FILE   SECTION.
       FD  CTLFL
           03 SUS-STATE        PIC X.
           03 SUS-RECORD       PIC X(120).
           03 SUS-ORIG         PIC X(120).
       FD  LAYFL
           DATA  RECORD   IS LAY-REC.
       01  LAY-REC.
           03 LAY-FILE         PIC X(8).
           03 LAY-SEQ          PIC 9(3).
           03 LAY-FIELD        PIC X(16).
           03 LAY-START        PIC 9(4).
           03 LAY-LEN          PIC 9(3).
           03 LAY-TYPE         PIC X.
           03 LAY-DEC          PIC 9.
           03 LAY-KEY          PIC X.
           03 LAY-CHECK        PIC X.
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER            PIC X(30)   VALUE
       01  PURGE-IDX            PIC 9(4).
       01  PURGE-DONE-SW        PIC X.
       01  PURGE-OVERFLOW-SW    PIC X.
       01  LAYFL-STATUS         PIC XX.
       01  LAY-EOF-SW           PIC X.
       01  LC-TAB-AREA.
           03 LC-CNT            PIC 9(3)    VALUE 0.
           03 LC-ENTRY          OCCURS 300 TIMES.
              05 LC-FILE        PIC X(8).
              05 LC-SEQ         PIC 9(3).
              05 LC-START       PIC 9(4).
              05 LC-LEN         PIC 9(3).
              05 LC-TYPE        PIC X.
              05 LC-CHECK       PIC X.
       01  LC-IDX               PIC 9(3).
       01  LC-MATCH             PIC 9(3).
       01  WK-CHK-FILE          PIC X(8).
       01  CHK-DATA             PIC X(200).
       01  LAY-FOUND-SW         PIC X.
       01  BAD-SW               PIC X.
       01  WK-DATE-WK           PIC 9(6).
       01  WK-DATE-PL           PIC 9(4)/99/99.
       01  WK-DATE-8            PIC 9(8).
           MOVE  WK-DATE-PL (6:2)   TO WK-DATE-8 (5:2)
           MOVE  WK-DATE-PL (9:2)   TO WK-DATE-8 (7:2)
           PERFORM  100-RELEASE-CORRECTED
           PERFORM  030-LOAD-LAYOUTS
           OPEN  INPUT  CTLFL
                 OUTPUT PRTFL
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
               MOVE  MISMATCH-CNT  TO RETURN-CODE
           END-IF
           STOP  RUN.
       030-LOAD-LAYOUTS.
           OPEN  INPUT LAYFL
           IF  LAYFL-STATUS  NOT =  "00"
               DISPLAY  "NO LAYOUT REGISTRY D1243.DAT"
               MOVE  "Y"   TO LAY-EOF-SW
           ELSE
               MOVE  "N"   TO LAY-EOF-SW
               READ  LAYFL   AT END
                  MOVE  "Y"   TO LAY-EOF-SW
               END-READ
               PERFORM  UNTIL LAY-EOF-SW = "Y"
                  MOVE  0  TO LC-MATCH
                  PERFORM  VARYING  LC-IDX  FROM  1  BY 1
                           UNTIL LC-IDX  >  LC-CNT
                     IF  LC-FILE (LC-IDX)  =  LAY-FILE
                         AND  LC-SEQ (LC-IDX)  =  LAY-SEQ
                         MOVE  LC-IDX  TO LC-MATCH
                     END-IF
                  END-PERFORM
                  IF  LC-MATCH  =  0  AND  LC-CNT  <  300
                      ADD   1  TO LC-CNT
                      MOVE  LC-CNT  TO LC-MATCH
                  END-IF
                  IF  LC-MATCH  >  0
                      MOVE  LAY-FILE   TO LC-FILE  (LC-MATCH)
                      MOVE  LAY-SEQ    TO LC-SEQ   (LC-MATCH)
                      MOVE  LAY-START  TO LC-START (LC-MATCH)
                      MOVE  LAY-LEN    TO LC-LEN   (LC-MATCH)
                      MOVE  LAY-TYPE   TO LC-TYPE  (LC-MATCH)
                      MOVE  LAY-CHECK  TO LC-CHECK (LC-MATCH)
                  END-IF
                  READ  LAYFL   AT END
                     MOVE  "Y"   TO LAY-EOF-SW
                  END-READ
               END-PERFORM
               CLOSE LAYFL
           END-IF.
       035-CHECK-REGISTERED.
           MOVE  "N"  TO LAY-FOUND-SW
           PERFORM  VARYING  LC-IDX  FROM  1  BY 1
                    UNTIL LC-IDX  >  LC-CNT
              IF  LC-FILE (LC-IDX)  =  WK-CHK-FILE
                  AND  LC-LEN (LC-IDX)  >  0
                  AND  LC-CHECK (LC-IDX)  =  "Y"
                  AND  LC-TYPE (LC-IDX)  NOT =  "X"
                  MOVE  "Y"  TO LAY-FOUND-SW
              END-IF
           END-PERFORM
           IF  LAY-FOUND-SW  =  "N"
               DISPLAY  "NO CHECKED FIELDS REGISTERED FOR " WK-CHK-FILE
                        " - STANDARD CHECKS USED"
           END-IF.
       040-CHECK-LAYOUT.
           MOVE  "N"  TO BAD-SW
           IF  LAY-FOUND-SW  =  "N"
               PERFORM  045-STANDARD-CHECKS
               EXIT  PARAGRAPH
           END-IF
           PERFORM  VARYING  LC-IDX  FROM  1  BY 1
                    UNTIL LC-IDX  >  LC-CNT
              IF  LC-FILE (LC-IDX)  =  WK-CHK-FILE
                  AND  LC-LEN (LC-IDX)  >  0
                  AND  LC-CHECK (LC-IDX)  =  "Y"
                  AND  LC-TYPE (LC-IDX)  NOT =  "X"
                  IF  CHK-DATA (LC-START (LC-IDX) : LC-LEN (LC-IDX))
                      IS NOT NUMERIC
                      MOVE  "Y"  TO BAD-SW
                  END-IF
              END-IF
           END-PERFORM.
       045-STANDARD-CHECKS.
           EVALUATE  WK-CHK-FILE
              WHEN  "D0771"
                 IF  SAL-REC  IS NOT NUMERIC
                     MOVE  "Y"  TO BAD-SW
                 END-IF
              WHEN  "D0872"
                 IF  INS-CODE  IS NOT NUMERIC
                     OR  INS-COVERAGE  IS NOT NUMERIC
                     MOVE  "Y"  TO BAD-SW
                 END-IF
              WHEN  "D0733"
                 IF  BAS-REC (14:15)  IS NOT NUMERIC
                     MOVE  "Y"  TO BAD-SW
                 END-IF
              WHEN  "D0873"
                 IF  EMP-HR  IS NOT NUMERIC
                     OR  EMP-RAT  IS NOT NUMERIC
                     MOVE  "Y"  TO BAD-SW
                 END-IF
           END-EVALUATE.
       020-WRITE-SUSPENSE.
           MOVE  "N"  TO SUS-DUP-SW
           PERFORM  VARYING  SUS-IDX  FROM  1  BY 1
           MOVE  0     TO ACT-CNT
           EVALUATE  CTL-JOB
              WHEN  "P0771"
                 MOVE  "D0771"  TO WK-CHK-FILE
                 PERFORM  035-CHECK-REGISTERED
                 OPEN  INPUT SALFL
                 MOVE  "N"   TO READ-EOF-SW
                 PERFORM  UNTIL READ-EOF-SW  =  "Y"
                    END-READ
                    IF  READ-EOF-SW  NOT =  "Y"
                        ADD  1  TO ACT-CNT
                        MOVE  SAL-REC  TO CHK-DATA
                        PERFORM  040-CHECK-LAYOUT
                        IF  BAD-SW  =  "Y"
                            MOVE  "D0771.DAT"  TO SUS-SOURCE
                            MOVE  "NV"         TO SUS-REASON
                            MOVE  SPACES       TO SUS-RECORD
                 END-PERFORM
                 CLOSE SALFL
              WHEN  "P0872"
                 MOVE  "D0872"  TO WK-CHK-FILE
                 PERFORM  035-CHECK-REGISTERED
                 OPEN  INPUT INSFL
                 MOVE  "N"   TO READ-EOF-SW
                 PERFORM  UNTIL READ-EOF-SW  =  "Y"
                    END-READ
                    IF  READ-EOF-SW  NOT =  "Y"
                        ADD  1  TO ACT-CNT
                        MOVE  INS-REC  TO CHK-DATA
                        PERFORM  040-CHECK-LAYOUT
                        IF  BAD-SW  =  "Y"
                            MOVE  "D0872.DAT"  TO SUS-SOURCE
                            MOVE  "NV"         TO SUS-REASON
                            MOVE  SPACES       TO SUS-RECORD
                 END-PERFORM
                 CLOSE INSFL
              WHEN  "P0733"
                 MOVE  "D0733"  TO WK-CHK-FILE
                 PERFORM  035-CHECK-REGISTERED
                 OPEN  INPUT BASFL
                 MOVE  "N"   TO READ-EOF-SW
                 PERFORM  UNTIL READ-EOF-SW  =  "Y"
                    END-READ
                    IF  READ-EOF-SW  NOT =  "Y"
                        ADD  1  TO ACT-CNT
                        MOVE  BAS-REC  TO CHK-DATA
                        PERFORM  040-CHECK-LAYOUT
                        IF  BAD-SW  =  "Y"
                            MOVE  "D0733.DAT"  TO SUS-SOURCE
                            MOVE  "NV"         TO SUS-REASON
                            MOVE  SPACES       TO SUS-RECORD
                 END-PERFORM
                 CLOSE BASFL
              WHEN  "P0873"
                 MOVE  "D0873"  TO WK-CHK-FILE
                 PERFORM  035-CHECK-REGISTERED
                 OPEN  INPUT EMPFL
                 MOVE  "N"   TO READ-EOF-SW
                 PERFORM  UNTIL READ-EOF-SW  =  "Y"
                    END-READ
                    IF  READ-EOF-SW  NOT =  "Y"
                        ADD  1  TO ACT-CNT
                        MOVE  EMP-REC  TO CHK-DATA
                        PERFORM  040-CHECK-LAYOUT
                        IF  BAD-SW  =  "Y"
                            MOVE  "D0873.DAT"  TO SUS-SOURCE
                            MOVE  "NV"         TO SUS-REASON
                            MOVE  SPACES       TO SUS-RECORD
