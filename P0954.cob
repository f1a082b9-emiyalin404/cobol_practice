       FILE-CONTROL.
           SELECT   SCORFL   ASSIGN   TO "D0952.DAT"
              ORGANIZATION   IS   LINE   SEQUENTIAL.
           SELECT   ABSFL    ASSIGN   TO "D0969.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    ABSFL-STATUS.
           SELECT   MRGFL    ASSIGN   TO "D0964.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    MRGFL-STATUS.
           SELECT   PRINTFL  ASSIGN   TO "PRINT0954".
       DATA   DIVISION.
       FILE   SECTION.
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC              PIC X(80).
       FD  MRGFL
           DATA  RECORD   IS MRG-REC.
       01  MRG-REC.
           03 MRG-ID            PIC X(4).
           03 MRG-FORM          PIC X.
           03 MRG-MC            PIC 9(3)V9.
           03 MRG-ESSAY         PIC 9(3)V9.
           03 MRG-TOTAL         PIC 9(3)V9.
           03 MRG-FLAG          PIC X.
       FD  ABSFL
           DATA  RECORD   IS ABS-REC.
       01  ABS-REC.
           03 ABS-EXAM          PIC X(4).
           03 ABS-IDNO          PIC X(5).
           03 ABS-ROOM          PIC X(3).
           03 ABS-SEAT          PIC 9(3).
           03 ABS-FORM          PIC X.
           03 ABS-DATE          PIC 9(8).
           03 ABS-STATUS        PIC X.
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER            PIC X(15).
           05 RIGHT-CNT         PIC 9(5).
           05 I                 PIC 9(5).
           05 WK-SCOR           PIC 9(3).
           05 WK-TOTAL          PIC 9(3)V9.
           05 WK-BUCKET         PIC 99.
           05 WK-CUM            PIC 9(5).
           05 WK-BELOW          PIC 9(5).
           05 WK-PCT            PIC 9(3)V9.
       01  BUCKET-IDX           PIC 99.
       01  ABSFL-STATUS         PIC XX.
       01  ABS-TAB-AREA.
           03 ABS-CNT           PIC 9(3)   VALUE 0.
           03 ABT-EXAM          PIC X(4)   OCCURS 500 TIMES.
       01  ABS-IDX              PIC 9(3).
       01  ABSENT-SW            PIC X      VALUE "N".
       01  MRGFL-STATUS         PIC XX.
       01  MRG-TAB-AREA.
           03 MRG-CNT           PIC 9(4)   VALUE 0.
           03 MRG-ENTRY         OCCURS 2000 TIMES.
              05 MT-ID          PIC X(4).
              05 MT-TOTAL       PIC 9(3)V9.
       01  MRG-IDX              PIC 9(4).
       01  EOF-SW               PIC X          VALUE "N".
       01  RUNLOG-JOB           PIC X(8)   VALUE "P0954".
       01  RUNLOG-ACTION        PIC X.
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           MOVE  ZERO  TO FREQ-TAB-AREA
           PERFORM  015-LOAD-MERGE
           PERFORM  016-LOAD-ABSENT
           OPEN  INPUT SCORFL   OUTPUT   PRINTFL
           PERFORM  040-READ-SCORFL
           PERFORM  UNTIL EOF-SW = "Y"  OR  SCOR-ID  NOT =  "KEY "
                  MOVE  SCOR-ANS(I)  TO KEY-ANS(KEY-CNT, I)
               END-PERFORM
           END-IF.
       015-LOAD-MERGE.
           OPEN  INPUT MRGFL
           IF  MRGFL-STATUS  =  "00"
               READ  MRGFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  MRG-CNT  <  2000
                      ADD   1  TO MRG-CNT
                      MOVE  MRG-ID     TO MT-ID    (MRG-CNT)
                      MOVE  MRG-TOTAL  TO MT-TOTAL (MRG-CNT)
                  END-IF
                  READ  MRGFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE MRGFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       016-LOAD-ABSENT.
           OPEN  INPUT ABSFL
           IF  ABSFL-STATUS  =  "00"
               READ  ABSFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  ABS-CNT  <  500  AND  ABS-STATUS  =  SPACE
                      ADD   1  TO ABS-CNT
                      MOVE  ABS-EXAM  TO ABT-EXAM (ABS-CNT)
                  END-IF
                  READ  ABSFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE ABSFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       020-FIND-FORM.
           MOVE  "N"  TO FOUND-SW
           MOVE  0    TO MATCH-IDX
                  MOVE  FORM-IDX   TO MATCH-IDX
              END-IF
           END-PERFORM.
       025-FIND-MERGE.
           PERFORM  VARYING  MRG-IDX  FROM  1  BY 1
                    UNTIL MRG-IDX  >  MRG-CNT
              IF  MT-ID (MRG-IDX)  =  SCOR-ID
                  MOVE  MT-TOTAL (MRG-IDX)  TO WK-TOTAL
              END-IF
           END-PERFORM.
       026-CHECK-ABSENT.
           MOVE  "N"  TO ABSENT-SW
           PERFORM  VARYING  ABS-IDX  FROM  1  BY 1
                    UNTIL ABS-IDX  >  ABS-CNT
              IF  ABT-EXAM (ABS-IDX)  =  SCOR-ID
                  MOVE  "Y"  TO ABSENT-SW
              END-IF
           END-PERFORM.
       040-READ-SCORFL.
           READ  SCORFL   AT END
                 MOVE  "Y"   TO EOF-SW
           END-IF.
       100-TALLY-CANDIDATE.
           PERFORM  020-FIND-FORM
           PERFORM  026-CHECK-ABSENT
           IF  ABSENT-SW  =  "Y"
               EXIT  PARAGRAPH
           END-IF
           IF  FOUND-SW = "Y"
               MOVE  0  TO RIGHT-CNT
               PERFORM  VARYING  I  FROM  1  BY 1  UNTIL I  >  20
                      ADD   1  TO RIGHT-CNT
                  END-IF
               END-PERFORM
               COMPUTE  WK-TOTAL = RIGHT-CNT * 5
               PERFORM  025-FIND-MERGE
               COMPUTE  WK-BUCKET = WK-TOTAL / 5 + 1
               ADD   1  TO FORM-CAND-CNT (MATCH-IDX)
               ADD   1  TO FREQ-CNT (MATCH-IDX, WK-BUCKET)
           ELSE
