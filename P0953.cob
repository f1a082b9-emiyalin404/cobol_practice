           SELECT   XRFFL    ASSIGN   TO "D0459.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    XRFFL-STATUS.
           SELECT   MRGFL    ASSIGN   TO "D0964.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    MRGFL-STATUS.
           SELECT   EXCPFL   ASSIGN   TO "PRINT0953".
       DATA   DIVISION.
       FILE   SECTION.
       FD  EXCPFL
           DATA  RECORD   IS EXCP-REC.
       01  EXCP-REC             PIC X(80).
       FD  MRGFL
           DATA  RECORD   IS MRG-REC.
       01  MRG-REC.
           03 MRG-ID            PIC X(4).
           03 MRG-FORM          PIC X.
           03 MRG-MC            PIC 9(3)V9.
           03 MRG-ESSAY         PIC 9(3)V9.
           03 MRG-TOTAL         PIC 9(3)V9.
           03 MRG-FLAG          PIC X.
       WORKING-STORAGE SECTION.
       01  EXCP-HD-1.
           03 FILLER            PIC X(30)   VALUE
       01  EXCP-CNT             PIC 9(4)   VALUE 0.
       01  POSTED-IDX           PIC 9(3).
       01  POSTED-SW            PIC X.
       01  MRGFL-STATUS         PIC XX.
       01  MRG-TAB-AREA.
           03 MRG-CNT           PIC 9(4)   VALUE 0.
           03 MRG-ENTRY         OCCURS 2000 TIMES.
              05 MT-ID          PIC X(4).
              05 MT-TOTAL       PIC 9(3)V9.
       01  MRG-IDX              PIC 9(4).
       01  EOF-SW               PIC X      VALUE "N".
       01  SCORFL-STATUS        PIC XX.
       01  STUDFL-STATUS        PIC XX.
              ACCEPT   ASK-SUBJ
           END-PERFORM
           PERFORM  090-LOAD-XREF
           PERFORM  015-LOAD-MERGE
           OPEN  INPUT SCORFL
                 I-O   STUDFL
                 OUTPUT EXCPFL
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
                  MOVE  MT-TOTAL (MRG-IDX)  TO WK-SCOR
              END-IF
           END-PERFORM.
       040-READ-SCORFL.
           READ  SCORFL   AT END
                 MOVE  "Y"   TO EOF-SW
                  END-IF
               END-PERFORM
               COMPUTE  WK-SCOR = RIGHT-CNT * 5
               PERFORM  025-FIND-MERGE
               PERFORM  110-UPDATE-MASTER
           END-IF.
       110-UPDATE-MASTER.
