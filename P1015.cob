           SELECT   IDXFL    ASSIGN TO "D1015X.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    IDXFL-STATUS.
           SELECT   BURSTFL  ASSIGN TO DYNAMIC WK-BURST-NAME
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    BURSTFL-STATUS.
           SELECT   RCPFL    ASSIGN TO "D1244.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    RCPFL-STATUS.
           SELECT   PRINTFL  ASSIGN TO "PRINT1015".
       DATA   DIVISION.
       FILE   SECTION.
           03 IDX-JOB           PIC X(8).
           03 IDX-LINE-CNT      PIC 9(6).
           03 IDX-PAGE-CNT      PIC 9(4).
           03 IDX-BREAK         PIC X(12).
           03 IDX-ROUTE         PIC X.
           03 IDX-DEST          PIC X(12).
       FD  BURSTFL
           DATA  RECORD   IS BURST-REC.
       01  BURST-REC            PIC X(132).
       FD  RCPFL
           DATA  RECORD   IS RCP-REC.
       01  RCP-REC.
           03 RCP-REPORT        PIC X(10).
           03 RCP-BREAK         PIC X(12).
           03 RCP-ROUTE         PIC X.
           03 RCP-DEST          PIC X(12).
           03 RCP-NAME          PIC X(20).
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC              PIC X(80).
           03 FILLER            PIC X(10)  VALUE "JOB".
           03 FILLER            PIC X(9)   VALUE "LINES".
           03 FILLER            PIC X(8)   VALUE "PAGES".
           03 FILLER            PIC X(14)  VALUE "BREAK".
           03 FILLER            PIC X(3)   VALUE "RT".
           03 FILLER            PIC X(12)  VALUE "DESTINATION".
       01  CAT-HD-3             PIC X(78)  VALUE ALL "=".
       01  CAT-DL.
           03 CAT-REPORT        PIC X(12).
           03 FILLER            PIC X(2).
           03 CAT-LINES         PIC ZZZZZ9.
           03 FILLER            PIC X(3).
           03 CAT-PAGES         PIC ZZZ9.
           03 FILLER            PIC X(2).
           03 CAT-BREAK         PIC X(12).
           03 FILLER            PIC X(2).
           03 CAT-ROUTE         PIC X.
           03 FILLER            PIC X(2).
           03 CAT-DEST          PIC X(12).
       01  SPOOL-TAB.
           03 FILLER   PIC X(20)  VALUE "PRINT0874 P0874".
           03 FILLER   PIC X(20)  VALUE "HONOR0874 P0874".
              05 SP-NAME        PIC X(10).
              05 SP-JOB         PIC X(8).
              05 FILLER         PIC X(2).
       01  BURST-TAB.
           03 FILLER            PIC X(10)  VALUE "PRINT0890".
           03 FILLER            PIC X(8)   VALUE "P0890".
           03 FILLER            PIC X      VALUE "P".
           03 FILLER            PIC 9(3)   VALUE 1.
           03 FILLER            PIC 9(2)   VALUE 8.
           03 FILLER            PIC X(12)  VALUE "AGENT : ".
           03 FILLER            PIC 9(3)   VALUE 11.
           03 FILLER            PIC 9(2)   VALUE 3.
           03 FILLER            PIC X(10)  VALUE "PRINT0913".
           03 FILLER            PIC X(8)   VALUE "P0913".
           03 FILLER            PIC X      VALUE "L".
           03 FILLER            PIC 9(3)   VALUE 0.
           03 FILLER            PIC 9(2)   VALUE 0.
           03 FILLER            PIC X(12)  VALUE SPACES.
           03 FILLER            PIC 9(3)   VALUE 1.
           03 FILLER            PIC 9(2)   VALUE 3.
           03 FILLER            PIC X(10)  VALUE "PRINT0470".
           03 FILLER            PIC X(8)   VALUE "P0470".
           03 FILLER            PIC X      VALUE "P".
           03 FILLER            PIC 9(3)   VALUE 1.
           03 FILLER            PIC 9(2)   VALUE 10.
           03 FILLER            PIC X(12)  VALUE "系 級 : ".
           03 FILLER            PIC 9(3)   VALUE 11.
           03 FILLER            PIC 9(2)   VALUE 3.
           03 FILLER            PIC X(10)  VALUE "PRINT0775".
           03 FILLER            PIC X(8)   VALUE "P0775".
           03 FILLER            PIC X      VALUE "P".
           03 FILLER            PIC 9(3)   VALUE 1.
           03 FILLER            PIC 9(2)   VALUE 10.
           03 FILLER            PIC X(12)  VALUE "客 戶 : ".
           03 FILLER            PIC 9(3)   VALUE 13.
           03 FILLER            PIC 9(2)   VALUE 4.
       01  BURST-TAB-R  REDEFINES  BURST-TAB.
           03 BURST-ENTRY       OCCURS 4 TIMES.
              05 BD-NAME        PIC X(10).
              05 BD-JOB         PIC X(8).
              05 BD-MODE        PIC X.
              05 BD-TAG-COL     PIC 9(3).
              05 BD-TAG-LEN     PIC 9(2).
              05 BD-TAG         PIC X(12).
              05 BD-KEY-COL     PIC 9(3).
              05 BD-KEY-LEN     PIC 9(2).
       01  RCP-TAB-AREA.
           03 RCP-CNT           PIC 9(3)   VALUE 0.
           03 RCP-ENTRY         OCCURS 300 TIMES.
              05 RT-REPORT      PIC X(10).
              05 RT-BREAK       PIC X(12).
              05 RT-ROUTE       PIC X.
              05 RT-DEST        PIC X(12).
              05 RT-NAME        PIC X(20).
       01  PAGE-BUF-AREA.
           03 BUF-CNT           PIC 9(3)   VALUE 0.
           03 BUF-LINE          PIC X(132) OCCURS 100 TIMES.
       01  WK-BURST-NAME        PIC X(20).
       01  WK-LINE-KEY          PIC X(12).
       01  WK-NEW-KEY           PIC X(12).
       01  WK-CUR-KEY           PIC X(12).
       01  WK-OUT-LINE          PIC X(132).
       01  WK-HOLD-LINE         PIC X(132).
       01  WK-ROUTE             PIC X.
       01  WK-DEST              PIC X(12).
       01  ASK-REPORT           PIC X(10).
       01  ASK-BREAK            PIC X(12).
       01  BURST-IDX            PIC 9.
       01  RCP-IDX              PIC 9(3).
       01  MATCH-IDX            PIC 9(3).
       01  BUF-IDX              PIC 9(3).
       01  PIECE-CNT            PIC 9(4)   VALUE 0.
       01  KEY-LINE-SW          PIC X.
       01  PAGE-SET-SW          PIC X.
       01  BUF-WRITTEN-SW       PIC X.
       01  PIECE-SW             PIC X      VALUE "N".
       01  WK-SPOOL-NAME        PIC X(20).
       01  WK-ARCH-NAME         PIC X(24).
       01  WK-DATE-WK           PIC 9(6).
       01  SPOOLFL-STATUS       PIC XX.
       01  ARCHFL-STATUS        PIC XX.
       01  IDXFL-STATUS         PIC XX.
       01  BURSTFL-STATUS       PIC XX.
       01  RCPFL-STATUS         PIC XX.
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "(A)RCHIVE TONIGHT'S SPOOLS  (C)ATALOGUE"
           DISPLAY  "(B)URST TO RECIPIENTS  (R)ECIPIENT TABLE : "
                    WITH NO ADVANCING
           ACCEPT   MODE-SW
           EVALUATE  MODE-SW
              WHEN  "A"
              WHEN  "a"
                 PERFORM  100-ARCHIVE-ALL
              WHEN  "B"
              WHEN  "b"
                 PERFORM  400-BURST-ALL
              WHEN  "R"
              WHEN  "r"
                 PERFORM  500-MAINTAIN-RECIPIENTS
              WHEN  OTHER
                 PERFORM  300-PRINT-CATALOGUE
           END-EVALUATE
           STOP  RUN.
       100-ARCHIVE-ALL.
           ACCEPT   WK-DATE-WK  FROM  DATE
               MOVE  SP-JOB (SPOOL-IDX)   TO IDX-JOB
               MOVE  WK-LINE-CNT          TO IDX-LINE-CNT
               MOVE  WK-PAGE-CNT          TO IDX-PAGE-CNT
               MOVE  SPACES               TO IDX-BREAK
               MOVE  SPACE                TO IDX-ROUTE
               MOVE  SPACES               TO IDX-DEST
               WRITE IDX-REC
               ADD   1  TO ARCH-CNT
               CLOSE SPOOLFL
                  MOVE  IDX-JOB       TO CAT-JOB
                  MOVE  IDX-LINE-CNT  TO CAT-LINES
                  MOVE  IDX-PAGE-CNT  TO CAT-PAGES
                  MOVE  IDX-BREAK     TO CAT-BREAK
                  MOVE  IDX-ROUTE     TO CAT-ROUTE
                  MOVE  IDX-DEST      TO CAT-DEST
                  WRITE PRT-REC  FROM  CAT-DL  AFTER 1  LINES
                  READ  IDXFL   AT END
                     MOVE  "Y"   TO EOF-SW
               END-PERFORM
               CLOSE IDXFL   PRINTFL
           END-IF.
       400-BURST-ALL.
           ACCEPT   WK-DATE-WK  FROM  DATE
           CALL  "P0447"  USING  WK-DATE-WK  WK-DATE-PL
           MOVE  WK-DATE-PL (1:4)   TO WK-DATE-8 (1:4)
           MOVE  WK-DATE-PL (6:2)   TO WK-DATE-8 (5:2)
           MOVE  WK-DATE-PL (9:2)   TO WK-DATE-8 (7:2)
           PERFORM  600-LOAD-RECIPIENTS
           OPEN  EXTEND IDXFL
           IF  IDXFL-STATUS  =  "35"
               OPEN  OUTPUT IDXFL
           END-IF
           PERFORM  VARYING  BURST-IDX  FROM  1  BY 1
                    UNTIL BURST-IDX  >  4
              PERFORM  410-BURST-ONE
           END-PERFORM
           CLOSE IDXFL
           DISPLAY  "PIECES ROUTED = " PIECE-CNT.
       410-BURST-ONE.
           MOVE  SPACES  TO WK-SPOOL-NAME
           MOVE  BD-NAME (BURST-IDX)  TO WK-SPOOL-NAME
           OPEN  INPUT SPOOLFL
           IF  SPOOLFL-STATUS  NOT =  "00"
               EXIT  PARAGRAPH
           END-IF
           MOVE  SPACES  TO WK-CUR-KEY
           MOVE  0       TO BUF-CNT
           MOVE  "N"     TO PAGE-SET-SW
           MOVE  "N"     TO BUF-WRITTEN-SW
           MOVE  "N"     TO EOF-SW
           READ  SPOOLFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              PERFORM  420-BURST-LINE
              READ  SPOOLFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           PERFORM  440-END-PAGE
           PERFORM  460-CLOSE-PIECE
           CLOSE SPOOLFL.
       420-BURST-LINE.
           IF  SPOOL-REC (1:1)  =  X"0C"
               PERFORM  440-END-PAGE
           END-IF
           MOVE  SPOOL-REC  TO WK-OUT-LINE
           PERFORM  430-FIND-KEY
           IF  KEY-LINE-SW  =  "Y"
               MOVE  WK-LINE-KEY  TO WK-NEW-KEY
               PERFORM  450-SWITCH-PIECE
               PERFORM  455-FLUSH-BUFFER
               MOVE  "Y"  TO PAGE-SET-SW
               PERFORM  470-WRITE-PIECE-LINE
               EXIT  PARAGRAPH
           END-IF
           IF  PAGE-SET-SW  =  "Y"
               IF  BD-MODE (BURST-IDX)  =  "L"
                   MOVE  "*"  TO WK-NEW-KEY
                   PERFORM  450-SWITCH-PIECE
                   PERFORM  455-FLUSH-BUFFER
               END-IF
               PERFORM  470-WRITE-PIECE-LINE
               EXIT  PARAGRAPH
           END-IF
           IF  BUF-CNT  =  100
               PERFORM  445-ROUTE-DEFAULT
               PERFORM  470-WRITE-PIECE-LINE
               EXIT  PARAGRAPH
           END-IF
           ADD   1  TO BUF-CNT
           MOVE  SPOOL-REC  TO BUF-LINE (BUF-CNT).
       430-FIND-KEY.
           MOVE  "N"     TO KEY-LINE-SW
           MOVE  SPACES  TO WK-LINE-KEY
           MOVE  SPOOL-REC (BD-KEY-COL (BURST-IDX):
                            BD-KEY-LEN (BURST-IDX))  TO WK-LINE-KEY
           IF  BD-TAG-LEN (BURST-IDX)  >  0
               IF  SPOOL-REC (BD-TAG-COL (BURST-IDX):
                              BD-TAG-LEN (BURST-IDX))
                   =  BD-TAG (BURST-IDX) (1:BD-TAG-LEN (BURST-IDX))
                   MOVE  "Y"  TO KEY-LINE-SW
               END-IF
               EXIT  PARAGRAPH
           END-IF
           IF  WK-LINE-KEY  NOT =  SPACES
               PERFORM  610-FIND-RECIPIENT
               IF  MATCH-IDX  >  0
                   MOVE  "Y"  TO KEY-LINE-SW
               END-IF
           END-IF.
       440-END-PAGE.
           IF  PAGE-SET-SW  =  "N"  AND  BUF-CNT  >  0
               PERFORM  445-ROUTE-DEFAULT
           END-IF
           MOVE  0    TO BUF-CNT
           MOVE  "N"  TO PAGE-SET-SW
           MOVE  "N"  TO BUF-WRITTEN-SW.
       445-ROUTE-DEFAULT.
           MOVE  "*"  TO WK-NEW-KEY
           PERFORM  450-SWITCH-PIECE
           PERFORM  455-FLUSH-BUFFER
           MOVE  "Y"  TO PAGE-SET-SW.
       450-SWITCH-PIECE.
           IF  PIECE-SW  =  "Y"  AND  WK-NEW-KEY  =  WK-CUR-KEY
               EXIT  PARAGRAPH
           END-IF
           PERFORM  460-CLOSE-PIECE
           MOVE  WK-NEW-KEY  TO WK-CUR-KEY
           MOVE  WK-NEW-KEY  TO WK-LINE-KEY
           PERFORM  610-FIND-RECIPIENT
           IF  MATCH-IDX  =  0
               MOVE  "*"  TO WK-LINE-KEY
               PERFORM  610-FIND-RECIPIENT
           END-IF
           IF  MATCH-IDX  =  0
               MOVE  "T"         TO WK-ROUTE
               MOVE  "UNROUTED"  TO WK-DEST
               DISPLAY  "NO RECIPIENT FOR " BD-NAME (BURST-IDX)
                        " BREAK " WK-CUR-KEY
           ELSE
               MOVE  RT-ROUTE (MATCH-IDX)  TO WK-ROUTE
               MOVE  RT-DEST  (MATCH-IDX)  TO WK-DEST
           END-IF
           MOVE  SPACES  TO WK-BURST-NAME
           EVALUATE  WK-ROUTE
              WHEN  "P"
                 STRING  "PRT."   DELIMITED BY SIZE
                         WK-DEST  DELIMITED BY SPACE
                    INTO WK-BURST-NAME
                 END-STRING
              WHEN  "M"
                 STRING  "MAIL."  DELIMITED BY SIZE
                         WK-DEST  DELIMITED BY SPACE
                    INTO WK-BURST-NAME
                 END-STRING
              WHEN  OTHER
                 STRING  "TRAY."  DELIMITED BY SIZE
                         WK-DEST  DELIMITED BY SPACE
                    INTO WK-BURST-NAME
                 END-STRING
           END-EVALUATE
           OPEN  EXTEND BURSTFL
           IF  BURSTFL-STATUS  =  "35"
               OPEN  OUTPUT BURSTFL
           END-IF
           MOVE  "Y"  TO PIECE-SW
           MOVE  "N"  TO BUF-WRITTEN-SW
           MOVE  0    TO WK-LINE-CNT
           MOVE  0    TO WK-PAGE-CNT.
       455-FLUSH-BUFFER.
           IF  BUF-WRITTEN-SW  =  "Y"
               EXIT  PARAGRAPH
           END-IF
           MOVE  WK-OUT-LINE  TO WK-HOLD-LINE
           PERFORM  VARYING  BUF-IDX  FROM  1  BY 1
                    UNTIL BUF-IDX  >  BUF-CNT
              MOVE  BUF-LINE (BUF-IDX)  TO WK-OUT-LINE
              PERFORM  470-WRITE-PIECE-LINE
           END-PERFORM
           MOVE  WK-HOLD-LINE  TO WK-OUT-LINE
           MOVE  "Y"  TO BUF-WRITTEN-SW.
       460-CLOSE-PIECE.
           IF  PIECE-SW  NOT =  "Y"
               EXIT  PARAGRAPH
           END-IF
           CLOSE BURSTFL
           IF  WK-PAGE-CNT  =  0
               MOVE  1  TO WK-PAGE-CNT
           END-IF
           MOVE  BD-NAME (BURST-IDX)  TO IDX-REPORT
           MOVE  WK-DATE-8            TO IDX-DATE
           MOVE  BD-JOB (BURST-IDX)   TO IDX-JOB
           MOVE  WK-LINE-CNT          TO IDX-LINE-CNT
           MOVE  WK-PAGE-CNT          TO IDX-PAGE-CNT
           MOVE  WK-CUR-KEY           TO IDX-BREAK
           MOVE  WK-ROUTE             TO IDX-ROUTE
           MOVE  WK-DEST              TO IDX-DEST
           WRITE IDX-REC
           ADD   1  TO PIECE-CNT
           MOVE  "N"  TO PIECE-SW.
       470-WRITE-PIECE-LINE.
           IF  WK-OUT-LINE (1:1)  =  X"0C"
               MOVE  WK-OUT-LINE (2:)  TO BURST-REC
               WRITE BURST-REC  AFTER PAGE
               ADD   1  TO WK-PAGE-CNT
           ELSE
               MOVE  WK-OUT-LINE  TO BURST-REC
               WRITE BURST-REC  AFTER 1  LINES
           END-IF
           ADD   1  TO WK-LINE-CNT.
       500-MAINTAIN-RECIPIENTS.
           OPEN  EXTEND RCPFL
           IF  RCPFL-STATUS  =  "35"
               OPEN  OUTPUT RCPFL
           END-IF
           MOVE  SPACES   TO ASK-REPORT
           PERFORM  UNTIL ASK-REPORT = "E"
              DISPLAY  "REPORT SPOOL (E:END)  : " WITH NO ADVANCING
              ACCEPT   ASK-REPORT
              IF  ASK-REPORT  NOT =  "E"
                  AND  ASK-REPORT  NOT =  SPACES
                  PERFORM  510-ACCEPT-RECIPIENT
              END-IF
           END-PERFORM
           CLOSE RCPFL.
       510-ACCEPT-RECIPIENT.
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  BURST-IDX  FROM  1  BY 1
                    UNTIL BURST-IDX  >  4
              IF  BD-NAME (BURST-IDX)  =  ASK-REPORT
                  MOVE  BURST-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM
           IF  MATCH-IDX  =  0
               DISPLAY  "REPORT NOT SET UP FOR BURSTING : " ASK-REPORT
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  "BREAK VALUE (*:OTHER) : " WITH NO ADVANCING
           ACCEPT   ASK-BREAK
           DISPLAY  "ROUTE P/M/T (X:DROP)  : " WITH NO ADVANCING
           ACCEPT   WK-ROUTE
           IF  WK-ROUTE  NOT =  "P"  AND  WK-ROUTE  NOT =  "M"
               AND  WK-ROUTE  NOT =  "T"  AND  WK-ROUTE  NOT =  "X"
               DISPLAY  "INVALID ROUTE : " WK-ROUTE
               EXIT  PARAGRAPH
           END-IF
           MOVE  SPACES  TO RCP-DEST
           MOVE  SPACES  TO RCP-NAME
           IF  WK-ROUTE  NOT =  "X"
               DISPLAY  "PRINTER/DROP/TRAY ID  : " WITH NO ADVANCING
               ACCEPT   RCP-DEST
               DISPLAY  "RECIPIENT NAME        : " WITH NO ADVANCING
               ACCEPT   RCP-NAME
           END-IF
           MOVE  ASK-REPORT  TO RCP-REPORT
           MOVE  ASK-BREAK   TO RCP-BREAK
           MOVE  WK-ROUTE    TO RCP-ROUTE
           WRITE RCP-REC.
       600-LOAD-RECIPIENTS.
           MOVE  0  TO RCP-CNT
           OPEN  INPUT RCPFL
           IF  RCPFL-STATUS  NOT =  "00"
               DISPLAY  "NO RECIPIENT TABLE D1244.DAT"
               EXIT  PARAGRAPH
           END-IF
           MOVE  "N"   TO EOF-SW
           READ  RCPFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              MOVE  0  TO MATCH-IDX
              PERFORM  VARYING  RCP-IDX  FROM  1  BY 1
                       UNTIL RCP-IDX  >  RCP-CNT
                 IF  RT-REPORT (RCP-IDX)  =  RCP-REPORT
                     AND  RT-BREAK (RCP-IDX)  =  RCP-BREAK
                     MOVE  RCP-IDX  TO MATCH-IDX
                 END-IF
              END-PERFORM
              IF  MATCH-IDX  =  0  AND  RCP-CNT  <  300
                  ADD   1  TO RCP-CNT
                  MOVE  RCP-CNT  TO MATCH-IDX
              END-IF
              IF  MATCH-IDX  >  0
                  MOVE  RCP-REPORT  TO RT-REPORT (MATCH-IDX)
                  MOVE  RCP-BREAK   TO RT-BREAK  (MATCH-IDX)
                  MOVE  RCP-ROUTE   TO RT-ROUTE  (MATCH-IDX)
                  MOVE  RCP-DEST    TO RT-DEST   (MATCH-IDX)
                  MOVE  RCP-NAME    TO RT-NAME   (MATCH-IDX)
              END-IF
              READ  RCPFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE RCPFL
           MOVE  "N"   TO EOF-SW.
       610-FIND-RECIPIENT.
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  RCP-IDX  FROM  1  BY 1
                    UNTIL RCP-IDX  >  RCP-CNT
              IF  RT-REPORT (RCP-IDX)  =  BD-NAME (BURST-IDX)
                  AND  RT-BREAK (RCP-IDX)  =  WK-LINE-KEY
                  AND  RT-ROUTE (RCP-IDX)  NOT =  "X"
                  MOVE  RCP-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM.
