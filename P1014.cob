           SELECT   RUNLOGFL ASSIGN   TO "RUNLOG.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    RUNLOGFL-STATUS.
           SELECT   OTWFL    ASSIGN   TO "OTWARN.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    OTWFL-STATUS.
           SELECT   PRINTFL  ASSIGN   TO "PRINT1014".
       DATA   DIVISION.
       FILE   SECTION.
           03 RL-READ-CNT      PIC 9(7).
           03 RL-WRITE-CNT     PIC 9(7).
           03 RL-STATUS        PIC X.
       FD  OTWFL
           DATA  RECORD   IS OTW-REC.
       01  OTW-REC.
           03 OTW-EMP-ID       PIC X(3).
           03 OTW-YYMM         PIC 9(6).
           03 OTW-KIND         PIC X.
           03 OTW-LEVEL        PIC X.
           03 OTW-HRS          PIC 9(3).
           03 OTW-LIMIT        PIC 9(3).
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC             PIC X(100).
           03 EXC-JOB          PIC X(8).
           03 FILLER           PIC X(2).
           03 EXC-MSG          PIC X(40).
       01  OTW-MSG.
           03 OTW-MSG-LEVEL    PIC X(5).
           03 FILLER           PIC X(13)  VALUE " OT CAP  EMP ".
           03 OTW-MSG-ID       PIC X(3).
           03 OTW-MSG-KIND     PIC X(5).
           03 OTW-MSG-HRS      PIC ZZ9.
           03 FILLER           PIC X(3)   VALUE " / ".
           03 OTW-MSG-LIMIT    PIC ZZ9.
           03 FILLER           PIC X(5)   VALUE " HRS".
       01  HD-3.
           03 FILLER           PIC X(10)  VALUE "JOB".
           03 FILLER           PIC X(10)  VALUE "START".
       01  EXC-CNT             PIC 9(3)   VALUE 0.
       01  EOF-SW              PIC X      VALUE "N".
       01  RUNLOGFL-STATUS     PIC XX.
       01  OTWFL-STATUS        PIC XX.
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "SUMMARY DATE (YYYY/MM/DD)   : "
                    UNTIL JOB-IDX  >  JOB-CNT
              PERFORM  200-CHECK-EXCEPTIONS
           END-PERFORM
           PERFORM  400-OVERTIME-WARNINGS
           IF  EXC-CNT  =  0
               MOVE  "(NO EXCEPTIONS)"  TO PRT-REC
               WRITE PRT-REC  AFTER 1  LINES
               MOVE  0  TO DL-DELTA
           END-IF
           WRITE PRT-REC  FROM  DL  AFTER 1  LINES.
       400-OVERTIME-WARNINGS.
           OPEN  INPUT OTWFL
           IF  OTWFL-STATUS  =  "00"
               MOVE  "N"   TO EOF-SW
               READ  OTWFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  OTW-LEVEL  =  "O"
                      MOVE  "OVER "  TO OTW-MSG-LEVEL
                  ELSE
                      MOVE  "NEAR "  TO OTW-MSG-LEVEL
                  END-IF
                  IF  OTW-KIND  =  "Q"
                      MOVE  " 3MO "  TO OTW-MSG-KIND
                  ELSE
                      MOVE  " MON "  TO OTW-MSG-KIND
                  END-IF
                  MOVE  OTW-EMP-ID  TO OTW-MSG-ID
                  MOVE  OTW-HRS     TO OTW-MSG-HRS
                  MOVE  OTW-LIMIT   TO OTW-MSG-LIMIT
                  MOVE  "P0873"     TO EXC-JOB
                  MOVE  OTW-MSG     TO EXC-MSG
                  PERFORM  210-WRITE-EXC
                  READ  OTWFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE OTWFL
           END-IF.
