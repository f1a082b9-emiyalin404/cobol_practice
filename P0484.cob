       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P0484.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   STUDFL   ASSIGN   TO "D0441.DAT"
              ORGANIZATION   INDEXED
              ACCESS MODE    DYNAMIC
              RECORD KEY     STUD-IDNO
              FILE STATUS    STUDFL-STATUS.
           SELECT   SECFL    ASSIGN   TO "D0470.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    SECFL-STATUS.
           SELECT   XFRFL    ASSIGN   TO "D0484.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    XFRFL-STATUS.
           SELECT   AUDITFL  ASSIGN   TO "D0443AUDIT.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    AUDITFL-STATUS.
       DATA   DIVISION.
       FILE   SECTION.
       FD  STUDFL
           DATA  RECORD   IS STUD-REC.
       01  STUD-REC.
           03 STUD-IDNO         PIC X(5).
           03 STUD-CLASS.
              05 STUD-DPT       PIC XX.
              05 STUD-YEAR      PIC 9.
           03 STUD-NAME         PIC X(9).
           03 STUD-SUBJ-TAB     OCCURS 6 TIMES.
              05 STUD-SUBJ-CRED PIC 9.
              05 STUD-SUBJ-SCOR PIC 9(3)V9.
           03 STUD-STATUS       PIC X.
       FD  SECFL
           DATA  RECORD   IS SEC-REC.
       01  SEC-REC.
           03 SEC-CLASS         PIC X(3).
           03 SEC-TEACHER       PIC X(10).
           03 SEC-SEATS         PIC 9(3).
       FD  XFRFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS XFR-REC.
       01  XFR-REC.
           03 XFR-IDNO          PIC X(5).
           03 XFR-EFF-DATE      PIC 9(8).
           03 XFR-FROM          PIC X(3).
           03 XFR-TO            PIC X(3).
           03 XFR-USER          PIC X(10).
           03 XFR-ENTRY-DATE    PIC 9(8).
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
           05  AUDIT-STUD-IDNO       PIC X(05).
           05  FILLER                PIC X(01).
           05  AUDIT-ACTION          PIC X(08).
           05  FILLER                PIC X(01).
           05  AUDIT-TERM-ID         PIC X(08).
           05  FILLER                PIC X(01).
           05  AUDIT-OLD-VALUE       PIC X(100).
           05  FILLER                PIC X(01).
           05  AUDIT-NEW-VALUE       PIC X(100).
       WORKING-STORAGE SECTION.
       01  SEC-TAB-AREA.
           03 SEC-CNT           PIC 9(2)   VALUE 0.
           03 SEC-ENTRY         OCCURS 50 TIMES.
              05 ST-CLASS       PIC X(3).
              05 ST-SEATS       PIC 9(3).
              05 ST-HEADS       PIC 9(3).
       01  XFR-TAB-AREA.
           03 XFR-CNT           PIC 9(4)   VALUE 0.
           03 XFR-ENTRY         OCCURS 2000 TIMES.
              05 XT-IDNO        PIC X(5).
              05 XT-EFF-DATE    PIC 9(8).
       01  STUDFL-STATUS        PIC XX.
       01  SECFL-STATUS         PIC XX.
       01  XFRFL-STATUS         PIC XX.
       01  AUDITFL-STATUS       PIC XX.
       01  FOUND-SW             PIC X     VALUE "N".
       01  OK-SW                PIC X.
       01  EOF-SW               PIC X     VALUE "N".
       01  WK-USER              PIC X(10).
       01  WK-TERM              PIC X(8).
       01  WK-IDNO              PIC X(5).
       01  WK-ACTION            PIC X(8).
       01  WK-NEW-CLASS         PIC X(3).
       01  WK-EFF-DATE          PIC 9(8).
       01  WK-LAST-EFF          PIC 9(8).
       01  OLD-STUD-REC         PIC X(48).
       01  NEW-STUD-REC         PIC X(48).
       01  SEC-IDX              PIC 9(2).
       01  FROM-IDX             PIC 9(2).
       01  TO-IDX               PIC 9(2).
       01  XFR-IDX              PIC 9(4).
       01  XFRW-CNT             PIC 9(3)   VALUE 0.
       01  WK-DATE-WK           PIC 9(6).
       01  WK-DATE-PL           PIC 9(4)/99/99.
       01  WK-DATE-8            PIC 9(8).
       01  WSTIME.
           05 WS-HOUR           PIC 9(02).
           05 WS-MIN            PIC 9(02).
           05 WS-SEC            PIC 9(02).
           05 WS-CC             PIC 9(02).
       01  WSTIME-R.
           05 WS-HOUR-R         PIC 9(02).
           05 FILLER            PIC X(01)   VALUE ":".
           05 WS-MIN-R          PIC 9(02).
           05 FILLER            PIC X(01)   VALUE ":".
           05 WS-SEC-R          PIC 9(02).
       01  SIGNON-AREA.
           03 SIGNON-PASSWORD   PIC X(10).
           03 SIGNON-SUBSYS     PIC X(3)   VALUE "STU".
           03 SIGNON-REPLY      PIC X.
       01  JRNL-JOB             PIC X(8)   VALUE "P0484".
       01  JRNL-FILE            PIC X(12).
       01  JRNL-KEY             PIC X(10).
       01  JRNL-IMAGE           PIC X(120).
       01  LOCK-AREA.
           03 LOCK-ACTION       PIC X.
           03 LOCK-FILE         PIC X(8)   VALUE "D0441".
           03 LOCK-KEY          PIC X(10).
           03 LOCK-REPLY        PIC X.
           03 LOCK-HOLDER       PIC X(10).
       01  RUNLOG-JOB           PIC X(8)   VALUE "P0484".
       01  RUNLOG-ACTION        PIC X.
       01  RUNLOG-READ-CNT      PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT     PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS        PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           DISPLAY  "操作員代號 : " WITH NO ADVANCING
           ACCEPT   WK-USER
           DISPLAY  "終端機代號 : " WITH NO ADVANCING
           ACCEPT   WK-TERM
           DISPLAY  "密碼       : " WITH NO ADVANCING
           ACCEPT   SIGNON-PASSWORD
           CALL  "P1020"  USING  WK-USER  SIGNON-PASSWORD
                                 SIGNON-SUBSYS  SIGNON-REPLY
           IF  SIGNON-REPLY  NOT =  "Y"
               DISPLAY  "簽到失敗或無此子系統權限"
               STOP  RUN
           END-IF
           ACCEPT   WK-DATE-WK  FROM  DATE
           CALL  "P0447"  USING  WK-DATE-WK  WK-DATE-PL
           MOVE  WK-DATE-PL (1:4)   TO WK-DATE-8 (1:4)
           MOVE  WK-DATE-PL (6:2)   TO WK-DATE-8 (5:2)
           MOVE  WK-DATE-PL (9:2)   TO WK-DATE-8 (7:2)
           PERFORM  100-LOAD-SECTIONS
           IF  SEC-CNT  =  0
               DISPLAY  "查無班級主檔 D0470.DAT"
               STOP  RUN
           END-IF
           PERFORM  110-LOAD-TRANSFERS
           OPEN  I-O   STUDFL
           PERFORM  120-COUNT-HEADS
           OPEN  EXTEND   AUDITFL
           IF  AUDITFL-STATUS  =  "35"
               OPEN  OUTPUT   AUDITFL
           END-IF
           OPEN  EXTEND   XFRFL
           IF  XFRFL-STATUS  =  "35"
               OPEN  OUTPUT   XFRFL
           END-IF
           MOVE  SPACES  TO WK-IDNO
           PERFORM  UNTIL WK-IDNO = "E"
              DISPLAY  " "
              DISPLAY  "轉班學號 (E:結束) : " WITH NO ADVANCING
              ACCEPT   WK-IDNO
              IF  WK-IDNO  NOT =  "E"  AND  WK-IDNO  NOT =  SPACES
                  PERFORM  200-TRANSFER-ONE
              END-IF
           END-PERFORM
           MOVE  "C"     TO LOCK-ACTION
           MOVE  SPACES  TO LOCK-KEY
           CALL  "P1007"  USING  LOCK-ACTION  LOCK-FILE  LOCK-KEY
                                 WK-USER  WK-TERM
                                 LOCK-REPLY  LOCK-HOLDER
           CLOSE STUDFL   AUDITFL   XFRFL
           DISPLAY  "轉班筆數 = " XFRW-CNT
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           STOP  RUN.
       100-LOAD-SECTIONS.
           OPEN  INPUT SECFL
           IF  SECFL-STATUS  =  "00"
               MOVE  "N"   TO EOF-SW
               READ  SECFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  SEC-CNT  <  50
                      ADD   1  TO SEC-CNT
                      MOVE  SEC-CLASS  TO ST-CLASS (SEC-CNT)
                      MOVE  SEC-SEATS  TO ST-SEATS (SEC-CNT)
                      MOVE  0          TO ST-HEADS (SEC-CNT)
                  END-IF
                  READ  SECFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE SECFL
           END-IF.
       110-LOAD-TRANSFERS.
           OPEN  INPUT XFRFL
           IF  XFRFL-STATUS  =  "00"
               MOVE  "N"   TO EOF-SW
               READ  XFRFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  XFR-CNT  <  2000
                      ADD   1  TO XFR-CNT
                      MOVE  XFR-IDNO      TO XT-IDNO     (XFR-CNT)
                      MOVE  XFR-EFF-DATE  TO XT-EFF-DATE (XFR-CNT)
                  END-IF
                  READ  XFRFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE XFRFL
           END-IF.
       120-COUNT-HEADS.
           MOVE  "N"   TO EOF-SW
           READ  STUDFL   NEXT  AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              IF  STUD-STATUS  NOT =  "W"
                  ADD   1  TO RUNLOG-READ-CNT
                  PERFORM  VARYING  SEC-IDX  FROM  1  BY 1
                           UNTIL SEC-IDX  >  SEC-CNT
                     IF  ST-CLASS (SEC-IDX)  =  STUD-CLASS
                         ADD  1  TO ST-HEADS (SEC-IDX)
                     END-IF
                  END-PERFORM
              END-IF
              READ  STUDFL   NEXT  AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM.
       200-TRANSFER-ONE.
           MOVE  "N"      TO FOUND-SW
           MOVE  WK-IDNO  TO STUD-IDNO
           READ  STUDFL
              INVALID  KEY
                 CONTINUE
              NOT INVALID  KEY
                 MOVE  "Y"   TO FOUND-SW
           END-READ
           IF  FOUND-SW  NOT =  "Y"
               DISPLAY  "查無此學號 : " WK-IDNO
               EXIT  PARAGRAPH
           END-IF
           IF  STUD-STATUS  =  "W"
               DISPLAY  "該生已退學, 不可轉班 : " WK-IDNO
               EXIT  PARAGRAPH
           END-IF
           DISPLAY  "姓名 : " STUD-NAME "  目前系級 : " STUD-CLASS
           DISPLAY  "轉入系級          : " WITH NO ADVANCING
           ACCEPT   WK-NEW-CLASS
           DISPLAY  "生效日期 (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT   WK-EFF-DATE
           PERFORM  210-VALIDATE
           IF  OK-SW  NOT =  "Y"
               EXIT  PARAGRAPH
           END-IF
           PERFORM  440-ACQUIRE-LOCK
           IF  LOCK-REPLY  NOT =  "Y"
               DISPLAY  "記錄鎖定中, 持有人 : " LOCK-HOLDER
               EXIT  PARAGRAPH
           END-IF
           MOVE  STUD-REC      TO OLD-STUD-REC
           MOVE  WK-NEW-CLASS  TO STUD-CLASS
           MOVE  STUD-REC      TO NEW-STUD-REC
           MOVE  "D0441"       TO JRNL-FILE
           MOVE  SPACES        TO JRNL-KEY
           MOVE  WK-IDNO       TO JRNL-KEY
           MOVE  SPACES        TO JRNL-IMAGE
           MOVE  OLD-STUD-REC  TO JRNL-IMAGE (1:48)
           CALL  "P1018"  USING  JRNL-JOB  JRNL-FILE
                                 JRNL-KEY  JRNL-IMAGE
           REWRITE  STUD-REC
              INVALID  KEY
                 DISPLAY  "轉班失敗, 檔案狀態 : " STUDFL-STATUS
              NOT INVALID  KEY
                 PERFORM  220-WRITE-HISTORY
                 MOVE  "轉班"   TO WK-ACTION
                 PERFORM  430-WRITE-AUDIT
                 DISPLAY  "轉班完成"
           END-REWRITE
           PERFORM  450-RELEASE-LOCK.
       210-VALIDATE.
           MOVE  "N"  TO OK-SW
           MOVE  0    TO FROM-IDX  TO-IDX
           PERFORM  VARYING  SEC-IDX  FROM  1  BY 1
                    UNTIL SEC-IDX  >  SEC-CNT
              IF  ST-CLASS (SEC-IDX)  =  STUD-CLASS
                  MOVE  SEC-IDX  TO FROM-IDX
              END-IF
              IF  ST-CLASS (SEC-IDX)  =  WK-NEW-CLASS
                  MOVE  SEC-IDX  TO TO-IDX
              END-IF
           END-PERFORM
           MOVE  0  TO WK-LAST-EFF
           PERFORM  VARYING  XFR-IDX  FROM  1  BY 1
                    UNTIL XFR-IDX  >  XFR-CNT
              IF  XT-IDNO (XFR-IDX)  =  WK-IDNO
                  AND  XT-EFF-DATE (XFR-IDX)  >  WK-LAST-EFF
                  MOVE  XT-EFF-DATE (XFR-IDX)  TO WK-LAST-EFF
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN  TO-IDX  =  0
                 DISPLAY  "轉入系級未建檔 : " WK-NEW-CLASS
              WHEN  WK-NEW-CLASS  =  STUD-CLASS
                 DISPLAY  "轉入系級與目前系級相同"
              WHEN  WK-EFF-DATE  >  WK-DATE-8
                 DISPLAY  "生效日期不可晚於今日"
              WHEN  WK-EFF-DATE  NOT >  WK-LAST-EFF
                 DISPLAY  "生效日期須晚於前次轉班日 : "
                          WK-LAST-EFF
              WHEN  ST-HEADS (TO-IDX)  NOT <  ST-SEATS (TO-IDX)
                 DISPLAY  "轉入班級已額滿, 座位數 : "
                          ST-SEATS (TO-IDX)
              WHEN  OTHER
                 MOVE  "Y"  TO OK-SW
           END-EVALUATE.
       220-WRITE-HISTORY.
           MOVE  WK-IDNO              TO XFR-IDNO
           MOVE  WK-EFF-DATE          TO XFR-EFF-DATE
           MOVE  OLD-STUD-REC (6:3)   TO XFR-FROM
           MOVE  WK-NEW-CLASS         TO XFR-TO
           MOVE  WK-USER              TO XFR-USER
           MOVE  WK-DATE-8            TO XFR-ENTRY-DATE
           WRITE XFR-REC
           ADD   1  TO XFRW-CNT
           ADD   1  TO RUNLOG-WRITE-CNT
           IF  XFR-CNT  <  2000
               ADD   1  TO XFR-CNT
               MOVE  WK-IDNO      TO XT-IDNO     (XFR-CNT)
               MOVE  WK-EFF-DATE  TO XT-EFF-DATE (XFR-CNT)
           END-IF
           ADD   1  TO ST-HEADS (TO-IDX)
           IF  FROM-IDX  >  0
               SUBTRACT  1  FROM ST-HEADS (FROM-IDX)
           END-IF.
       430-WRITE-AUDIT.
           ACCEPT   WSTIME  FROM  TIME
           MOVE  WS-HOUR   TO WS-HOUR-R
           MOVE  WS-MIN    TO WS-MIN-R
           MOVE  WS-SEC    TO WS-SEC-R
           MOVE  SPACES        TO AUDIT-REC
           MOVE  WK-DATE-8     TO AUDIT-DATE
           MOVE  WSTIME-R      TO AUDIT-TIME
           MOVE  WK-USER       TO AUDIT-USER
           MOVE  WK-IDNO       TO AUDIT-STUD-IDNO
           MOVE  WK-ACTION     TO AUDIT-ACTION
           MOVE  WK-TERM       TO AUDIT-TERM-ID
           MOVE  OLD-STUD-REC  TO AUDIT-OLD-VALUE
           MOVE  NEW-STUD-REC  TO AUDIT-NEW-VALUE
           WRITE AUDIT-REC.
       440-ACQUIRE-LOCK.
           MOVE  "A"     TO LOCK-ACTION
           MOVE  WK-IDNO TO LOCK-KEY
           CALL  "P1007"  USING  LOCK-ACTION  LOCK-FILE  LOCK-KEY
                                 WK-USER  WK-TERM
                                 LOCK-REPLY  LOCK-HOLDER.
       450-RELEASE-LOCK.
           MOVE  "R"     TO LOCK-ACTION
           MOVE  WK-IDNO TO LOCK-KEY
           CALL  "P1007"  USING  LOCK-ACTION  LOCK-FILE  LOCK-KEY
                                 WK-USER  WK-TERM
                                 LOCK-REPLY  LOCK-HOLDER.
