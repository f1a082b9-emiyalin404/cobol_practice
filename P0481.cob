       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P0481.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   STUDFL   ASSIGN   TO "D0441.DAT"
              ORGANIZATION   INDEXED
              ACCESS MODE    SEQUENTIAL
              RECORD KEY     STUD-IDNO
              FILE STATUS    STUDFL-STATUS.
           SELECT   GRDFL    ASSIGN   TO "D0468.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    GRDFL-STATUS.
           SELECT   FLAGFL   ASSIGN   TO "D0458.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    FLAGFL-STATUS.
           SELECT   CNDFL    ASSIGN   TO "D0471.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CNDFL-STATUS.
           SELECT   SENTFL   ASSIGN   TO "D0481.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    SENTFL-STATUS.
           SELECT   NTFFL    ASSIGN   TO "NOTIFY0481"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    NTFFL-STATUS.
           SELECT   LETRFL   ASSIGN   TO "LETTER0481".
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
       FD  GRDFL
           DATA  RECORD   IS GRD-REC.
       01  GRD-REC.
           03 GRD-IDNO          PIC X(5).
           03 GRD-NAME          PIC X(10).
           03 GRD-REL           PIC X(4).
           03 GRD-ADDR          PIC X(40).
           03 GRD-TEL           PIC X(12).
       FD  FLAGFL
           DATA  RECORD   IS FLAG-REC.
       01  FLAG-REC.
           03 FLAG-IDNO         PIC X(5).
           03 FLAG-ABS-CNT      PIC 9(3).
       FD  CNDFL
           DATA  RECORD   IS CND-REC.
       01  CND-REC.
           03 CND-IDNO          PIC X(5).
           03 CND-DATE          PIC 9(8).
           03 CND-TYPE          PIC X.
           03 CND-POINTS        PIC 9(3).
           03 CND-REASON        PIC X(2).
       FD  SENTFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS SENT-REC.
       01  SENT-REC.
           03 SENT-IDNO         PIC X(5).
           03 SENT-KIND         PIC X.
           03 SENT-KEY          PIC X(12).
           03 SENT-DATE         PIC 9(8).
       FD  NTFFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS NTF-REC.
       01  NTF-REC.
           03 NTF-DATE          PIC 9(8).
           03 NTF-IDNO          PIC X(5).
           03 NTF-STUD-NAME     PIC X(9).
           03 NTF-GRD-NAME      PIC X(10).
           03 NTF-REL           PIC X(4).
           03 NTF-TEL           PIC X(12).
           03 NTF-ABS-CNT       PIC 9(3).
           03 NTF-DEM-CNT       PIC 9(2).
           03 NTF-DEM-PTS       PIC 9(3).
           03 NTF-MER-CNT       PIC 9(2).
           03 NTF-MER-PTS       PIC 9(3).
           03 NTF-FAIL-CNT      PIC 9.
       FD  LETRFL
           DATA  RECORD   IS LETR-REC.
       01  LETR-REC             PIC X(80).
       WORKING-STORAGE SECTION.
       01  LETR-1               PIC X(60)   VALUE ALL "*".
       01  LETR-2.
           03 FILLER            PIC X(12)   VALUE "敬啟者 : ".
           03 LETR-GRD-NAME     PIC X(10).
           03 FILLER            PIC X(2).
           03 LETR-REL          PIC X(4).
       01  LETR-2A.
           03 FILLER            PIC X(12)   VALUE "地 址 : ".
           03 LETR-ADDR         PIC X(40).
       01  LETR-3.
           03 FILLER            PIC X(12)   VALUE "  貴子弟 ".
           03 LETR-STUD-NAME    PIC X(9).
           03 FILLER            PIC X(28)   VALUE
                 " 同學本週在校情形".
           03 FILLER            PIC X(16)   VALUE "通知如下 :".
       01  LETR-4A.
           03 FILLER            PIC X(4).
           03 FILLER            PIC X(20)   VALUE "缺曠累計次數".
           03 LETR-ABS          PIC ZZ9.
       01  LETR-4C.
           03 FILLER            PIC X(4).
           03 LETR-CND-TYPE     PIC X(8).
           03 FILLER            PIC X(2).
           03 LETR-CND-DATE     PIC 9(4)/99/99.
           03 FILLER            PIC X(2).
           03 LETR-CND-PTS      PIC ZZ9.
           03 FILLER            PIC X(12)   VALUE " 點 事由 ".
           03 LETR-CND-REASON   PIC X(2).
       01  LETR-4S.
           03 FILLER            PIC X(4).
           03 FILLER            PIC X(16)   VALUE "成績未及格".
           03 LETR-SUBJ         PIC X(12).
           03 LETR-SCOR         PIC ZZ9.9.
       01  LETR-5.
           03 FILLER            PIC X(34)   VALUE
                 "  如有疑問請與導師聯繫,".
           03 FILLER            PIC X(24)   VALUE
                 " 謝謝您的配合.".
       01  LETR-6.
           03 FILLER            PIC X(20)   VALUE "  發文日期 : ".
           03 LETR-DATE         PIC 9(4)/99/99.
       01  CND-TYPE-NAME.
           03 FILLER            PIC X(8)    VALUE "記  功".
           03 FILLER            PIC X(8)    VALUE "記  過".
       01  CND-TYPE-NAME-R  REDEFINES  CND-TYPE-NAME.
           03 CND-NAME          PIC X(8)    OCCURS 2 TIMES.
       01  SUBJ-NAME-TAB.
           03 FILLER            PIC X(12)   VALUE "國  文".
           03 FILLER            PIC X(12)   VALUE "英  文".
           03 FILLER            PIC X(12)   VALUE "數  學".
           03 FILLER            PIC X(12)   VALUE "物  理".
           03 FILLER            PIC X(12)   VALUE "化  學".
           03 FILLER            PIC X(12)   VALUE "歷  史".
       01  SUBJ-NAME-TAB-R  REDEFINES  SUBJ-NAME-TAB.
           03 SUBJ-NAME         PIC X(12)   OCCURS 6 TIMES.
       01  GRD-TAB-AREA.
           03 GRD-CNT           PIC 9(3)   VALUE 0.
           03 GRD-ENTRY         OCCURS 500 TIMES.
              05 GT-IDNO        PIC X(5).
              05 GT-NAME        PIC X(10).
              05 GT-REL         PIC X(4).
              05 GT-ADDR        PIC X(40).
              05 GT-TEL         PIC X(12).
       01  FLAG-TAB-AREA.
           03 FLAG-CNT          PIC 9(3)   VALUE 0.
           03 FLAG-ENTRY        OCCURS 500 TIMES.
              05 FT-IDNO        PIC X(5).
              05 FT-ABS         PIC 9(3).
       01  CND-TAB-AREA.
           03 CND-CNT           PIC 9(4)   VALUE 0.
           03 CND-ENTRY         OCCURS 3000 TIMES.
              05 CT-IDNO        PIC X(5).
              05 CT-DATE        PIC 9(8).
              05 CT-TYPE        PIC X.
              05 CT-POINTS      PIC 9(3).
              05 CT-REASON      PIC X(2).
       01  SENT-TAB-AREA.
           03 SENT-CNT          PIC 9(4)   VALUE 0.
           03 ST-ITEM           PIC X(18)  OCCURS 5000 TIMES.
       01  ITEM-TAB-AREA.
           03 ITEM-CNT          PIC 9(2).
           03 ITEM-ENTRY        OCCURS 30 TIMES.
              05 IT-KIND        PIC X.
              05 IT-KEY         PIC X(12).
              05 IT-IDX         PIC 9(4).
       01  WK-ITEM.
           03 WK-ITEM-IDNO      PIC X(5).
           03 WK-ITEM-KIND      PIC X.
           03 WK-ITEM-KEY       PIC X(12).
       01  WK-KEY-A.
           03 WK-KEY-ABS        PIC 9(3).
           03 FILLER            PIC X(9)   VALUE SPACES.
       01  WK-KEY-C.
           03 WK-KEY-DATE       PIC 9(8).
           03 WK-KEY-TYPE       PIC X.
           03 WK-KEY-REASON     PIC X(2).
           03 FILLER            PIC X      VALUE SPACE.
       01  WK-KEY-S.
           03 WK-KEY-SUBJ       PIC 9.
           03 WK-KEY-SCOR       PIC 9(3)V9.
           03 FILLER            PIC X(7)   VALUE SPACES.
       01  ASK-FROM             PIC 9(8).
       01  ASK-PASS             PIC 9(3).
       01  NEW-SW               PIC X.
       01  GRD-IDX              PIC 9(3).
       01  GRD-FOUND            PIC 9(3).
       01  FLAG-IDX             PIC 9(3).
       01  CND-IDX              PIC 9(4).
       01  SENT-IDX             PIC 9(4).
       01  ITEM-IDX             PIC 9(2).
       01  SUBJ-IDX             PIC 9.
       01  NTF-CNT              PIC 9(4)   VALUE 0.
       01  ITEM-TOT             PIC 9(5)   VALUE 0.
       01  NOGRD-CNT            PIC 9(3)   VALUE 0.
       01  EOF-SW               PIC X      VALUE "N".
       01  DATE-WK              PIC 9(6).
       01  DATE-PL              PIC 9(4)/99/99.
       01  WK-DATE-8            PIC 9(8).
       01  STUDFL-STATUS        PIC XX.
       01  GRDFL-STATUS         PIC XX.
       01  FLAGFL-STATUS        PIC XX.
       01  CNDFL-STATUS         PIC XX.
       01  SENTFL-STATUS        PIC XX.
       01  NTFFL-STATUS         PIC XX.
       01  RUNLOG-JOB           PIC X(8)   VALUE "P0481".
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
           ACCEPT   DATE-WK  FROM  DATE
           CALL  "P0447"  USING  DATE-WK  DATE-PL
           MOVE  DATE-PL (1:4)   TO WK-DATE-8 (1:4)
           MOVE  DATE-PL (6:2)   TO WK-DATE-8 (5:2)
           MOVE  DATE-PL (9:2)   TO WK-DATE-8 (7:2)
           DISPLAY  "獎懲起始日期 (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT   ASK-FROM
           DISPLAY  "及格分數 (預設60)       : " WITH NO ADVANCING
           ACCEPT   ASK-PASS
           IF  ASK-PASS  =  0
               MOVE  60  TO ASK-PASS
           END-IF
           PERFORM  100-LOAD-GUARDIANS
           PERFORM  110-LOAD-FLAGS
           PERFORM  120-LOAD-CONDUCT
           PERFORM  130-LOAD-SENT
           OPEN  EXTEND SENTFL
           IF  SENTFL-STATUS  =  "35"
               OPEN  OUTPUT SENTFL
           END-IF
           OPEN  EXTEND NTFFL
           IF  NTFFL-STATUS  =  "35"
               OPEN  OUTPUT NTFFL
           END-IF
           OPEN  INPUT STUDFL   OUTPUT   LETRFL
           MOVE  "N"   TO EOF-SW
           READ  STUDFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              IF  STUD-STATUS  NOT =  "W"
                  ADD   1  TO RUNLOG-READ-CNT
                  PERFORM  200-COLLECT-ONE
              END-IF
              READ  STUDFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           CLOSE STUDFL   LETRFL   NTFFL   SENTFL
           DISPLAY  "家長通知份數 = " NTF-CNT
           DISPLAY  "通知項目筆數 = " ITEM-TOT
           IF  NOGRD-CNT  >  0
               DISPLAY  "無家長資料人數 = " NOGRD-CNT
               MOVE  "A"   TO RUNLOG-STATUS
           END-IF
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           STOP  RUN.
       100-LOAD-GUARDIANS.
           OPEN  INPUT GRDFL
           IF  GRDFL-STATUS  =  "00"
               MOVE  "N"   TO EOF-SW
               READ  GRDFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  GRD-CNT  <  500
                      ADD   1  TO GRD-CNT
                      MOVE  GRD-IDNO  TO GT-IDNO (GRD-CNT)
                      MOVE  GRD-NAME  TO GT-NAME (GRD-CNT)
                      MOVE  GRD-REL   TO GT-REL  (GRD-CNT)
                      MOVE  GRD-ADDR  TO GT-ADDR (GRD-CNT)
                      MOVE  GRD-TEL   TO GT-TEL  (GRD-CNT)
                  END-IF
                  READ  GRDFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE GRDFL
           END-IF.
       110-LOAD-FLAGS.
           OPEN  INPUT FLAGFL
           IF  FLAGFL-STATUS  =  "00"
               MOVE  "N"   TO EOF-SW
               READ  FLAGFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  FLAG-CNT  <  500
                      ADD   1  TO FLAG-CNT
                      MOVE  FLAG-IDNO     TO FT-IDNO (FLAG-CNT)
                      MOVE  FLAG-ABS-CNT  TO FT-ABS  (FLAG-CNT)
                  END-IF
                  READ  FLAGFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE FLAGFL
           END-IF.
       120-LOAD-CONDUCT.
           OPEN  INPUT CNDFL
           IF  CNDFL-STATUS  =  "00"
               MOVE  "N"   TO EOF-SW
               READ  CNDFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  CND-DATE  NOT <  ASK-FROM  AND  CND-CNT  <  3000
                      ADD   1  TO CND-CNT
                      MOVE  CND-IDNO    TO CT-IDNO   (CND-CNT)
                      MOVE  CND-DATE    TO CT-DATE   (CND-CNT)
                      MOVE  CND-TYPE    TO CT-TYPE   (CND-CNT)
                      MOVE  CND-POINTS  TO CT-POINTS (CND-CNT)
                      MOVE  CND-REASON  TO CT-REASON (CND-CNT)
                  END-IF
                  READ  CNDFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE CNDFL
           END-IF.
       130-LOAD-SENT.
           OPEN  INPUT SENTFL
           IF  SENTFL-STATUS  =  "00"
               MOVE  "N"   TO EOF-SW
               READ  SENTFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  SENT-CNT  <  5000
                      ADD   1  TO SENT-CNT
                      MOVE  SENT-REC (1:18)  TO ST-ITEM (SENT-CNT)
                  END-IF
                  READ  SENTFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE SENTFL
           END-IF.
       200-COLLECT-ONE.
           MOVE  0          TO ITEM-CNT
           MOVE  STUD-IDNO  TO WK-ITEM-IDNO
           PERFORM  VARYING  FLAG-IDX  FROM  1  BY 1
                    UNTIL FLAG-IDX  >  FLAG-CNT
              IF  FT-IDNO (FLAG-IDX)  =  STUD-IDNO
                  MOVE  FT-ABS (FLAG-IDX)  TO WK-KEY-ABS
                  MOVE  "A"       TO WK-ITEM-KIND
                  MOVE  WK-KEY-A  TO WK-ITEM-KEY
                  MOVE  FLAG-IDX  TO CND-IDX
                  PERFORM  210-ADD-IF-NEW
              END-IF
           END-PERFORM
           PERFORM  VARYING  CND-IDX  FROM  1  BY 1
                    UNTIL CND-IDX  >  CND-CNT
              IF  CT-IDNO (CND-IDX)  =  STUD-IDNO
                  MOVE  CT-DATE   (CND-IDX)  TO WK-KEY-DATE
                  MOVE  CT-TYPE   (CND-IDX)  TO WK-KEY-TYPE
                  MOVE  CT-REASON (CND-IDX)  TO WK-KEY-REASON
                  MOVE  "C"       TO WK-ITEM-KIND
                  MOVE  WK-KEY-C  TO WK-ITEM-KEY
                  PERFORM  210-ADD-IF-NEW
              END-IF
           END-PERFORM
           PERFORM  VARYING  SUBJ-IDX  FROM  1  BY 1
                    UNTIL SUBJ-IDX  >  6
              IF  STUD-SUBJ-CRED (SUBJ-IDX)  >  0
                  AND  STUD-SUBJ-SCOR (SUBJ-IDX)  <  ASK-PASS
                  MOVE  SUBJ-IDX  TO WK-KEY-SUBJ
                  MOVE  STUD-SUBJ-SCOR (SUBJ-IDX)  TO WK-KEY-SCOR
                  MOVE  "S"       TO WK-ITEM-KIND
                  MOVE  WK-KEY-S  TO WK-ITEM-KEY
                  MOVE  SUBJ-IDX  TO CND-IDX
                  PERFORM  210-ADD-IF-NEW
              END-IF
           END-PERFORM
           IF  ITEM-CNT  =  0
               EXIT  PARAGRAPH
           END-IF
           MOVE  0  TO GRD-FOUND
           PERFORM  VARYING  GRD-IDX  FROM  1  BY 1
                    UNTIL GRD-IDX  >  GRD-CNT
              IF  GT-IDNO (GRD-IDX)  =  STUD-IDNO
                  ADD   1  TO GRD-FOUND
                  PERFORM  300-WRITE-LETTER
                  PERFORM  400-WRITE-EXPORT
              END-IF
           END-PERFORM
           IF  GRD-FOUND  =  0
               ADD   1  TO NOGRD-CNT
               DISPLAY  "無家長資料, 未發通知 : " STUD-IDNO
           ELSE
               PERFORM  500-LOG-SENT
           END-IF.
       210-ADD-IF-NEW.
           MOVE  "Y"  TO NEW-SW
           PERFORM  VARYING  SENT-IDX  FROM  1  BY 1
                    UNTIL SENT-IDX  >  SENT-CNT  OR  NEW-SW = "N"
              IF  ST-ITEM (SENT-IDX)  =  WK-ITEM
                  MOVE  "N"  TO NEW-SW
              END-IF
           END-PERFORM
           IF  NEW-SW  =  "Y"  AND  ITEM-CNT  <  30
               ADD   1  TO ITEM-CNT
               MOVE  WK-ITEM-KIND  TO IT-KIND (ITEM-CNT)
               MOVE  WK-ITEM-KEY   TO IT-KEY  (ITEM-CNT)
               MOVE  CND-IDX       TO IT-IDX  (ITEM-CNT)
           END-IF.
       300-WRITE-LETTER.
           WRITE LETR-REC  FROM  LETR-1  AFTER PAGE
           MOVE  GT-NAME (GRD-IDX)  TO LETR-GRD-NAME
           MOVE  GT-REL  (GRD-IDX)  TO LETR-REL
           WRITE LETR-REC  FROM  LETR-2  AFTER 2  LINES
           MOVE  GT-ADDR (GRD-IDX)  TO LETR-ADDR
           WRITE LETR-REC  FROM  LETR-2A  AFTER 1  LINES
           MOVE  STUD-NAME  TO LETR-STUD-NAME
           WRITE LETR-REC  FROM  LETR-3  AFTER 2  LINES
           PERFORM  VARYING  ITEM-IDX  FROM  1  BY 1
                    UNTIL ITEM-IDX  >  ITEM-CNT
              PERFORM  310-WRITE-ITEM
           END-PERFORM
           WRITE LETR-REC  FROM  LETR-5  AFTER 2  LINES
           MOVE  DATE-PL  TO LETR-DATE
           WRITE LETR-REC  FROM  LETR-6  AFTER 2  LINES
           WRITE LETR-REC  FROM  LETR-1  AFTER 2  LINES
           ADD   1  TO NTF-CNT.
       310-WRITE-ITEM.
           MOVE  IT-IDX (ITEM-IDX)  TO CND-IDX
           EVALUATE  IT-KIND (ITEM-IDX)
              WHEN  "A"
                 MOVE  FT-ABS (CND-IDX)  TO LETR-ABS
                 WRITE LETR-REC  FROM  LETR-4A  AFTER 1  LINES
              WHEN  "C"
                 IF  CT-TYPE (CND-IDX)  =  "M"
                     MOVE  CND-NAME (1)  TO LETR-CND-TYPE
                 ELSE
                     MOVE  CND-NAME (2)  TO LETR-CND-TYPE
                 END-IF
                 MOVE  CT-DATE   (CND-IDX)  TO LETR-CND-DATE
                 MOVE  CT-POINTS (CND-IDX)  TO LETR-CND-PTS
                 MOVE  CT-REASON (CND-IDX)  TO LETR-CND-REASON
                 WRITE LETR-REC  FROM  LETR-4C  AFTER 1  LINES
              WHEN  "S"
                 MOVE  SUBJ-NAME (CND-IDX)       TO LETR-SUBJ
                 MOVE  STUD-SUBJ-SCOR (CND-IDX)  TO LETR-SCOR
                 WRITE LETR-REC  FROM  LETR-4S  AFTER 1  LINES
           END-EVALUATE.
       400-WRITE-EXPORT.
           MOVE  WK-DATE-8          TO NTF-DATE
           MOVE  STUD-IDNO          TO NTF-IDNO
           MOVE  STUD-NAME          TO NTF-STUD-NAME
           MOVE  GT-NAME (GRD-IDX)  TO NTF-GRD-NAME
           MOVE  GT-REL  (GRD-IDX)  TO NTF-REL
           MOVE  GT-TEL  (GRD-IDX)  TO NTF-TEL
           MOVE  0  TO NTF-ABS-CNT   NTF-DEM-CNT   NTF-DEM-PTS
                       NTF-MER-CNT   NTF-MER-PTS   NTF-FAIL-CNT
           PERFORM  VARYING  ITEM-IDX  FROM  1  BY 1
                    UNTIL ITEM-IDX  >  ITEM-CNT
              MOVE  IT-IDX (ITEM-IDX)  TO CND-IDX
              EVALUATE  IT-KIND (ITEM-IDX)
                 WHEN  "A"
                    MOVE  FT-ABS (CND-IDX)  TO NTF-ABS-CNT
                 WHEN  "C"
                    IF  CT-TYPE (CND-IDX)  =  "M"
                        ADD  1  TO NTF-MER-CNT
                        ADD  CT-POINTS (CND-IDX)  TO NTF-MER-PTS
                    ELSE
                        ADD  1  TO NTF-DEM-CNT
                        ADD  CT-POINTS (CND-IDX)  TO NTF-DEM-PTS
                    END-IF
                 WHEN  "S"
                    ADD  1  TO NTF-FAIL-CNT
              END-EVALUATE
           END-PERFORM
           WRITE NTF-REC
           ADD   1  TO RUNLOG-WRITE-CNT.
       500-LOG-SENT.
           PERFORM  VARYING  ITEM-IDX  FROM  1  BY 1
                    UNTIL ITEM-IDX  >  ITEM-CNT
              MOVE  STUD-IDNO          TO SENT-IDNO
              MOVE  IT-KIND (ITEM-IDX) TO SENT-KIND
              MOVE  IT-KEY  (ITEM-IDX) TO SENT-KEY
              MOVE  WK-DATE-8          TO SENT-DATE
              WRITE SENT-REC
              ADD   1  TO ITEM-TOT
           END-PERFORM.
