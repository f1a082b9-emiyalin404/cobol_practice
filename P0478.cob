       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P0478.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   STUDFL   ASSIGN   TO "D0441.DAT"
              ORGANIZATION   INDEXED
              ACCESS MODE    RANDOM
              RECORD KEY     STUD-IDNO
              FILE STATUS    STUDFL-STATUS.
           SELECT   HISTFL   ASSIGN   TO "D0446.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    HISTFL-STATUS.
           SELECT   GRDFL    ASSIGN   TO "D0468.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    GRDFL-STATUS.
           SELECT   STDFL    ASSIGN   TO "D0478.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    STDFL-STATUS.
           SELECT   PRINTFL  ASSIGN   TO "PRINT0478".
           SELECT   LETRFL   ASSIGN   TO "LETTER0478".
           SELECT   SORTFL   ASSIGN   TO RANDOM.
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
       FD  HISTFL
           DATA  RECORD   IS HIST-REC.
       01  HIST-REC.
           03 HIST-IDNO         PIC X(5).
           03 HIST-TERM         PIC 9(3).
           03 HIST-NAME         PIC X(9).
           03 HIST-CRED         PIC 9(3).
           03 HIST-AVG          PIC 9(3)V9.
       FD  GRDFL
           DATA  RECORD   IS GRD-REC.
       01  GRD-REC.
           03 GRD-IDNO          PIC X(5).
           03 GRD-NAME          PIC X(10).
           03 GRD-REL           PIC X(4).
           03 GRD-ADDR          PIC X(40).
           03 GRD-TEL           PIC X(12).
       FD  STDFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS STD-REC.
       01  STD-REC.
           03 STD-IDNO          PIC X(5).
           03 STD-CLASS         PIC X(3).
           03 STD-TERM          PIC 9(3).
           03 STD-CODE          PIC X.
           03 STD-LOW-TERMS     PIC 9.
           03 STD-FAIL-PCT      PIC 9(3).
           03 STD-PREV          PIC X.
           03 STD-DATE          PIC 9(8).
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC              PIC X(80).
       FD  LETRFL
           DATA  RECORD   IS LETR-REC.
       01  LETR-REC             PIC X(80).
       SD  SORTFL
           DATA  RECORD   IS S-REC.
       01  S-REC.
           03 S-IDNO            PIC X(5).
           03 S-TERM            PIC 9(3).
           03 S-NAME            PIC X(9).
           03 S-AVG             PIC 9(3)V9.
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER            PIC X(15).
           03 FILLER            PIC X(45)   VALUE
                 "<<<   學 業 預 警 察 看 名 冊   >>>".
       01  HD-2.
           03 FILLER            PIC X(12)   VALUE "日 期: ".
           03 DATE-PL           PIC 9(4)/99/99.
           03 FILLER            PIC X(12)   VALUE "   學 期: ".
           03 HD-TERM           PIC ZZ9.
           03 FILLER            PIC X(14)   VALUE "   及格線: ".
           03 HD-PASS           PIC ZZ9.
       01  HD-3.
           03 FILLER            PIC X(7)    VALUE "系級".
           03 FILLER            PIC X(8)    VALUE "學號".
           03 FILLER            PIC X(11)   VALUE "姓 名".
           03 FILLER            PIC X(12)   VALUE "連續低分".
           03 FILLER            PIC X(11)   VALUE "不及格%".
           03 FILLER            PIC X(12)   VALUE "前次狀態".
           03 FILLER            PIC X(14)   VALUE "本次狀態".
       01  HD-4                 PIC X(76)   VALUE ALL "=".
       01  DL.
           03 DL-CLASS          PIC X(3).
           03 FILLER            PIC X(4).
           03 DL-IDNO           PIC X(5).
           03 FILLER            PIC X(3).
           03 DL-NAME           PIC X(9).
           03 FILLER            PIC X(5).
           03 DL-LOW            PIC 9.
           03 FILLER            PIC X(7).
           03 DL-PCT            PIC ZZ9.
           03 FILLER            PIC X(5).
           03 DL-PREV           PIC X(12).
           03 FILLER            PIC X(2).
           03 DL-CODE           PIC X(12).
           03 DL-MARK           PIC X(4).
       01  TOT-1.
           03 FILLER            PIC X(12)   VALUE "預警 : ".
           03 TOT-W             PIC ZZ9.
           03 FILLER            PIC X(12)   VALUE "  察看 : ".
           03 TOT-P             PIC ZZ9.
           03 FILLER            PIC X(18)   VALUE "  退學審議 : ".
           03 TOT-D             PIC ZZ9.
           03 FILLER            PIC X(12)   VALUE "  良好 : ".
           03 TOT-G             PIC ZZZ9.
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
           03 FILLER            PIC X(34)   VALUE
                 " 同學經本學期學業審查, ".
           03 FILLER            PIC X(10)   VALUE
                 "列為 : ".
       01  LETR-4.
           03 FILLER            PIC X(10).
           03 LETR-CODE         PIC X(12).
       01  LETR-4A.
           03 FILLER            PIC X(32)   VALUE
                 "  連續低於及格學期數 : ".
           03 LETR-LOW          PIC 9.
           03 FILLER            PIC X(26)   VALUE
                 "  不及格學分比例 : ".
           03 LETR-PCT          PIC ZZ9.
           03 FILLER            PIC X       VALUE "%".
       01  LETR-5W.
           03 FILLER            PIC X(40)   VALUE
                 "  敬請督促在家複習, 並與導師".
           03 FILLER            PIC X(20)   VALUE
                 "保持聯繫.".
       01  LETR-5P.
           03 FILLER            PIC X(41)   VALUE
                 "  請於一週內偕同貴子弟至輔導".
           03 FILLER            PIC X(33)   VALUE
                 "室晤談, 擬定補救計畫.".
       01  LETR-5D.
           03 FILLER            PIC X(40)   VALUE
                 "  本案已送學業審議委員會, 請".
           03 FILLER            PIC X(37)   VALUE
                 "於接獲本函後與教務處聯繫.".
       01  LETR-6.
           03 FILLER            PIC X(20)   VALUE "  發文日期 : ".
           03 LETR-DATE         PIC 9(4)/99/99.
       01  CODE-NAME-TAB.
           03 FILLER            PIC X(13)   VALUE "G良好".
           03 FILLER            PIC X(13)   VALUE "W學業預警".
           03 FILLER            PIC X(13)   VALUE "P學業察看".
           03 FILLER            PIC X(13)   VALUE "D退學審議".
       01  CODE-NAME-TAB-R  REDEFINES  CODE-NAME-TAB.
           03 CODE-ENTRY        OCCURS 4 TIMES.
              05 CODE-KEY       PIC X.
              05 CODE-NAME      PIC X(12).
       01  GRD-TAB-AREA.
           03 GRD-CNT           PIC 9(3)   VALUE 0.
           03 GRD-ENTRY         OCCURS 500 TIMES.
              05 GT-IDNO        PIC X(5).
              05 GT-NAME        PIC X(10).
              05 GT-REL         PIC X(4).
              05 GT-ADDR        PIC X(40).
       01  OLD-TAB-AREA.
           03 OLD-CNT           PIC 9(4)   VALUE 0.
           03 OLD-ENTRY         OCCURS 2000 TIMES.
              05 OT-IDNO        PIC X(5).
              05 OT-CODE        PIC X.
       01  ASK-TERM             PIC 9(3).
       01  ASK-PASS             PIC 9(3).
       01  ASK-WARN-PCT         PIC 9(3).
       01  ASK-PROB-PCT         PIC 9(3).
       01  SV-IDNO              PIC X(5)   VALUE SPACES.
       01  SV-NAME              PIC X(9).
       01  SV-TERM              PIC 9(3).
       01  WK-STREAK            PIC 9.
       01  WK-TOT-CRED          PIC 9(3).
       01  WK-FAIL-CRED         PIC 9(3).
       01  WK-FAIL-PCT          PIC 9(3).
       01  WK-CODE              PIC X.
       01  WK-PREV              PIC X.
       01  WK-NAME              PIC X(12).
       01  STUD-OK-SW           PIC X.
       01  SUBJ-IDX             PIC 9.
       01  GRD-IDX              PIC 9(3).
       01  OLD-IDX              PIC 9(4).
       01  CODE-IDX             PIC 9.
       01  MATCH-IDX            PIC 9(3).
       01  CNT-G                PIC 9(4)   VALUE 0.
       01  CNT-W                PIC 9(3)   VALUE 0.
       01  CNT-P                PIC 9(3)   VALUE 0.
       01  CNT-D                PIC 9(3)   VALUE 0.
       01  NOGRD-CNT            PIC 9(3)   VALUE 0.
       01  EOF-SW               PIC X      VALUE "N".
       01  SORT-EOF-SW          PIC X      VALUE "N".
       01  DATE-WK              PIC 9(6).
       01  WK-DATE-8            PIC 9(8).
       01  STUDFL-STATUS        PIC XX.
       01  HISTFL-STATUS        PIC XX.
       01  GRDFL-STATUS         PIC XX.
       01  STDFL-STATUS         PIC XX.
       01  RUNLOG-JOB           PIC X(8)   VALUE "P0478".
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
           DISPLAY  "審查學期代號          : " WITH NO ADVANCING
           ACCEPT   ASK-TERM
           DISPLAY  "及格分數 (0:60)       : " WITH NO ADVANCING
           ACCEPT   ASK-PASS
           IF  ASK-PASS  =  0
               MOVE  60  TO ASK-PASS
           END-IF
           DISPLAY  "預警不及格學分% (0:25): " WITH NO ADVANCING
           ACCEPT   ASK-WARN-PCT
           IF  ASK-WARN-PCT  =  0
               MOVE  25  TO ASK-WARN-PCT
           END-IF
           DISPLAY  "察看不及格學分% (0:50): " WITH NO ADVANCING
           ACCEPT   ASK-PROB-PCT
           IF  ASK-PROB-PCT  =  0
               MOVE  50  TO ASK-PROB-PCT
           END-IF
           MOVE  ASK-TERM  TO HD-TERM
           MOVE  ASK-PASS  TO HD-PASS
           PERFORM  100-LOAD-GUARDIANS
           PERFORM  110-LOAD-OLD-STANDING
           SORT  SORTFL
                 ON ASCENDING   KEY   S-IDNO
                 ON ASCENDING   KEY   S-TERM
                 INPUT PROCEDURE   200-LOAD-HIST
                 OUTPUT   PROCEDURE   300-STANDING-RTN
           DISPLAY  "預警 = " CNT-W "  察看 = " CNT-P
                    "  退學審議 = " CNT-D
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
                  END-IF
                  READ  GRDFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE GRDFL
           END-IF.
       110-LOAD-OLD-STANDING.
           OPEN  INPUT STDFL
           IF  STDFL-STATUS  =  "00"
               MOVE  "N"   TO EOF-SW
               READ  STDFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  OLD-CNT  <  2000
                      ADD   1  TO OLD-CNT
                      MOVE  STD-IDNO  TO OT-IDNO (OLD-CNT)
                      MOVE  STD-CODE  TO OT-CODE (OLD-CNT)
                  END-IF
                  READ  STDFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE STDFL
           END-IF.
       320-EVALUATE-ONE.
           MOVE  "Y"  TO STUD-OK-SW
           MOVE  SV-IDNO  TO STUD-IDNO
           READ  STUDFL
              INVALID  KEY
                 MOVE  "N"  TO STUD-OK-SW
           END-READ
           IF  STUD-OK-SW  =  "Y"  AND  STUD-STATUS  =  "W"
               MOVE  "N"  TO STUD-OK-SW
           END-IF
           IF  STUD-OK-SW  =  "N"
               EXIT  PARAGRAPH
           END-IF
           MOVE  0  TO WK-TOT-CRED
           MOVE  0  TO WK-FAIL-CRED
           PERFORM  VARYING  SUBJ-IDX  FROM  1  BY 1
                    UNTIL SUBJ-IDX  >  6
              ADD   STUD-SUBJ-CRED (SUBJ-IDX)  TO WK-TOT-CRED
              IF  STUD-SUBJ-CRED (SUBJ-IDX)  >  0
                  AND  STUD-SUBJ-SCOR (SUBJ-IDX)  <  ASK-PASS
                  ADD   STUD-SUBJ-CRED (SUBJ-IDX)  TO WK-FAIL-CRED
              END-IF
           END-PERFORM
           IF  WK-TOT-CRED  >  0
               COMPUTE  WK-FAIL-PCT ROUNDED
                      = WK-FAIL-CRED * 100 / WK-TOT-CRED
           ELSE
               MOVE  0  TO WK-FAIL-PCT
           END-IF
           EVALUATE TRUE
              WHEN  WK-STREAK  NOT <  3
                 MOVE  "D"  TO WK-CODE
              WHEN  WK-STREAK  =  2
                    AND  WK-FAIL-PCT  NOT <  ASK-PROB-PCT
                 MOVE  "D"  TO WK-CODE
              WHEN  WK-STREAK  =  2
                 MOVE  "P"  TO WK-CODE
              WHEN  WK-FAIL-PCT  NOT <  ASK-PROB-PCT
                 MOVE  "P"  TO WK-CODE
              WHEN  WK-STREAK  =  1
                 MOVE  "W"  TO WK-CODE
              WHEN  WK-FAIL-PCT  NOT <  ASK-WARN-PCT
                 MOVE  "W"  TO WK-CODE
              WHEN  OTHER
                 MOVE  "G"  TO WK-CODE
           END-EVALUATE
           MOVE  "G"  TO WK-PREV
           PERFORM  VARYING  OLD-IDX  FROM  1  BY 1
                    UNTIL OLD-IDX  >  OLD-CNT
              IF  OT-IDNO (OLD-IDX)  =  SV-IDNO
                  MOVE  OT-CODE (OLD-IDX)  TO WK-PREV
              END-IF
           END-PERFORM
           MOVE  SV-IDNO      TO STD-IDNO
           MOVE  STUD-CLASS   TO STD-CLASS
           MOVE  SV-TERM      TO STD-TERM
           MOVE  WK-CODE      TO STD-CODE
           MOVE  WK-STREAK    TO STD-LOW-TERMS
           MOVE  WK-FAIL-PCT  TO STD-FAIL-PCT
           MOVE  WK-PREV      TO STD-PREV
           MOVE  WK-DATE-8    TO STD-DATE
           WRITE STD-REC
           ADD   1  TO RUNLOG-WRITE-CNT
           EVALUATE  WK-CODE
              WHEN  "W"
                 ADD   1  TO CNT-W
              WHEN  "P"
                 ADD   1  TO CNT-P
              WHEN  "D"
                 ADD   1  TO CNT-D
              WHEN  OTHER
                 ADD   1  TO CNT-G
           END-EVALUATE
           IF  WK-CODE  NOT =  "G"
               PERFORM  330-PRINT-LINE
               PERFORM  340-FIND-GUARDIAN
               IF  MATCH-IDX  =  0
                   ADD   1  TO NOGRD-CNT
                   DISPLAY  "無家長資料, 未發通知 : " SV-IDNO
               ELSE
                   PERFORM  400-WRITE-LETTER
               END-IF
           END-IF.
       330-PRINT-LINE.
           MOVE  SPACES       TO DL
           MOVE  STUD-CLASS   TO DL-CLASS
           MOVE  SV-IDNO      TO DL-IDNO
           MOVE  SV-NAME      TO DL-NAME
           MOVE  WK-STREAK    TO DL-LOW
           MOVE  WK-FAIL-PCT  TO DL-PCT
           MOVE  WK-PREV      TO WK-CODE
           PERFORM  350-CODE-NAME
           MOVE  WK-NAME      TO DL-PREV
           MOVE  STD-CODE     TO WK-CODE
           PERFORM  350-CODE-NAME
           MOVE  WK-NAME      TO DL-CODE
           IF  WK-CODE  NOT =  WK-PREV
               MOVE  " **"  TO DL-MARK
           END-IF
           WRITE PRT-REC  FROM  DL  AFTER 1  LINES.
       340-FIND-GUARDIAN.
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  GRD-IDX  FROM  1  BY 1
                    UNTIL GRD-IDX  >  GRD-CNT
              IF  GT-IDNO (GRD-IDX)  =  SV-IDNO
                  MOVE  GRD-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM.
       350-CODE-NAME.
           MOVE  SPACES  TO WK-NAME
           PERFORM  VARYING  CODE-IDX  FROM  1  BY 1
                    UNTIL CODE-IDX  >  4
              IF  CODE-KEY (CODE-IDX)  =  WK-CODE
                  MOVE  CODE-NAME (CODE-IDX)  TO WK-NAME
              END-IF
           END-PERFORM.
       400-WRITE-LETTER.
           WRITE LETR-REC  FROM  LETR-1  AFTER PAGE
           MOVE  GT-NAME (MATCH-IDX)  TO LETR-GRD-NAME
           MOVE  GT-REL  (MATCH-IDX)  TO LETR-REL
           WRITE LETR-REC  FROM  LETR-2  AFTER 2  LINES
           MOVE  GT-ADDR (MATCH-IDX)  TO LETR-ADDR
           WRITE LETR-REC  FROM  LETR-2A  AFTER 1  LINES
           MOVE  SV-NAME  TO LETR-STUD-NAME
           WRITE LETR-REC  FROM  LETR-3  AFTER 2  LINES
           MOVE  STD-CODE  TO WK-CODE
           PERFORM  350-CODE-NAME
           MOVE  WK-NAME  TO LETR-CODE
           WRITE LETR-REC  FROM  LETR-4  AFTER 1  LINES
           MOVE  WK-STREAK    TO LETR-LOW
           MOVE  WK-FAIL-PCT  TO LETR-PCT
           WRITE LETR-REC  FROM  LETR-4A  AFTER 2  LINES
           EVALUATE  STD-CODE
              WHEN  "W"
                 WRITE LETR-REC  FROM  LETR-5W  AFTER 2  LINES
              WHEN  "P"
                 WRITE LETR-REC  FROM  LETR-5P  AFTER 2  LINES
              WHEN  OTHER
                 WRITE LETR-REC  FROM  LETR-5D  AFTER 2  LINES
           END-EVALUATE
           MOVE  DATE-PL  TO LETR-DATE
           WRITE LETR-REC  FROM  LETR-6  AFTER 2  LINES
           WRITE LETR-REC  FROM  LETR-1  AFTER 2  LINES.
       200-LOAD-HIST SECTION.
       210-LOAD-RTN.
           OPEN  INPUT HISTFL
           IF  HISTFL-STATUS  NOT =  "00"
               DISPLAY  "查無歷年成績檔 D0446.DAT"
           ELSE
               MOVE  "N"   TO EOF-SW
               READ  HISTFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  HIST-TERM  NOT >  ASK-TERM
                      MOVE  HIST-IDNO  TO S-IDNO
                      MOVE  HIST-TERM  TO S-TERM
                      MOVE  HIST-NAME  TO S-NAME
                      MOVE  HIST-AVG   TO S-AVG
                      RELEASE  S-REC
                  END-IF
                  READ  HISTFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE HISTFL
           END-IF.
       300-STANDING-RTN SECTION.
       310-STANDING.
           OPEN  INPUT    STUDFL
           OPEN  OUTPUT   STDFL   PRINTFL   LETRFL
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           RETURN   SORTFL   AT END
                    MOVE  "Y"   TO SORT-EOF-SW
           END-RETURN
           PERFORM  UNTIL SORT-EOF-SW = "Y"
              IF  S-IDNO  NOT =  SV-IDNO
                  IF  SV-IDNO  NOT =  SPACES
                      PERFORM  320-EVALUATE-ONE
                  END-IF
                  MOVE  S-IDNO  TO SV-IDNO
                  MOVE  S-NAME  TO SV-NAME
                  MOVE  0       TO WK-STREAK
                  MOVE  0       TO SV-TERM
              END-IF
              ADD   1  TO RUNLOG-READ-CNT
              MOVE  S-TERM  TO SV-TERM
              IF  S-AVG  <  ASK-PASS
                  IF  WK-STREAK  <  9
                      ADD   1  TO WK-STREAK
                  END-IF
              ELSE
                  MOVE  0  TO WK-STREAK
              END-IF
              RETURN   SORTFL   AT END
                 MOVE  "Y"   TO SORT-EOF-SW
              END-RETURN
           END-PERFORM
           IF  SV-IDNO  NOT =  SPACES
               PERFORM  320-EVALUATE-ONE
           END-IF
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  CNT-W  TO TOT-W
           MOVE  CNT-P  TO TOT-P
           MOVE  CNT-D  TO TOT-D
           MOVE  CNT-G  TO TOT-G
           WRITE PRT-REC  FROM  TOT-1  AFTER 1  LINES
           CLOSE STUDFL   STDFL   PRINTFL   LETRFL.
