       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P0927.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   EMPFL   ASSIGN   TO "D0873.DAT"
              ORGANIZATION   INDEXED
              ACCESS MODE    SEQUENTIAL
              RECORD KEY     EMP-ID
              FILE STATUS    EMPFL-STATUS.
           SELECT   DEPFL   ASSIGN   TO "D0912.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    DEPFL-STATUS.
           SELECT   LEAVFL  ASSIGN   TO "D0903.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    LEAVFL-STATUS.
           SELECT   TERMFL  ASSIGN   TO "D0914.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    TERMFL-STATUS.
           SELECT   BRKHFL  ASSIGN   TO "D0902.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    BRKHFL-STATUS.
           SELECT   YTDFL   ASSIGN   TO "Y0873.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    YTDFL-STATUS.
           SELECT   BNSFL   ASSIGN   TO "D0927.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    BNSFL-STATUS.
           SELECT   BANKFL  ASSIGN   TO "BANK0927"
              ORGANIZATION   LINE   SEQUENTIAL.
           SELECT   PRINTFL ASSIGN   TO "PRINT0927".
       DATA   DIVISION.
       FILE   SECTION.
       FD  EMPFL
           DATA  RECORD   IS EMP-REC.
       01  EMP-REC.
           03 EMP-ID         PIC X(3).
           03 EMP-NAME       PIC X(9).
           03 EMP-HR         PIC 9(3).
           03 EMP-RAT        PIC 9(4).
           03 EMP-RAT-EFDT   PIC 9(6).
           03 EMP-HIST-CNT   PIC 9.
           03 EMP-HIST-TAB   OCCURS 5 TIMES.
              05 HIST-EFDT   PIC 9(6).
              05 HIST-RAT    PIC 9(4).
           03 EMP-ACCT       PIC X(14).
           03 EMP-DEPT       PIC X(3).
       FD  DEPFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS DEP-REC.
       01  DEP-REC.
           03 DEP-CODE       PIC X(3).
           03 DEP-NAME       PIC X(10).
           03 DEP-BONUS-MTHS PIC 9V99.
       FD  LEAVFL
           DATA  RECORD   IS LEAV-REC.
       01  LEAV-REC.
           03 LV-EMP-ID      PIC X(3).
           03 LV-HIRE-DATE   PIC 9(8).
           03 LV-BALANCE     PIC 9(3)V9.
       FD  TERMFL
           DATA  RECORD   IS TERM-REC.
       01  TERM-REC.
           03 TRM-EMP-ID     PIC X(3).
           03 TRM-LAST-DAY   PIC 9(8).
           03 TRM-AMT        PIC 9(8).
       FD  BRKHFL
           DATA  RECORD   IS BRKH-REC.
       01  BRKH-REC.
           03 BRKH-LOW        PIC 9(6).
           03 BRKH-HIGH       PIC 9(6).
           03 BRKH-GRADE      PIC 9(6).
           03 BRKH-EMP-SHARE  PIC 9(5).
           03 BRKH-ER-SHARE   PIC 9(5).
       FD  YTDFL
           DATA  RECORD   IS YTD-REC.
       01  YTD-REC.
           03 YTD-EMP-ID     PIC X(3).
           03 YTD-YEAR       PIC 9(4).
           03 YTD-GROSS      PIC 9(8).
           03 YTD-WH         PIC 9(7).
           03 YTD-LI         PIC 9(7).
           03 YTD-HI         PIC 9(7).
           03 YTD-NET        PIC 9(8).
       FD  BNSFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS BNS-REC.
       01  BNS-REC.
           03 BNS-EMP-ID     PIC X(3).
           03 BNS-YEAR       PIC 9(4).
           03 BNS-MONTHS     PIC 99.
           03 BNS-AMT        PIC 9(7).
           03 BNS-WH         PIC 9(6).
           03 BNS-NHI        PIC 9(6).
           03 BNS-NET        PIC 9(7).
           03 BNS-PAY-DATE   PIC 9(8).
       FD  BANKFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS BANK-REC.
       01  BANK-REC          PIC X(40).
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC           PIC X(110).
       WORKING-STORAGE SECTION.
       01  HD-1              PIC X(60) VALUE
           "        <<<  年 終 獎 金 清 冊   >>>".
       01  HD-2.
           03 FILLER         PIC X(11)  VALUE "年度 : ".
           03 HD-YEAR        PIC 9(4).
           03 FILLER         PIC X(16)  VALUE "    基準日 : ".
           03 HD-CUTOFF      PIC 9(8).
           03 FILLER         PIC X(16)  VALUE "    入帳日 : ".
           03 HD-PAY-DATE    PIC 9(8).
       01  HD-3.
           03 HD-3-1         PIC X(46) VALUE
           "代號 姓  名     部門 月數 月薪基數".
           03 HD-3-2         PIC X(37) VALUE
           " 倍數      獎  金    扣繳稅額".
           03 HD-3-3         PIC X(30) VALUE
           "  補充保費    實發金額".
       01  HD-4              PIC X(110) VALUE  ALL "=".
       01  DL.
           03 DL-ID          PIC X(3).
           03 FILLER         PIC X(2).
           03 DL-NAME        PIC X(9).
           03 FILLER         PIC X(2).
           03 DL-DEPT        PIC X(3).
           03 FILLER         PIC X(3).
           03 DL-MTHS        PIC Z9.
           03 FILLER         PIC X(2).
           03 DL-BASE        PIC $$$$,$$9.
           03 FILLER         PIC X(2).
           03 DL-FACT        PIC 9.99.
           03 FILLER         PIC X(2).
           03 DL-BONUS       PIC $$,$$$,$$9.
           03 FILLER         PIC X(2).
           03 DL-WH          PIC $$$$,$$9.
           03 FILLER         PIC X(2).
           03 DL-NHI         PIC $$$$,$$9.
           03 FILLER         PIC X(2).
           03 DL-NET         PIC $$,$$$,$$9.
           03 FILLER         PIC X(2).
           03 DL-MARK        PIC X(15).
       01  TOT-1.
           03 FILLER         PIC X(16)  VALUE "總  計  :".
           03 TOT-EMP        PIC ZZ9.
           03 FILLER         PIC X(3)   VALUE "人".
           03 FILLER         PIC X(16).
           03 TOT-BONUS      PIC $$$,$$$,$$9.
           03 FILLER         PIC X(1).
           03 TOT-WH         PIC $$,$$$,$$9.
           03 FILLER         PIC X(1).
           03 TOT-NHI        PIC $$$,$$9.
           03 FILLER         PIC X(2).
           03 TOT-NET        PIC $$$,$$$,$$9.
       01  SKIP-DL.
           03 FILLER         PIC X(20)  VALUE "未發放 : ".
           03 SKIP-ID        PIC X(3).
           03 FILLER         PIC X(2).
           03 SKIP-NAME      PIC X(9).
           03 FILLER         PIC X(2).
           03 SKIP-REASON    PIC X(30).
       01  BANK-HDR-REC.
           03 BH-TYPE        PIC X         VALUE "H".
           03 BH-DATE        PIC 9(8).
           03 BH-COMPANY     PIC X(10)     VALUE "SYSCOMPAY ".
           03 FILLER         PIC X(21).
       01  BANK-DTL-REC.
           03 BD-TYPE        PIC X         VALUE "D".
           03 BD-ACCT        PIC X(14).
           03 BD-AMT         PIC 9(9).
           03 BD-VALUE-DATE  PIC 9(8).
           03 BD-EMP-ID      PIC X(3).
           03 FILLER         PIC X(5).
       01  BANK-TRL-REC.
           03 BT-TYPE        PIC X         VALUE "T".
           03 BT-CNT         PIC 9(6).
           03 BT-HASH        PIC 9(12).
           03 FILLER         PIC X(21).
       01  DEP-TAB-AREA.
           03 DEP-CNT        PIC 9(2)   VALUE 0.
           03 DEP-ENTRY      OCCURS 50 TIMES.
              05 DT-CODE     PIC X(3).
              05 DT-MTHS     PIC 9V99.
       01  LEAV-TAB-AREA.
           03 LEAV-CNT       PIC 9(3)   VALUE 0.
           03 LEAV-ENTRY     OCCURS 100 TIMES.
              05 LT-EMP-ID   PIC X(3).
              05 LT-HIRE     PIC 9(8).
       01  TERM-TAB-AREA.
           03 TERM-TAB-CNT   PIC 9(3)   VALUE 0.
           03 TERM-ENTRY     OCCURS 100 TIMES.
              05 TT-EMP-ID   PIC X(3).
              05 TT-LAST-DAY PIC 9(8).
       01  HI-TAB-AREA.
           03 HI-TAB-CNT     PIC 9(3)   VALUE 0.
           03 HI-TAB-ENTRY   OCCURS 100 TIMES.
              05 HI-LOW      PIC 9(6).
              05 HI-HIGH     PIC 9(6).
              05 HI-GRADE    PIC 9(6).
       01  YTD-TAB-AREA.
           03 YTD-TAB-CNT    PIC 9(3)   VALUE 0.
           03 YTD-TAB-ENTRY  OCCURS 100 TIMES.
              05 YT-EMP-ID   PIC X(3).
              05 YT-YEAR     PIC 9(4).
              05 YT-GROSS    PIC 9(8).
              05 YT-WH       PIC 9(7).
              05 YT-LI       PIC 9(7).
              05 YT-HI       PIC 9(7).
              05 YT-NET      PIC 9(8).
       01  WK-HIRE-DATE      PIC 9(8).
       01  WK-HIRE-R  REDEFINES  WK-HIRE-DATE.
           03 WK-HIRE-YYYY   PIC 9(4).
           03 WK-HIRE-MM     PIC 99.
           03 WK-HIRE-DD     PIC 99.
       01  WK-MTHS           PIC 99.
       01  WK-FACT           PIC 9V99.
       01  WK-BASE-HR        PIC 9(3).
       01  WK-BASE           PIC 9(7).
       01  WK-GRADE          PIC 9(6).
       01  WK-NHI-BASE       PIC S9(8).
       01  BONUS-CNT         PIC 9(7).
       01  WH-CNT            PIC 9(6).
       01  NHI-CNT           PIC 9(6).
       01  NET-CNT           PIC 9(7).
       01  WH-RATE           PIC V99    VALUE  .05.
       01  NHI-RATE          PIC V9(4)  VALUE  .0211.
       01  NHI-FREE-MTHS     PIC 9      VALUE  4.
       01  NORM-HR           PIC 9(3)   VALUE  100.
       01  TOT-AREA.
           03 EMP-CNT        PIC 9(3)   VALUE 0.
           03 BONUS-TOT-CNT  PIC 9(9)   VALUE 0.
           03 WH-TOT-CNT     PIC 9(8)   VALUE 0.
           03 NHI-TOT-CNT    PIC 9(7)   VALUE 0.
           03 NET-TOT-CNT    PIC 9(9)   VALUE 0.
       01  XFER-CNT          PIC 9(6)   VALUE 0.
       01  XFER-HASH         PIC 9(12)  VALUE 0.
       01  SKIP-CNT          PIC 9(4)   VALUE 0.
       01  ASK-YEAR          PIC 9(4).
       01  ASK-CUTOFF        PIC 9(8).
       01  ASK-PAY-DATE      PIC 9(8).
       01  WK-PAY-YEAR       PIC 9(4).
       01  DEP-IDX           PIC 9(2).
       01  DEP-MATCH         PIC 9(2).
       01  LEAV-IDX          PIC 9(3).
       01  TERM-IDX          PIC 9(3).
       01  TERM-FOUND-SW     PIC X.
       01  BRK-IDX           PIC 9(3).
       01  YTD-IDX           PIC 9(3).
       01  YTD-MATCH-IDX     PIC 9(3).
       01  POSTED-SW         PIC X      VALUE "N".
       01  EOF-SW            PIC X      VALUE "N".
       01  EMPFL-STATUS      PIC XX.
       01  DEPFL-STATUS      PIC XX.
       01  LEAVFL-STATUS     PIC XX.
       01  TERMFL-STATUS     PIC XX.
       01  BRKHFL-STATUS     PIC XX.
       01  YTDFL-STATUS      PIC XX.
       01  BNSFL-STATUS      PIC XX.
       01  SIGNON-AREA.
           03 SIGNON-USER       PIC X(10).
           03 SIGNON-PASSWORD   PIC X(10).
           03 SIGNON-SUBSYS     PIC X(3)   VALUE "PAY".
           03 SIGNON-REPLY      PIC X.
       01  GL-SOURCE          PIC X(8)  VALUE "P0927".
       01  GL-TYPE            PIC X(6).
       01  GL-AMT             PIC 9(9)V99.
       01  GL-REPLY           PIC X.
       01  RUNLOG-JOB         PIC X(8)  VALUE "P0927".
       01  RUNLOG-ACTION      PIC X.
       01  RUNLOG-READ-CNT    PIC 9(7)  VALUE 0.
       01  RUNLOG-WRITE-CNT   PIC 9(7)  VALUE 0.
       01  RUNLOG-STATUS      PIC X     VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "OPERATOR ID : " WITH NO ADVANCING
           ACCEPT   SIGNON-USER
           DISPLAY  "PASSWORD    : " WITH NO ADVANCING
           ACCEPT   SIGNON-PASSWORD
           CALL  "P1020"  USING  SIGNON-USER  SIGNON-PASSWORD
                                 SIGNON-SUBSYS  SIGNON-REPLY
           IF  SIGNON-REPLY  NOT =  "Y"
               DISPLAY  "SIGN-ON REFUSED - BONUS RUN CANCELLED"
               STOP  RUN
           END-IF
           DISPLAY  "獎金年度 (YYYY)       : " WITH NO ADVANCING
           ACCEPT   ASK-YEAR
           DISPLAY  "在職基準日 (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT   ASK-CUTOFF
           DISPLAY  "入帳日期 (YYYYMMDD)   : " WITH NO ADVANCING
           ACCEPT   ASK-PAY-DATE
           MOVE  ASK-PAY-DATE (1:4)  TO WK-PAY-YEAR
           PERFORM  050-CHECK-POSTED
           IF  POSTED-SW  =  "Y"
               DISPLAY  "本年度獎金已發放, 不可重複 : "
                        ASK-YEAR
               STOP  RUN
           END-IF
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           PERFORM  010-LOAD-DEPTS
           PERFORM  011-LOAD-HIRE-DATES
           PERFORM  012-LOAD-TERMINATED
           PERFORM  013-LOAD-BRACKETS
           PERFORM  015-LOAD-YTD
           OPEN  INPUT EMPFL
                 OUTPUT   PRINTFL   BANKFL
           OPEN  EXTEND BNSFL
           IF  BNSFL-STATUS  =  "35"
               OPEN  OUTPUT BNSFL
           END-IF
           MOVE  ASK-YEAR      TO HD-YEAR
           MOVE  ASK-CUTOFF    TO HD-CUTOFF
           MOVE  ASK-PAY-DATE  TO HD-PAY-DATE
           WRITE PRT-REC  FROM  HD-1 AFTER  1 LINES
           WRITE PRT-REC  FROM  HD-2 AFTER  2 LINES
           WRITE PRT-REC  FROM  HD-3 AFTER  2 LINES
           WRITE PRT-REC  FROM  HD-4 AFTER  1 LINES
           MOVE  ASK-PAY-DATE  TO BH-DATE
           MOVE  BANK-HDR-REC  TO BANK-REC
           WRITE BANK-REC
           READ  EMPFL AT END
                 MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
                 ADD   1  TO RUNLOG-READ-CNT
                 PERFORM  100-BONUS-ONE
                 READ  EMPFL AT END
                       MOVE  "Y"  TO EOF-SW
                 END-READ
           END-PERFORM
           WRITE PRT-REC  FROM  HD-4 AFTER  1 LINES
           MOVE  EMP-CNT        TO TOT-EMP
           MOVE  BONUS-TOT-CNT  TO TOT-BONUS
           MOVE  WH-TOT-CNT     TO TOT-WH
           MOVE  NHI-TOT-CNT    TO TOT-NHI
           MOVE  NET-TOT-CNT    TO TOT-NET
           WRITE PRT-REC  FROM  TOT-1 AFTER  1 LINES
           MOVE  XFER-CNT   TO BT-CNT
           MOVE  XFER-HASH  TO BT-HASH
           MOVE  BANK-TRL-REC  TO BANK-REC
           WRITE BANK-REC
           CLOSE EMPFL   PRINTFL   BANKFL   BNSFL
           PERFORM  060-SAVE-YTD
           PERFORM  070-POST-LEDGER
           DISPLAY  "年終獎金發放人數 = " EMP-CNT
           IF  SKIP-CNT  >  0
               DISPLAY  "未發放或無帳號人數 = " SKIP-CNT
               MOVE  "A"   TO RUNLOG-STATUS
           END-IF
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           STOP  RUN.
       010-LOAD-DEPTS.
           OPEN  INPUT DEPFL
           IF  DEPFL-STATUS  =  "00"
               READ  DEPFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  MOVE  0  TO DEP-MATCH
                  PERFORM  VARYING  DEP-IDX  FROM  1  BY 1
                           UNTIL DEP-IDX  >  DEP-CNT
                     IF  DT-CODE (DEP-IDX)  =  DEP-CODE
                         MOVE  DEP-IDX  TO DEP-MATCH
                     END-IF
                  END-PERFORM
                  IF  DEP-MATCH  =  0  AND  DEP-CNT  <  50
                      ADD   1  TO DEP-CNT
                      MOVE  DEP-CNT   TO DEP-MATCH
                      MOVE  DEP-CODE  TO DT-CODE (DEP-MATCH)
                  END-IF
                  IF  DEP-MATCH  >  0
                      MOVE  DEP-BONUS-MTHS  TO DT-MTHS (DEP-MATCH)
                  END-IF
                  READ  DEPFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE DEPFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       011-LOAD-HIRE-DATES.
           OPEN  INPUT LEAVFL
           IF  LEAVFL-STATUS  =  "00"
               READ  LEAVFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  LEAV-CNT  <  100
                      ADD   1  TO LEAV-CNT
                      MOVE  LV-EMP-ID     TO LT-EMP-ID (LEAV-CNT)
                      MOVE  LV-HIRE-DATE  TO LT-HIRE   (LEAV-CNT)
                  END-IF
                  READ  LEAVFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE LEAVFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       012-LOAD-TERMINATED.
           OPEN  INPUT TERMFL
           IF  TERMFL-STATUS  =  "00"
               READ  TERMFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  TERM-TAB-CNT  <  100
                      ADD   1  TO TERM-TAB-CNT
                      MOVE  TRM-EMP-ID
                         TO TT-EMP-ID   (TERM-TAB-CNT)
                      MOVE  TRM-LAST-DAY
                         TO TT-LAST-DAY (TERM-TAB-CNT)
                  END-IF
                  READ  TERMFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE TERMFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       013-LOAD-BRACKETS.
           OPEN  INPUT BRKHFL
           IF  BRKHFL-STATUS  =  "00"
               READ  BRKHFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  HI-TAB-CNT  <  100
                      ADD   1  TO HI-TAB-CNT
                      MOVE  BRKH-LOW    TO HI-LOW   (HI-TAB-CNT)
                      MOVE  BRKH-HIGH   TO HI-HIGH  (HI-TAB-CNT)
                      MOVE  BRKH-GRADE  TO HI-GRADE (HI-TAB-CNT)
                  END-IF
                  READ  BRKHFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE BRKHFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       015-LOAD-YTD.
           OPEN  INPUT YTDFL
           IF  YTDFL-STATUS  =  "00"
               READ  YTDFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  YTD-TAB-CNT  <  100
                      ADD   1  TO YTD-TAB-CNT
                      MOVE  YTD-EMP-ID TO YT-EMP-ID (YTD-TAB-CNT)
                      MOVE  YTD-YEAR   TO YT-YEAR   (YTD-TAB-CNT)
                      MOVE  YTD-GROSS  TO YT-GROSS  (YTD-TAB-CNT)
                      MOVE  YTD-WH     TO YT-WH     (YTD-TAB-CNT)
                      MOVE  YTD-LI     TO YT-LI     (YTD-TAB-CNT)
                      MOVE  YTD-HI     TO YT-HI     (YTD-TAB-CNT)
                      MOVE  YTD-NET    TO YT-NET    (YTD-TAB-CNT)
                  END-IF
                  READ  YTDFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE YTDFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       050-CHECK-POSTED.
           OPEN  INPUT BNSFL
           IF  BNSFL-STATUS  =  "00"
               READ  BNSFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  BNS-YEAR  =  ASK-YEAR
                      MOVE  "Y"  TO POSTED-SW
                  END-IF
                  READ  BNSFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE BNSFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       100-BONUS-ONE.
           MOVE  EMP-ID    TO SKIP-ID
           MOVE  EMP-NAME  TO SKIP-NAME
           MOVE  "N"  TO TERM-FOUND-SW
           PERFORM  VARYING  TERM-IDX  FROM  1  BY 1
                    UNTIL TERM-IDX  >  TERM-TAB-CNT
              IF  TT-EMP-ID (TERM-IDX)  =  EMP-ID
                  AND  TT-LAST-DAY (TERM-IDX)  <  ASK-CUTOFF
                  MOVE  "Y"  TO TERM-FOUND-SW
              END-IF
           END-PERFORM
           IF  TERM-FOUND-SW  =  "Y"
               MOVE  "基準日前離職"  TO SKIP-REASON
               PERFORM  190-WRITE-SKIP
               EXIT  PARAGRAPH
           END-IF
           MOVE  0  TO DEP-MATCH
           PERFORM  VARYING  DEP-IDX  FROM  1  BY 1
                    UNTIL DEP-IDX  >  DEP-CNT
              IF  DT-CODE (DEP-IDX)  =  EMP-DEPT
                  MOVE  DEP-IDX  TO DEP-MATCH
              END-IF
           END-PERFORM
           IF  DEP-MATCH  =  0
               MOVE  "部門未設定獎金月數"  TO SKIP-REASON
               PERFORM  190-WRITE-SKIP
               EXIT  PARAGRAPH
           END-IF
           MOVE  DT-MTHS (DEP-MATCH)  TO WK-FACT
           IF  WK-FACT  =  0
               MOVE  "部門未設定獎金月數"  TO SKIP-REASON
               PERFORM  190-WRITE-SKIP
               EXIT  PARAGRAPH
           END-IF
           PERFORM  110-SERVICE-MONTHS
           IF  WK-MTHS  =  0
               MOVE  "本年度無服務月數"  TO SKIP-REASON
               PERFORM  190-WRITE-SKIP
               EXIT  PARAGRAPH
           END-IF
           IF  EMP-HR  <  NORM-HR
               MOVE  EMP-HR   TO WK-BASE-HR
           ELSE
               MOVE  NORM-HR  TO WK-BASE-HR
           END-IF
           COMPUTE  WK-BASE = WK-BASE-HR * EMP-RAT
           COMPUTE  BONUS-CNT ROUNDED
                  = WK-BASE * WK-FACT * WK-MTHS / 12
           IF  BONUS-CNT  =  0
               MOVE  "獎金金額為零"  TO SKIP-REASON
               PERFORM  190-WRITE-SKIP
               EXIT  PARAGRAPH
           END-IF
           COMPUTE  WH-CNT ROUNDED = BONUS-CNT * WH-RATE
           PERFORM  120-SUPPLEMENT-PREMIUM
           COMPUTE  NET-CNT = BONUS-CNT - WH-CNT - NHI-CNT
           MOVE  EMP-ID      TO DL-ID
           MOVE  EMP-NAME    TO DL-NAME
           MOVE  EMP-DEPT    TO DL-DEPT
           MOVE  WK-MTHS     TO DL-MTHS
           MOVE  WK-BASE     TO DL-BASE
           MOVE  WK-FACT     TO DL-FACT
           MOVE  BONUS-CNT   TO DL-BONUS
           MOVE  WH-CNT      TO DL-WH
           MOVE  NHI-CNT     TO DL-NHI
           MOVE  NET-CNT     TO DL-NET
           MOVE  SPACES      TO DL-MARK
           PERFORM  130-BANK-TRANSFER
           WRITE PRT-REC  FROM  DL AFTER  1 LINES
           MOVE  EMP-ID        TO BNS-EMP-ID
           MOVE  ASK-YEAR      TO BNS-YEAR
           MOVE  WK-MTHS       TO BNS-MONTHS
           MOVE  BONUS-CNT     TO BNS-AMT
           MOVE  WH-CNT        TO BNS-WH
           MOVE  NHI-CNT       TO BNS-NHI
           MOVE  NET-CNT       TO BNS-NET
           MOVE  ASK-PAY-DATE  TO BNS-PAY-DATE
           WRITE BNS-REC
           ADD   1          TO RUNLOG-WRITE-CNT
           ADD   1          TO EMP-CNT
           ADD   BONUS-CNT  TO BONUS-TOT-CNT
           ADD   WH-CNT     TO WH-TOT-CNT
           ADD   NHI-CNT    TO NHI-TOT-CNT
           ADD   NET-CNT    TO NET-TOT-CNT
           PERFORM  150-ACCUM-YTD.
       110-SERVICE-MONTHS.
           MOVE  0  TO WK-HIRE-DATE
           PERFORM  VARYING  LEAV-IDX  FROM  1  BY 1
                    UNTIL LEAV-IDX  >  LEAV-CNT
              IF  LT-EMP-ID (LEAV-IDX)  =  EMP-ID
                  MOVE  LT-HIRE (LEAV-IDX)  TO WK-HIRE-DATE
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN  WK-HIRE-DATE  =  0
                 MOVE  12  TO WK-MTHS
              WHEN  WK-HIRE-YYYY  <  ASK-YEAR
                 MOVE  12  TO WK-MTHS
              WHEN  WK-HIRE-YYYY  >  ASK-YEAR
                 MOVE  0   TO WK-MTHS
              WHEN  WK-HIRE-DD  =  1
                 COMPUTE  WK-MTHS = 13 - WK-HIRE-MM
              WHEN  OTHER
                 COMPUTE  WK-MTHS = 12 - WK-HIRE-MM
           END-EVALUATE.
       120-SUPPLEMENT-PREMIUM.
           MOVE  0  TO WK-GRADE  NHI-CNT
           PERFORM  VARYING  BRK-IDX  FROM  1  BY 1
                    UNTIL BRK-IDX  >  HI-TAB-CNT
              IF  WK-BASE  NOT <  HI-LOW  (BRK-IDX)
                  AND  WK-BASE  NOT >  HI-HIGH (BRK-IDX)
                  MOVE  HI-GRADE (BRK-IDX)  TO WK-GRADE
              END-IF
           END-PERFORM
           IF  WK-GRADE  >  0
               COMPUTE  WK-NHI-BASE = BONUS-CNT
                      - WK-GRADE * NHI-FREE-MTHS
               IF  WK-NHI-BASE  >  0
                   COMPUTE  NHI-CNT ROUNDED
                          = WK-NHI-BASE * NHI-RATE
               END-IF
           END-IF.
       130-BANK-TRANSFER.
           IF  EMP-ACCT  =  SPACES
               MOVE  "無帳號"  TO DL-MARK
               ADD   1  TO SKIP-CNT
           ELSE
               MOVE  EMP-ACCT      TO BD-ACCT
               MOVE  NET-CNT       TO BD-AMT
               MOVE  ASK-PAY-DATE  TO BD-VALUE-DATE
               MOVE  EMP-ID        TO BD-EMP-ID
               MOVE  BANK-DTL-REC  TO BANK-REC
               WRITE BANK-REC
               ADD   1        TO XFER-CNT
               ADD   NET-CNT  TO XFER-HASH
           END-IF.
       150-ACCUM-YTD.
           MOVE  0  TO YTD-MATCH-IDX
           PERFORM  VARYING  YTD-IDX  FROM  1  BY 1
                    UNTIL YTD-IDX  >  YTD-TAB-CNT
              IF  YT-EMP-ID (YTD-IDX)  =  EMP-ID
                  AND  YT-YEAR (YTD-IDX)  =  WK-PAY-YEAR
                  MOVE  YTD-IDX  TO YTD-MATCH-IDX
              END-IF
           END-PERFORM
           IF  YTD-MATCH-IDX  =  0  AND  YTD-TAB-CNT  <  100
               ADD   1  TO YTD-TAB-CNT
               MOVE  YTD-TAB-CNT  TO YTD-MATCH-IDX
               MOVE  EMP-ID       TO YT-EMP-ID (YTD-MATCH-IDX)
               MOVE  WK-PAY-YEAR  TO YT-YEAR   (YTD-MATCH-IDX)
               MOVE  0       TO YT-GROSS  (YTD-MATCH-IDX)
               MOVE  0       TO YT-WH     (YTD-MATCH-IDX)
               MOVE  0       TO YT-LI     (YTD-MATCH-IDX)
               MOVE  0       TO YT-HI     (YTD-MATCH-IDX)
               MOVE  0       TO YT-NET    (YTD-MATCH-IDX)
           END-IF
           IF  YTD-MATCH-IDX  >  0
               ADD  BONUS-CNT  TO YT-GROSS (YTD-MATCH-IDX)
               ADD  WH-CNT     TO YT-WH    (YTD-MATCH-IDX)
               ADD  NHI-CNT    TO YT-HI    (YTD-MATCH-IDX)
               ADD  NET-CNT    TO YT-NET   (YTD-MATCH-IDX)
           END-IF.
       190-WRITE-SKIP.
           WRITE PRT-REC  FROM  SKIP-DL  AFTER 1  LINES
           ADD   1  TO SKIP-CNT.
       060-SAVE-YTD.
           OPEN  OUTPUT YTDFL
           PERFORM  VARYING  YTD-IDX  FROM  1  BY 1
                    UNTIL YTD-IDX  >  YTD-TAB-CNT
              MOVE  YT-EMP-ID (YTD-IDX)  TO YTD-EMP-ID
              MOVE  YT-YEAR   (YTD-IDX)  TO YTD-YEAR
              MOVE  YT-GROSS  (YTD-IDX)  TO YTD-GROSS
              MOVE  YT-WH     (YTD-IDX)  TO YTD-WH
              MOVE  YT-LI     (YTD-IDX)  TO YTD-LI
              MOVE  YT-HI     (YTD-IDX)  TO YTD-HI
              MOVE  YT-NET    (YTD-IDX)  TO YTD-NET
              WRITE YTD-REC
           END-PERFORM
           CLOSE YTDFL.
       070-POST-LEDGER.
           MOVE  "WH    "      TO GL-TYPE
           MOVE  WH-TOT-CNT    TO GL-AMT
           CALL  "P1024"  USING  GL-SOURCE  GL-TYPE
                                 GL-AMT     GL-REPLY
           IF  GL-REPLY  NOT =  "Y"
               DISPLAY  "LEDGER POSTING FAILED : " GL-TYPE
               MOVE  "A"   TO RUNLOG-STATUS
           END-IF
           MOVE  "NHI   "      TO GL-TYPE
           MOVE  NHI-TOT-CNT   TO GL-AMT
           CALL  "P1024"  USING  GL-SOURCE  GL-TYPE
                                 GL-AMT     GL-REPLY
           IF  GL-REPLY  NOT =  "Y"
               DISPLAY  "LEDGER POSTING FAILED : " GL-TYPE
               MOVE  "A"   TO RUNLOG-STATUS
           END-IF
           MOVE  "NET   "      TO GL-TYPE
           MOVE  NET-TOT-CNT   TO GL-AMT
           CALL  "P1024"  USING  GL-SOURCE  GL-TYPE
                                 GL-AMT     GL-REPLY
           IF  GL-REPLY  NOT =  "Y"
               DISPLAY  "LEDGER POSTING FAILED : " GL-TYPE
               MOVE  "A"   TO RUNLOG-STATUS
           END-IF.
