              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    NSFL-STATUS.
           SELECT   GRSFL    ASSIGN   TO "GROSS0873"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    GRSFL-STATUS.
           SELECT   GRPFL    ASSIGN   TO "GROSS0873.PRV"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    GRPFL-STATUS.
           SELECT   PENFL    ASSIGN   TO "D0928.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    PENFL-STATUS.
           SELECT   RMTFL    ASSIGN   TO "PENS0873"
              ORGANIZATION   LINE   SEQUENTIAL.
           SELECT   OTLFL    ASSIGN   TO "D0930.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    OTLFL-STATUS.
           SELECT   OTHFL    ASSIGN   TO "D0929.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    OTHFL-STATUS.
           SELECT   OTWFL    ASSIGN   TO "OTWARN.DAT"
              ORGANIZATION   LINE   SEQUENTIAL.
           SELECT   OTXFL    ASSIGN   TO "OTEX0873".
           SELECT   VTLFL    ASSIGN   TO "D0935.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    VTLFL-STATUS.
           SELECT   VARFL    ASSIGN   TO "D0934.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    VARFL-STATUS.
           SELECT   VARXFL   ASSIGN   TO "VARI0873".
       DATA   DIVISION.
       FILE SECTION.
       FD  EMPFL
           03 GRS-OT         PIC 9(7).
           03 GRS-DED        PIC 9(7).
           03 GRS-NET        PIC 9(8).
           03 GRS-HR         PIC 9(3).
       FD  GRPFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS GRP-REC.
       01  GRP-REC.
           03 GRP-EMP-ID     PIC X(3).
           03 GRP-GROSS      PIC 9(8).
           03 GRP-OT         PIC 9(7).
           03 GRP-DED        PIC 9(7).
           03 GRP-NET        PIC 9(8).
           03 GRP-HR         PIC 9(3).
       FD  PENFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS PEN-REC.
       01  PEN-REC.
           03 PEN-EMP-ID     PIC X(3).
           03 PEN-VOL-RATE   PIC 9V99.
       FD  RMTFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS RMT-REC.
       01  RMT-REC.
           03 RMT-YYMM       PIC 9(6).
           03 RMT-EMP-ID     PIC X(3).
           03 RMT-NAME       PIC X(9).
           03 RMT-DEPT       PIC X(3).
           03 RMT-GRADE      PIC 9(6).
           03 RMT-ER-AMT     PIC 9(5).
           03 RMT-VOL-RATE   PIC 9V99.
           03 RMT-EE-AMT     PIC 9(5).
       FD  OTLFL
           DATA  RECORD   IS OTL-REC.
       01  OTL-REC.
           03 OTL-MONTH-HRS  PIC 9(3).
           03 OTL-QTR-HRS    PIC 9(3).
           03 OTL-MARGIN     PIC 9(3).
       FD  OTHFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS OTH-REC.
       01  OTH-REC.
           03 OTH-EMP-ID     PIC X(3).
           03 OTH-YYMM       PIC 9(6).
           03 OTH-OT-HRS     PIC 9(3).
       FD  OTWFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS OTW-REC.
       01  OTW-REC.
           03 OTW-EMP-ID     PIC X(3).
           03 OTW-YYMM       PIC 9(6).
           03 OTW-KIND       PIC X.
           03 OTW-LEVEL      PIC X.
           03 OTW-HRS        PIC 9(3).
           03 OTW-LIMIT      PIC 9(3).
       FD  OTXFL
           DATA  RECORD   IS OTX-REC.
       01  OTX-REC           PIC X(80).
       FD  VTLFL
           DATA  RECORD   IS VTL-REC.
       01  VTL-REC.
           03 VTL-PCT        PIC 9(3).
       FD  VARFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS VAR-REC.
       01  VAR-REC.
           03 VAR-YYMM       PIC 9(6).
           03 VAR-CNT        PIC 9(4).
           03 VAR-SIGNOFF    PIC X.
           03 VAR-RUN-USER   PIC X(10).
           03 VAR-SIGN-USER  PIC X(10).
           03 VAR-SIGN-DATE  PIC 9(8).
       FD  VARXFL
           DATA  RECORD   IS VARX-REC.
       01  VARX-REC          PIC X(100).
       WORKING-STORAGE SECTION.
       01  HD-1              PIC X(60) VALUE
           "        <<<  員 工 薪 資 清 冊   >>>".
           03 LI-TAB-ENTRY   OCCURS 100 TIMES.
              05 LI-LOW      PIC 9(6).
              05 LI-HIGH     PIC 9(6).
              05 LI-GRADE    PIC 9(6).
              05 LI-EMP-SH   PIC 9(5).
              05 LI-ER-SH    PIC 9(5).
       01  HI-TAB-AREA.
       01  SUMM-DL-5.
           03 FILLER         PIC X(21)  VALUE "健保員工代扣 : ".
           03 SUMM-HI-EMP    PIC $$,$$$,$$9.
       01  SUMM-DL-6.
           03 FILLER         PIC X(21)  VALUE "勞退雇主提繳 : ".
           03 SUMM-PEN-ER    PIC $$,$$$,$$9.
       01  SUMM-DL-7.
           03 FILLER         PIC X(21)  VALUE "勞退員工自提 : ".
           03 SUMM-PEN-EE    PIC $$,$$$,$$9.
       01  PEN-HD-1.
           03 FILLER         PIC X(12).
           03 FILLER         PIC X(40)  VALUE
                 "勞 工 退 休 金 提 繳 明 細".
       01  PEN-HD-2.
           03 FILLER         PIC X(15)  VALUE "提繳年月 : ".
           03 PEN-HD-YYMM    PIC 9(6).
       01  PEN-HD-3.
           03 FILLER         PIC X(40)  VALUE
              "代號  姓  名    部門  提繳工資".
           03 FILLER         PIC X(30)  VALUE
              " 雇主提繳 自提率 自提".
       01  PEN-HD-4          PIC X(70)  VALUE  ALL "-".
       01  PEN-DL.
           03 PEN-DL-ID      PIC X(3).
           03 FILLER         PIC X(3).
           03 PEN-DL-NAME    PIC X(9).
           03 FILLER         PIC X(2).
           03 PEN-DL-DEPT    PIC X(3).
           03 FILLER         PIC X(3).
           03 PEN-DL-GRADE   PIC ZZZ,ZZ9.
           03 FILLER         PIC X(3).
           03 PEN-DL-ER      PIC ZZ,ZZ9.
           03 FILLER         PIC X(3).
           03 PEN-DL-RATE    PIC 9.99.
           03 FILLER         PIC X(2).
           03 PEN-DL-EE      PIC ZZ,ZZ9.
       01  PEN-TOT-DL.
           03 FILLER         PIC X(16)  VALUE "合  計  :".
           03 PEN-TOT-CNT    PIC ZZ9.
           03 FILLER         PIC X(3)   VALUE "人".
           03 FILLER         PIC X(5).
           03 PEN-TOT-ER     PIC ZZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(6).
           03 PEN-TOT-EE     PIC ZZZ,ZZZ,ZZ9.
       01  PEN-DEP-DL.
           03 FILLER         PIC X(15)  VALUE "部門 : ".
           03 PEN-DEP-CODE   PIC X(3).
           03 FILLER         PIC X(18)  VALUE "  雇主提繳 : ".
           03 PEN-DEP-ER     PIC ZZZ,ZZZ,ZZ9.
       01  PENFL-STATUS      PIC XX.
       01  PEN-EOF-SW        PIC X.
       01  PEN-TAB-AREA.
           03 PEN-TAB-CNT    PIC 9(3)   VALUE 0.
           03 PEN-TAB-ENTRY  OCCURS 100 TIMES.
              05 PN-EMP-ID   PIC X(3).
              05 PN-VOL-RATE PIC 9V99.
       01  PDEP-TAB-AREA.
           03 PDEP-CNT       PIC 9(2)   VALUE 0.
           03 PDEP-ENTRY     OCCURS 50 TIMES.
              05 PD-DEPT     PIC X(3).
              05 PD-ER-AMT   PIC 9(8).
       01  PEN-IDX           PIC 9(3).
       01  PDEP-IDX          PIC 9(2).
       01  PDEP-MATCH        PIC 9(2).
       01  PEN-GRADE         PIC 9(6).
       01  PEN-VOL-PCT       PIC 9V99.
       01  PEN-ER-PCT        PIC 9V99   VALUE 6.00.
       01  PEN-ER-CNT        PIC 9(5).
       01  PEN-EE-CNT        PIC 9(5).
       01  PEN-EMP-CNT       PIC 9(3)   VALUE 0.
       01  PEN-ER-TOT-CNT    PIC 9(8)   VALUE 0.
       01  PEN-EE-TOT-CNT    PIC 9(8)   VALUE 0.
       01  WK-YYMM           PIC 9(6).
       01  OTX-HD-1.
           03 FILLER         PIC X(12).
           03 FILLER         PIC X(40)  VALUE
                 "加 班 時 數 上 限 檢 核 表".
       01  OTX-HD-2.
           03 FILLER         PIC X(15)  VALUE "檢核年月 : ".
           03 OTX-HD-YYMM    PIC 9(6).
           03 FILLER         PIC X(15)  VALUE "   月上限 : ".
           03 OTX-HD-MLIM    PIC ZZ9.
           03 FILLER         PIC X(21)  VALUE "   三個月上限 : ".
           03 OTX-HD-QLIM    PIC ZZ9.
       01  OTX-HD-3.
           03 FILLER         PIC X(39)  VALUE
              "代號   本月加班   三個月加班".
           03 FILLER         PIC X(20)  VALUE
              "   註  記".
       01  OTX-HD-4          PIC X(60)  VALUE  ALL "-".
       01  OTX-DL.
           03 OTX-ID         PIC X(3).
           03 FILLER         PIC X(7).
           03 OTX-MTH-HRS    PIC ZZ9.
           03 FILLER         PIC X(10).
           03 OTX-QTR-HRS    PIC ZZ9.
           03 FILLER         PIC X(6).
           03 OTX-MARK       PIC X(40).
       01  OTX-NONE          PIC X(40)  VALUE
           "(無超過或接近上限者)".
       01  OTX-TOT-DL.
           03 FILLER         PIC X(21)  VALUE "超過上限人數 : ".
           03 OTX-TOT-OVER   PIC ZZ9.
           03 FILLER         PIC X(24)  VALUE
                 "   接近上限人數 : ".
           03 OTX-TOT-NEAR   PIC ZZ9.
       01  OTLFL-STATUS      PIC XX.
       01  OTHFL-STATUS      PIC XX.
       01  OTH-EOF-SW        PIC X.
       01  OT-MONTH-LIMIT    PIC 9(3)   VALUE 46.
       01  OT-QTR-LIMIT      PIC 9(3)   VALUE 138.
       01  OT-MARGIN         PIC 9(3)   VALUE 6.
       01  OT-NORM-HR        PIC 9(3)   VALUE 100.
       01  OTM-TAB-AREA.
           03 OTM-TAB-CNT    PIC 9(3)   VALUE 0.
           03 OTM-TAB-ENTRY  OCCURS 300 TIMES.
              05 OM-EMP-ID   PIC X(3).
              05 OM-YYMM     PIC 9(6).
              05 OM-TOT-MIN  PIC 9(6).
       01  OTH-TAB-AREA.
           03 OTH-TAB-CNT    PIC 9(3)   VALUE 0.
           03 OTH-TAB-ENTRY  OCCURS 500 TIMES.
              05 OH-EMP-ID   PIC X(3).
              05 OH-YYMM     PIC 9(6).
              05 OH-OT-HRS   PIC 9(3).
       01  OTM-IDX           PIC 9(3).
       01  OTM-MATCH         PIC 9(3).
       01  OTH-IDX           PIC 9(3).
       01  OTH-IDX-2         PIC 9(3).
       01  OTH-MATCH         PIC 9(3).
       01  WK-PCH-YYMM       PIC 9(6).
       01  WK-OT-HRS         PIC S9(4).
       01  WK-MTH-OT         PIC 9(3).
       01  WK-QTR-OT         PIC 9(4).
       01  WK-PRV-YYMM       PIC 9(6).
       01  WK-PRV-R  REDEFINES  WK-PRV-YYMM.
           03 WK-PRV-YYYY    PIC 9(4).
           03 WK-PRV-MM      PIC 99.
       01  WK-PRV1-YYMM      PIC 9(6).
       01  WK-PRV2-YYMM      PIC 9(6).
       01  OT-FLAG-SW        PIC X.
       01  OT-OVER-CNT       PIC 9(3)   VALUE 0.
       01  OT-NEAR-CNT       PIC 9(3)   VALUE 0.
       01  VXH-1.
           03 FILLER         PIC X(12).
           03 FILLER         PIC X(45)  VALUE
                 "<<<  薪 資 異 動 比 對 表  >>>".
       01  VXH-2.
           03 FILLER         PIC X(15)  VALUE "比對年月 : ".
           03 VXH-YYMM       PIC 9(6).
           03 FILLER         PIC X(21)  VALUE "   容許差異 : ".
           03 VXH-PCT        PIC ZZ9.
           03 FILLER         PIC X(2)   VALUE " %".
       01  VXH-3.
           03 FILLER         PIC X(6)   VALUE "代號".
           03 FILLER         PIC X(9)   VALUE "姓  名".
           03 FILLER         PIC X(9)   VALUE "工時".
           03 FILLER         PIC X(19)  VALUE "應發薪資".
           03 FILLER         PIC X(17)  VALUE "代扣合計".
           03 FILLER         PIC X(20)  VALUE "實發薪資".
           03 FILLER         PIC X(6)   VALUE "註記".
       01  VXH-4.
           03 FILLER         PIC X(15).
           03 FILLER         PIC X(9)   VALUE "前/本".
           03 FILLER         PIC X(19)  VALUE "前期/本期".
           03 FILLER         PIC X(17)  VALUE "前期/本期".
           03 FILLER         PIC X(20)  VALUE "前期/本期".
       01  VXH-5             PIC X(100) VALUE  ALL "-".
       01  VXD.
           03 VXD-ID         PIC X(3).
           03 FILLER         PIC X(2).
           03 VXD-NAME       PIC X(9).
           03 FILLER         PIC X(1).
           03 VXD-PHR        PIC ZZ9.
           03 FILLER         PIC X(1)   VALUE "/".
           03 VXD-HR         PIC ZZ9.
           03 VXD-FHR        PIC X(1).
           03 FILLER         PIC X(1).
           03 VXD-PGROSS     PIC Z(7)9.
           03 FILLER         PIC X(1)   VALUE "/".
           03 VXD-GROSS      PIC Z(7)9.
           03 VXD-FGROSS     PIC X(1).
           03 FILLER         PIC X(1).
           03 VXD-PDED       PIC Z(6)9.
           03 FILLER         PIC X(1)   VALUE "/".
           03 VXD-DED        PIC Z(6)9.
           03 VXD-FDED       PIC X(1).
           03 FILLER         PIC X(1).
           03 VXD-PNET       PIC Z(7)9.
           03 FILLER         PIC X(1)   VALUE "/".
           03 VXD-NET        PIC Z(7)9.
           03 VXD-FNET       PIC X(1).
           03 FILLER         PIC X(2).
           03 VXD-MARK       PIC X(15).
       01  VXD-NONE          PIC X(40)  VALUE
           "(無異動超過容許差異者)".
       01  VXT-1.
           03 FILLER         PIC X(21)  VALUE "差異超過容許 : ".
           03 VXT-FLAG       PIC ZZZ9.
           03 FILLER         PIC X(15)  VALUE "   新進 : ".
           03 VXT-NEW        PIC ZZZ9.
           03 FILLER         PIC X(21)  VALUE "   本期未發 : ".
           03 VXT-MISS       PIC ZZZ9.
       01  VXT-2             PIC X(60)  VALUE
           "簽核 (P0934) : ______________________".
       01  VTLFL-STATUS      PIC XX.
       01  VARFL-STATUS      PIC XX.
       01  GRSFL-STATUS      PIC XX.
       01  GRPFL-STATUS      PIC XX.
       01  GRP-EOF-SW        PIC X.
       01  VAR-TOL-PCT       PIC 9(3)   VALUE 20.
       01  VP-TAB-AREA.
           03 VP-TAB-CNT     PIC 9(3)   VALUE 0.
           03 VP-ENTRY       OCCURS 100 TIMES.
              05 VP-EMP-ID   PIC X(3).
              05 VP-HR       PIC 9(3).
              05 VP-GROSS    PIC 9(8).
              05 VP-DED      PIC 9(7).
              05 VP-NET      PIC 9(8).
              05 VP-SEEN     PIC X.
       01  VP-IDX            PIC 9(3).
       01  VP-MATCH          PIC 9(3).
       01  WK-VAR-BASE       PIC 9(8).
       01  WK-VAR-CUR        PIC 9(8).
       01  WK-VAR-DIFF       PIC 9(8).
       01  WK-VAR-PCT        PIC 9(5).
       01  VAR-HIT-SW        PIC X.
       01  VAR-ANY-SW        PIC X.
       01  VAR-FLAG-CNT      PIC 9(4)   VALUE 0.
       01  VAR-NEW-CNT       PIC 9(4)   VALUE 0.
       01  VAR-MISS-CNT      PIC 9(4)   VALUE 0.
       01  SIGNON-AREA.
           03 SIGNON-USER       PIC X(10).
           03 SIGNON-PASSWORD   PIC X(10).
       01  RUNLOG-READ-CNT    PIC 9(7)  VALUE 0.
       01  RUNLOG-WRITE-CNT   PIC 9(7)  VALUE 0.
       01  RUNLOG-STATUS      PIC X     VALUE "N".
       01  REG-FUNC           PIC X.
       01  REG-JOB            PIC X(8)  VALUE "P0873".
       01  REG-DATE           PIC 9(8).
       01  REG-CNT            PIC 9(7)  VALUE 0.
       01  REG-HASH           PIC 9(12) VALUE 0.
       01  REG-DONE           PIC 9(7)  VALUE 0.
       01  REG-REPLY          PIC X.
       01  REG-OVERRIDE       PIC X.

       PROCEDURE DIVISION .
       000-START.
           ACCEPT   WK-DATE-WK  FROM  DATE
           CALL  "P0447"  USING  WK-DATE-WK  WK-DATE-PL
           MOVE  WK-DATE-PL (1:4)  TO WK-CUR-YEAR
           MOVE  WK-DATE-PL (1:4)  TO WK-YYMM (1:4)
           MOVE  WK-DATE-PL (6:2)  TO WK-YYMM (5:2)
           PERFORM  028-HASH-MASTER
           PERFORM  029-CHECK-REGISTER
           PERFORM  015-LOAD-YTD
           PERFORM  021-LOAD-PENSION-RATES
           PERFORM  016-LOAD-TERMINATED
           PERFORM  018-LOAD-LOANS
           PERFORM  019-LOAD-ADJUSTMENTS
           PERFORM  011-LOAD-NIGHT-BANDS
           PERFORM  022-LOAD-OT-LIMITS
           PERFORM  023-LOAD-OT-HISTORY
           PERFORM  012-LOAD-PUNCHES
           PERFORM  020-LOAD-BRACKETS
           PERFORM  027-LOAD-VAR-TOLERANCE
           PERFORM  025-ROLL-PRIOR-GROSS
           PERFORM  026-LOAD-PRIOR-GROSS
           OPEN  INPUT EMPFL OUTPUT   PRINFL   SUMMFL   GRSFL
                                      RMTFL    VARXFL
           WRITE VARX-REC FROM  VXH-1 AFTER  PAGE
           MOVE  WK-YYMM      TO VXH-YYMM
           MOVE  VAR-TOL-PCT  TO VXH-PCT
           WRITE VARX-REC FROM  VXH-2 AFTER  2 LINES
           WRITE VARX-REC FROM  VXH-3 AFTER  2 LINES
           WRITE VARX-REC FROM  VXH-4 AFTER  1 LINES
           WRITE VARX-REC FROM  VXH-5 AFTER  1 LINES
           WRITE PRT-REC  FROM  HD-1 AFTER  1 LINES
           WRITE PRT-REC  FROM  HD-2 AFTER  2 LINES
           WRITE PRT-REC  FROM  HD-3 AFTER  1 LINES
                 COMPUTE  WH-CNT  ROUNDED = PAY-CNT * WH-RATE
                 PERFORM  030-LOOKUP-BRACKETS
                 PERFORM  035-LOAN-DEDUCTION
                 PERFORM  038-PENSION
                 COMPUTE  NET-CNT = PAY-CNT - WH-CNT
                        - LI-CNT - HI-CNT - LOAN-DED-CNT
                        - PEN-EE-CNT
                 MOVE  EMP-ID      TO DL-ID
                 MOVE  EMP-NAME    TO DL-NAME
                 MOVE  EMP-HR      TO DL-HR
                 ADD   HI-ER-CNT TO HI-ER-TOT-CNT
                 PERFORM  050-ACCUM-YTD
                 PERFORM  055-WRITE-GROSS-EXTRACT
                 PERFORM  056-CHECK-VARIANCE
                 END-IF
                 READ  EMPFL AT END
                       MOVE  "Y"  TO EOF-SW
           MOVE  NET-TOT-CNT   TO TOT-NET
           WRITE PRT-REC  FROM  TOT-1 AFTER  1 LINES
           PERFORM  040-WRITE-SUMMARY
           PERFORM  045-WRITE-PENSION-TOTALS
           PERFORM  090-OT-COMPLIANCE
           MOVE  EMP-CNT      TO CTL-CNT
           MOVE  NET-TOT-CNT  TO CTL-HASH
           MOVE  "W"          TO CTL-ROLE
           MOVE  "NETPAY"     TO CTL-FILE
           CALL  "P1012"  USING  CTL-JOB  CTL-ROLE  CTL-FILE
                                 CTL-CNT  CTL-HASH
           IF  REG-DONE  <  1
               MOVE  "WH    "     TO GL-TYPE
               MOVE  WH-TOT-CNT   TO GL-AMT
               CALL  "P1024"  USING  GL-SOURCE  GL-TYPE
                                     GL-AMT     GL-REPLY
               MOVE  "NET   "     TO GL-TYPE
               MOVE  NET-TOT-CNT  TO GL-AMT
               CALL  "P1024"  USING  GL-SOURCE  GL-TYPE
                                     GL-AMT     GL-REPLY
               PERFORM  096-CHECKPOINT
           END-IF
           IF  REG-DONE  <  2
               PERFORM  075-POST-PENSION
               PERFORM  096-CHECKPOINT
           END-IF
           IF  REG-DONE  <  3
               PERFORM  060-SAVE-YTD
               PERFORM  096-CHECKPOINT
           END-IF
           IF  REG-DONE  <  4
               PERFORM  070-SAVE-LOANS
               PERFORM  096-CHECKPOINT
           END-IF
           IF  REG-DONE  <  5
               PERFORM  080-CLEAR-ADJUSTMENTS
               ADD   1     TO REG-DONE
           END-IF
           MOVE  "F"   TO REG-FUNC
           CALL  "P1239"  USING  REG-FUNC  REG-JOB   REG-DATE
                                 REG-CNT   REG-HASH  REG-DONE
                                 REG-REPLY
           PERFORM  085-VARIANCE-REGISTER
           CLOSE EMPFL PRINFL SUMMFL GRSFL VARXFL
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           STOP  RUN.
       028-HASH-MASTER.
           COMPUTE  REG-DATE = WK-YYMM * 100 + 1
           OPEN  INPUT EMPFL
           IF  EMPFL-STATUS  NOT =  "00"
               EXIT  PARAGRAPH
           END-IF
           READ  EMPFL AT END
                 MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
                 ADD   1  TO REG-CNT
                 COMPUTE  REG-HASH = REG-HASH + EMP-HR + EMP-RAT
                 READ  EMPFL AT END
                       MOVE  "Y"  TO EOF-SW
                 END-READ
           END-PERFORM
           CLOSE EMPFL
           MOVE  "N"   TO EOF-SW.
       029-CHECK-REGISTER.
           MOVE  "C"   TO REG-FUNC
           CALL  "P1239"  USING  REG-FUNC  REG-JOB   REG-DATE
                                 REG-CNT   REG-HASH  REG-DONE
                                 REG-REPLY
           IF  REG-REPLY  =  "R"
               DISPLAY  "RESTART - POSTING STEPS ALREADY DONE = "
                        REG-DONE
           END-IF
           IF  REG-REPLY  =  "P"
               DISPLAY  "WAGE RUN FOR " WK-YYMM
                        " ALREADY POSTED ON A PRIOR RUN"
               DISPLAY  "OVERRIDE AND POST AGAIN (Y/N) : "
                        WITH NO ADVANCING
               ACCEPT   REG-OVERRIDE
               IF  REG-OVERRIDE  NOT =  "Y"
                   DISPLAY  "DUPLICATE INPUT REFUSED - NOTHING POSTED"
                   MOVE  "E"   TO RUNLOG-ACTION
                   MOVE  "A"   TO RUNLOG-STATUS
                   CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                         RUNLOG-READ-CNT
                                         RUNLOG-WRITE-CNT
                                         RUNLOG-STATUS
                   STOP  RUN
               END-IF
               MOVE  "O"   TO REG-FUNC
               CALL  "P1239"  USING  REG-FUNC  REG-JOB   REG-DATE
                                     REG-CNT   REG-HASH  REG-DONE
                                     REG-REPLY
               DISPLAY  "OPERATOR OVERRIDE BY " SIGNON-USER
                        " LOGGED - REPOSTING"
           END-IF.
       096-CHECKPOINT.
           ADD   1     TO REG-DONE
           MOVE  "K"   TO REG-FUNC
           CALL  "P1239"  USING  REG-FUNC  REG-JOB   REG-DATE
                                 REG-CNT   REG-HASH  REG-DONE
                                 REG-REPLY.
       020-LOAD-BRACKETS.
           OPEN  INPUT BRKLFL
           IF  BRKLFL-STATUS  =  "00"
                      ADD   1  TO LI-TAB-CNT
                      MOVE  BRKL-LOW       TO LI-LOW    (LI-TAB-CNT)
                      MOVE  BRKL-HIGH      TO LI-HIGH   (LI-TAB-CNT)
                      MOVE  BRKL-GRADE     TO LI-GRADE  (LI-TAB-CNT)
                      MOVE  BRKL-EMP-SHARE TO LI-EMP-SH (LI-TAB-CNT)
                      MOVE  BRKL-ER-SHARE  TO LI-ER-SH  (LI-TAB-CNT)
                  END-IF
           END-IF.
       030-LOOKUP-BRACKETS.
           MOVE  0  TO LI-CNT  LI-ER-CNT  HI-CNT  HI-ER-CNT
           MOVE  0  TO PEN-GRADE
           PERFORM  VARYING  BRK-IDX  FROM  1  BY 1
                    UNTIL BRK-IDX  >  LI-TAB-CNT
              IF  PAY-CNT  NOT <  LI-LOW  (BRK-IDX)
                  AND  PAY-CNT  NOT >  LI-HIGH (BRK-IDX)
                  MOVE  LI-EMP-SH (BRK-IDX)  TO LI-CNT
                  MOVE  LI-GRADE  (BRK-IDX)  TO PEN-GRADE
                  MOVE  LI-ER-SH  (BRK-IDX)  TO LI-ER-CNT
              END-IF
           END-PERFORM
           MOVE  LI-TOT-CNT     TO SUMM-LI-EMP
           WRITE SUMM-REC  FROM  SUMM-DL-4  AFTER 1  LINES
           MOVE  HI-TOT-CNT     TO SUMM-HI-EMP
           WRITE SUMM-REC  FROM  SUMM-DL-5  AFTER 1  LINES
           MOVE  PEN-ER-TOT-CNT TO SUMM-PEN-ER
           WRITE SUMM-REC  FROM  SUMM-DL-6  AFTER 1  LINES
           MOVE  PEN-EE-TOT-CNT TO SUMM-PEN-EE
           WRITE SUMM-REC  FROM  SUMM-DL-7  AFTER 1  LINES
           WRITE SUMM-REC  FROM  PEN-HD-1  AFTER PAGE
           MOVE  WK-YYMM        TO PEN-HD-YYMM
           WRITE SUMM-REC  FROM  PEN-HD-2  AFTER 2  LINES
           WRITE SUMM-REC  FROM  PEN-HD-3  AFTER 2  LINES
           WRITE SUMM-REC  FROM  PEN-HD-4  AFTER 1  LINES.
       015-LOAD-YTD.
           OPEN  INPUT YTDFL
           IF  YTDFL-STATUS  =  "00"
           MOVE  PAY-CNT  TO GRS-GROSS
           MOVE  WK-OT-AMT  TO GRS-OT
           COMPUTE  GRS-DED = WH-CNT + LI-CNT + HI-CNT
                  + LOAN-DED-CNT + PEN-EE-CNT
           MOVE  NET-CNT  TO GRS-NET
           MOVE  EMP-HR   TO GRS-HR
           WRITE GRS-REC.
       050-ACCUM-YTD.
           MOVE  0  TO YTD-MATCH-IDX
                      = PT-TOT-MIN (PCH-MATCH)
                      + WK-OUT-MIN - WK-IN-MIN
               ADD  WK-NGT-MIN  TO PT-NGT-MIN (PCH-MATCH)
           END-IF
           PERFORM  024-TALLY-OT-MONTH.
       014-DERIVE-HOURS.
           MOVE  0  TO NIGHT-HR-CNT
           MOVE  0  TO PCH-MATCH
                   COMPUTE  OT2-HR = EMP-HR - 120
               END-IF
           END-IF.
       021-LOAD-PENSION-RATES.
           OPEN  INPUT PENFL
           IF  PENFL-STATUS  =  "00"
               MOVE  "N"   TO PEN-EOF-SW
               READ  PENFL   AT END
                  MOVE  "Y"   TO PEN-EOF-SW
               END-READ
               PERFORM  UNTIL PEN-EOF-SW = "Y"
                  IF  PEN-TAB-CNT  <  100
                      ADD   1  TO PEN-TAB-CNT
                      MOVE  PEN-EMP-ID   TO PN-EMP-ID   (PEN-TAB-CNT)
                      MOVE  PEN-VOL-RATE TO PN-VOL-RATE (PEN-TAB-CNT)
                  END-IF
                  READ  PENFL   AT END
                     MOVE  "Y"   TO PEN-EOF-SW
                  END-READ
               END-PERFORM
               CLOSE PENFL
           END-IF.
       038-PENSION.
           MOVE  0  TO PEN-VOL-PCT
           PERFORM  VARYING  PEN-IDX  FROM  1  BY 1
                    UNTIL PEN-IDX  >  PEN-TAB-CNT
              IF  PN-EMP-ID (PEN-IDX)  =  EMP-ID
                  MOVE  PN-VOL-RATE (PEN-IDX)  TO PEN-VOL-PCT
              END-IF
           END-PERFORM
           COMPUTE  PEN-ER-CNT ROUNDED = PEN-GRADE * PEN-ER-PCT / 100
           COMPUTE  PEN-EE-CNT ROUNDED = PEN-GRADE * PEN-VOL-PCT / 100
           IF  PEN-GRADE  =  0
               EXIT PARAGRAPH
           END-IF
           MOVE  WK-YYMM      TO RMT-YYMM
           MOVE  EMP-ID       TO RMT-EMP-ID
           MOVE  EMP-NAME     TO RMT-NAME
           MOVE  EMP-DEPT     TO RMT-DEPT
           MOVE  PEN-GRADE    TO RMT-GRADE
           MOVE  PEN-ER-CNT   TO RMT-ER-AMT
           MOVE  PEN-VOL-PCT  TO RMT-VOL-RATE
           MOVE  PEN-EE-CNT   TO RMT-EE-AMT
           WRITE RMT-REC
           ADD   1           TO PEN-EMP-CNT
           ADD   PEN-ER-CNT  TO PEN-ER-TOT-CNT
           ADD   PEN-EE-CNT  TO PEN-EE-TOT-CNT
           MOVE  0  TO PDEP-MATCH
           PERFORM  VARYING  PDEP-IDX  FROM  1  BY 1
                    UNTIL PDEP-IDX  >  PDEP-CNT
              IF  PD-DEPT (PDEP-IDX)  =  EMP-DEPT
                  MOVE  PDEP-IDX  TO PDEP-MATCH
              END-IF
           END-PERFORM
           IF  PDEP-MATCH  =  0  AND  PDEP-CNT  <  50
               ADD   1  TO PDEP-CNT
               MOVE  PDEP-CNT  TO PDEP-MATCH
               MOVE  EMP-DEPT  TO PD-DEPT   (PDEP-MATCH)
               MOVE  0         TO PD-ER-AMT (PDEP-MATCH)
           END-IF
           IF  PDEP-MATCH  >  0
               ADD  PEN-ER-CNT  TO PD-ER-AMT (PDEP-MATCH)
           END-IF.
       045-WRITE-PENSION-TOTALS.
           CLOSE RMTFL
           OPEN  INPUT RMTFL
           MOVE  "N"   TO PEN-EOF-SW
           READ  RMTFL   AT END
              MOVE  "Y"   TO PEN-EOF-SW
           END-READ
           PERFORM  UNTIL PEN-EOF-SW = "Y"
              MOVE  RMT-EMP-ID    TO PEN-DL-ID
              MOVE  RMT-NAME      TO PEN-DL-NAME
              MOVE  RMT-DEPT      TO PEN-DL-DEPT
              MOVE  RMT-GRADE     TO PEN-DL-GRADE
              MOVE  RMT-ER-AMT    TO PEN-DL-ER
              MOVE  RMT-VOL-RATE  TO PEN-DL-RATE
              MOVE  RMT-EE-AMT    TO PEN-DL-EE
              WRITE SUMM-REC  FROM  PEN-DL  AFTER 1  LINES
              READ  RMTFL   AT END
                 MOVE  "Y"   TO PEN-EOF-SW
              END-READ
           END-PERFORM
           CLOSE RMTFL
           WRITE SUMM-REC  FROM  PEN-HD-4  AFTER 1  LINES
           MOVE  PEN-EMP-CNT     TO PEN-TOT-CNT
           MOVE  PEN-ER-TOT-CNT  TO PEN-TOT-ER
           MOVE  PEN-EE-TOT-CNT  TO PEN-TOT-EE
           WRITE SUMM-REC  FROM  PEN-TOT-DL  AFTER 1  LINES
           PERFORM  VARYING  PDEP-IDX  FROM  1  BY 1
                    UNTIL PDEP-IDX  >  PDEP-CNT
              MOVE  PD-DEPT   (PDEP-IDX)  TO PEN-DEP-CODE
              MOVE  PD-ER-AMT (PDEP-IDX)  TO PEN-DEP-ER
              IF  PDEP-IDX  =  1
                  WRITE SUMM-REC  FROM  PEN-DEP-DL  AFTER 2  LINES
              ELSE
                  WRITE SUMM-REC  FROM  PEN-DEP-DL  AFTER 1  LINES
              END-IF
           END-PERFORM.
       075-POST-PENSION.
           PERFORM  VARYING  PDEP-IDX  FROM  1  BY 1
                    UNTIL PDEP-IDX  >  PDEP-CNT
              MOVE  SPACES               TO GL-TYPE
              MOVE  "PN"                 TO GL-TYPE (1:2)
              MOVE  PD-DEPT (PDEP-IDX)   TO GL-TYPE (3:3)
              MOVE  PD-ER-AMT (PDEP-IDX) TO GL-AMT
              CALL  "P1024"  USING  GL-SOURCE  GL-TYPE
                                    GL-AMT     GL-REPLY
              IF  GL-REPLY  NOT =  "Y"
                  DISPLAY  "勞退雇主提繳未入帳 : " GL-TYPE
                  MOVE  "A"   TO RUNLOG-STATUS
              END-IF
           END-PERFORM
           MOVE  "PENEE "        TO GL-TYPE
           MOVE  PEN-EE-TOT-CNT  TO GL-AMT
           CALL  "P1024"  USING  GL-SOURCE  GL-TYPE
                                 GL-AMT     GL-REPLY.
       022-LOAD-OT-LIMITS.
           OPEN  INPUT OTLFL
           IF  OTLFL-STATUS  =  "00"
               READ  OTLFL
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE  OTL-MONTH-HRS  TO OT-MONTH-LIMIT
                     MOVE  OTL-QTR-HRS    TO OT-QTR-LIMIT
                     MOVE  OTL-MARGIN     TO OT-MARGIN
               END-READ
               CLOSE OTLFL
           END-IF.
       023-LOAD-OT-HISTORY.
           OPEN  INPUT OTHFL
           IF  OTHFL-STATUS  =  "00"
               MOVE  "N"   TO OTH-EOF-SW
               READ  OTHFL   AT END
                  MOVE  "Y"   TO OTH-EOF-SW
               END-READ
               PERFORM  UNTIL OTH-EOF-SW = "Y"
                  IF  OTH-TAB-CNT  <  500
                      ADD   1  TO OTH-TAB-CNT
                      MOVE  OTH-EMP-ID  TO OH-EMP-ID (OTH-TAB-CNT)
                      MOVE  OTH-YYMM    TO OH-YYMM   (OTH-TAB-CNT)
                      MOVE  OTH-OT-HRS  TO OH-OT-HRS (OTH-TAB-CNT)
                  END-IF
                  READ  OTHFL   AT END
                     MOVE  "Y"   TO OTH-EOF-SW
                  END-READ
               END-PERFORM
               CLOSE OTHFL
           END-IF.
       024-TALLY-OT-MONTH.
           MOVE  PCH-DATE (1:6)  TO WK-PCH-YYMM
           MOVE  0  TO OTM-MATCH
           PERFORM  VARYING  OTM-IDX  FROM  1  BY 1
                    UNTIL OTM-IDX  >  OTM-TAB-CNT
              IF  OM-EMP-ID (OTM-IDX)  =  PCH-EMP-ID
                  AND  OM-YYMM (OTM-IDX)  =  WK-PCH-YYMM
                  MOVE  OTM-IDX  TO OTM-MATCH
              END-IF
           END-PERFORM
           IF  OTM-MATCH  =  0  AND  OTM-TAB-CNT  <  300
               ADD   1  TO OTM-TAB-CNT
               MOVE  OTM-TAB-CNT  TO OTM-MATCH
               MOVE  PCH-EMP-ID   TO OM-EMP-ID  (OTM-MATCH)
               MOVE  WK-PCH-YYMM  TO OM-YYMM    (OTM-MATCH)
               MOVE  0            TO OM-TOT-MIN (OTM-MATCH)
           END-IF
           IF  OTM-MATCH  >  0
               COMPUTE  OM-TOT-MIN (OTM-MATCH)
                      = OM-TOT-MIN (OTM-MATCH)
                      + WK-OUT-MIN - WK-IN-MIN
           END-IF.
       090-OT-COMPLIANCE.
           PERFORM  VARYING  OTM-IDX  FROM  1  BY 1
                    UNTIL OTM-IDX  >  OTM-TAB-CNT
              PERFORM  091-MERGE-OT-MONTH
           END-PERFORM
           MOVE  WK-YYMM  TO WK-PRV-YYMM
           PERFORM  093-PRIOR-MONTH
           MOVE  WK-PRV-YYMM  TO WK-PRV1-YYMM
           PERFORM  093-PRIOR-MONTH
           MOVE  WK-PRV-YYMM  TO WK-PRV2-YYMM
           OPEN  OUTPUT   OTXFL   OTWFL
           WRITE OTX-REC  FROM  OTX-HD-1  AFTER PAGE
           MOVE  WK-YYMM         TO OTX-HD-YYMM
           MOVE  OT-MONTH-LIMIT  TO OTX-HD-MLIM
           MOVE  OT-QTR-LIMIT    TO OTX-HD-QLIM
           WRITE OTX-REC  FROM  OTX-HD-2  AFTER 2  LINES
           WRITE OTX-REC  FROM  OTX-HD-3  AFTER 2  LINES
           WRITE OTX-REC  FROM  OTX-HD-4  AFTER 1  LINES
           PERFORM  VARYING  OTH-IDX  FROM  1  BY 1
                    UNTIL OTH-IDX  >  OTH-TAB-CNT
              IF  OH-YYMM (OTH-IDX)  =  WK-YYMM
                  PERFORM  092-CHECK-OT-EMP
              END-IF
           END-PERFORM
           IF  OT-OVER-CNT  =  0  AND  OT-NEAR-CNT  =  0
               WRITE OTX-REC  FROM  OTX-NONE  AFTER 1  LINES
           END-IF
           WRITE OTX-REC  FROM  OTX-HD-4  AFTER 1  LINES
           MOVE  OT-OVER-CNT  TO OTX-TOT-OVER
           MOVE  OT-NEAR-CNT  TO OTX-TOT-NEAR
           WRITE OTX-REC  FROM  OTX-TOT-DL  AFTER 1  LINES
           CLOSE OTXFL   OTWFL
           IF  OT-OVER-CNT  >  0
               DISPLAY  "加班超過上限人數 = " OT-OVER-CNT
               MOVE  "A"   TO RUNLOG-STATUS
           END-IF
           PERFORM  095-SAVE-OT-HISTORY.
       091-MERGE-OT-MONTH.
           COMPUTE  WK-OT-HRS ROUNDED = OM-TOT-MIN (OTM-IDX) / 60
                                      - OT-NORM-HR
           IF  WK-OT-HRS  <  0
               MOVE  0  TO WK-OT-HRS
           END-IF
           MOVE  0  TO OTH-MATCH
           PERFORM  VARYING  OTH-IDX  FROM  1  BY 1
                    UNTIL OTH-IDX  >  OTH-TAB-CNT
              IF  OH-EMP-ID (OTH-IDX)  =  OM-EMP-ID (OTM-IDX)
                  AND  OH-YYMM (OTH-IDX)  =  OM-YYMM (OTM-IDX)
                  MOVE  OTH-IDX  TO OTH-MATCH
              END-IF
           END-PERFORM
           IF  OTH-MATCH  =  0  AND  OTH-TAB-CNT  <  500
               ADD   1  TO OTH-TAB-CNT
               MOVE  OTH-TAB-CNT  TO OTH-MATCH
               MOVE  OM-EMP-ID (OTM-IDX)  TO OH-EMP-ID (OTH-MATCH)
               MOVE  OM-YYMM   (OTM-IDX)  TO OH-YYMM   (OTH-MATCH)
           END-IF
           IF  OTH-MATCH  >  0
               MOVE  WK-OT-HRS  TO OH-OT-HRS (OTH-MATCH)
           END-IF.
       092-CHECK-OT-EMP.
           MOVE  OH-OT-HRS (OTH-IDX)  TO WK-MTH-OT
           MOVE  0  TO WK-QTR-OT
           PERFORM  VARYING  OTH-IDX-2  FROM  1  BY 1
                    UNTIL OTH-IDX-2  >  OTH-TAB-CNT
              IF  OH-EMP-ID (OTH-IDX-2)  =  OH-EMP-ID (OTH-IDX)
                  AND  ( OH-YYMM (OTH-IDX-2)  =  WK-YYMM
                    OR  OH-YYMM (OTH-IDX-2)  =  WK-PRV1-YYMM
                    OR  OH-YYMM (OTH-IDX-2)  =  WK-PRV2-YYMM )
                  ADD  OH-OT-HRS (OTH-IDX-2)  TO WK-QTR-OT
              END-IF
           END-PERFORM
           MOVE  SPACES  TO OTX-MARK
           MOVE  "N"     TO OT-FLAG-SW
           MOVE  OH-EMP-ID (OTH-IDX)  TO OTW-EMP-ID
           MOVE  WK-YYMM              TO OTW-YYMM
           IF  WK-MTH-OT  >  OT-MONTH-LIMIT
               MOVE  "本月超過上限"  TO OTX-MARK
               MOVE  "O"   TO OT-FLAG-SW
               MOVE  "M"   TO OTW-KIND
               MOVE  "O"   TO OTW-LEVEL
               MOVE  WK-MTH-OT       TO OTW-HRS
               MOVE  OT-MONTH-LIMIT  TO OTW-LIMIT
               WRITE OTW-REC
           ELSE
               IF  WK-MTH-OT + OT-MARGIN  NOT <  OT-MONTH-LIMIT
                   AND  WK-MTH-OT  >  0
                   MOVE  "本月接近上限"  TO OTX-MARK
                   MOVE  "W"   TO OT-FLAG-SW
                   MOVE  "M"   TO OTW-KIND
                   MOVE  "N"   TO OTW-LEVEL
                   MOVE  WK-MTH-OT       TO OTW-HRS
                   MOVE  OT-MONTH-LIMIT  TO OTW-LIMIT
                   WRITE OTW-REC
               END-IF
           END-IF
           IF  WK-QTR-OT  >  OT-QTR-LIMIT
               MOVE  "三個月超過上限"  TO OTX-MARK (19:)
               MOVE  "O"   TO OT-FLAG-SW
               MOVE  "Q"   TO OTW-KIND
               MOVE  "O"   TO OTW-LEVEL
               MOVE  WK-QTR-OT     TO OTW-HRS
               MOVE  OT-QTR-LIMIT  TO OTW-LIMIT
               WRITE OTW-REC
           ELSE
               IF  WK-QTR-OT + OT-MARGIN  NOT <  OT-QTR-LIMIT
                   AND  WK-QTR-OT  >  0
                   MOVE  "三個月接近上限"  TO OTX-MARK (19:)
                   IF  OT-FLAG-SW  =  "N"
                       MOVE  "W"   TO OT-FLAG-SW
                   END-IF
                   MOVE  "Q"   TO OTW-KIND
                   MOVE  "N"   TO OTW-LEVEL
                   MOVE  WK-QTR-OT     TO OTW-HRS
                   MOVE  OT-QTR-LIMIT  TO OTW-LIMIT
                   WRITE OTW-REC
               END-IF
           END-IF
           IF  OT-FLAG-SW  NOT =  "N"
               MOVE  OH-EMP-ID (OTH-IDX)  TO OTX-ID
               MOVE  WK-MTH-OT            TO OTX-MTH-HRS
               MOVE  WK-QTR-OT            TO OTX-QTR-HRS
               WRITE OTX-REC  FROM  OTX-DL  AFTER 1  LINES
               IF  OT-FLAG-SW  =  "O"
                   ADD  1  TO OT-OVER-CNT
               ELSE
                   ADD  1  TO OT-NEAR-CNT
               END-IF
           END-IF.
       093-PRIOR-MONTH.
           IF  WK-PRV-MM  =  1
               SUBTRACT  1  FROM  WK-PRV-YYYY
               MOVE  12  TO WK-PRV-MM
           ELSE
               SUBTRACT  1  FROM  WK-PRV-MM
           END-IF.
       095-SAVE-OT-HISTORY.
           OPEN  OUTPUT OTHFL
           PERFORM  VARYING  OTH-IDX  FROM  1  BY 1
                    UNTIL OTH-IDX  >  OTH-TAB-CNT
              IF  OH-YYMM (OTH-IDX)  NOT <  WK-PRV2-YYMM
                  MOVE  OH-EMP-ID (OTH-IDX)  TO OTH-EMP-ID
                  MOVE  OH-YYMM   (OTH-IDX)  TO OTH-YYMM
                  MOVE  OH-OT-HRS (OTH-IDX)  TO OTH-OT-HRS
                  WRITE OTH-REC
              END-IF
           END-PERFORM
           CLOSE OTHFL.
       025-ROLL-PRIOR-GROSS.
           MOVE  0  TO VAR-YYMM
           OPEN  INPUT VARFL
           IF  VARFL-STATUS  =  "00"
               READ  VARFL
                  AT END
                     MOVE  0  TO VAR-YYMM
               END-READ
               CLOSE VARFL
           END-IF
           IF  VAR-YYMM  =  WK-YYMM
               EXIT  PARAGRAPH
           END-IF
           OPEN  INPUT GRSFL
           IF  GRSFL-STATUS  =  "00"
               OPEN  OUTPUT GRPFL
               MOVE  "N"   TO GRP-EOF-SW
               READ  GRSFL   AT END
                  MOVE  "Y"   TO GRP-EOF-SW
               END-READ
               PERFORM  UNTIL GRP-EOF-SW = "Y"
                  MOVE  GRS-REC  TO GRP-REC
                  WRITE GRP-REC
                  READ  GRSFL   AT END
                     MOVE  "Y"   TO GRP-EOF-SW
                  END-READ
               END-PERFORM
               CLOSE GRSFL   GRPFL
           END-IF.
       026-LOAD-PRIOR-GROSS.
           OPEN  INPUT GRPFL
           IF  GRPFL-STATUS  =  "00"
               MOVE  "N"   TO GRP-EOF-SW
               READ  GRPFL   AT END
                  MOVE  "Y"   TO GRP-EOF-SW
               END-READ
               PERFORM  UNTIL GRP-EOF-SW = "Y"
                  IF  VP-TAB-CNT  <  100
                      ADD   1  TO VP-TAB-CNT
                      MOVE  GRP-EMP-ID  TO VP-EMP-ID (VP-TAB-CNT)
                      MOVE  GRP-HR      TO VP-HR     (VP-TAB-CNT)
                      MOVE  GRP-GROSS   TO VP-GROSS  (VP-TAB-CNT)
                      MOVE  GRP-DED     TO VP-DED    (VP-TAB-CNT)
                      MOVE  GRP-NET     TO VP-NET    (VP-TAB-CNT)
                      MOVE  "N"         TO VP-SEEN   (VP-TAB-CNT)
                  END-IF
                  READ  GRPFL   AT END
                     MOVE  "Y"   TO GRP-EOF-SW
                  END-READ
               END-PERFORM
               CLOSE GRPFL
           END-IF.
       027-LOAD-VAR-TOLERANCE.
           OPEN  INPUT VTLFL
           IF  VTLFL-STATUS  =  "00"
               READ  VTLFL
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE  VTL-PCT  TO VAR-TOL-PCT
               END-READ
               CLOSE VTLFL
           END-IF.
       056-CHECK-VARIANCE.
           MOVE  0  TO VP-MATCH
           PERFORM  VARYING  VP-IDX  FROM  1  BY 1
                    UNTIL VP-IDX  >  VP-TAB-CNT
              IF  VP-EMP-ID (VP-IDX)  =  EMP-ID
                  MOVE  VP-IDX  TO VP-MATCH
              END-IF
           END-PERFORM
           MOVE  SPACES    TO VXD-FHR  VXD-FGROSS  VXD-FDED
                              VXD-FNET  VXD-MARK
           MOVE  EMP-ID    TO VXD-ID
           MOVE  EMP-NAME  TO VXD-NAME
           MOVE  EMP-HR    TO VXD-HR
           MOVE  PAY-CNT   TO VXD-GROSS
           MOVE  GRS-DED   TO VXD-DED
           MOVE  NET-CNT   TO VXD-NET
           IF  VP-MATCH  =  0
               ADD   1  TO VAR-NEW-CNT
               MOVE  0  TO VXD-PHR  VXD-PGROSS  VXD-PDED  VXD-PNET
               MOVE  "新進"  TO VXD-MARK
               WRITE VARX-REC  FROM  VXD  AFTER 1  LINES
               EXIT  PARAGRAPH
           END-IF
           MOVE  "Y"  TO VP-SEEN (VP-MATCH)
           MOVE  "N"  TO VAR-ANY-SW
           MOVE  VP-HR (VP-MATCH)     TO WK-VAR-BASE  VXD-PHR
           MOVE  EMP-HR               TO WK-VAR-CUR
           PERFORM  057-TEST-MOVEMENT
           MOVE  VAR-HIT-SW           TO VXD-FHR
           MOVE  VP-GROSS (VP-MATCH)  TO WK-VAR-BASE  VXD-PGROSS
           MOVE  PAY-CNT              TO WK-VAR-CUR
           PERFORM  057-TEST-MOVEMENT
           MOVE  VAR-HIT-SW           TO VXD-FGROSS
           MOVE  VP-DED (VP-MATCH)    TO WK-VAR-BASE  VXD-PDED
           MOVE  GRS-DED              TO WK-VAR-CUR
           PERFORM  057-TEST-MOVEMENT
           MOVE  VAR-HIT-SW           TO VXD-FDED
           MOVE  VP-NET (VP-MATCH)    TO WK-VAR-BASE  VXD-PNET
           MOVE  NET-CNT              TO WK-VAR-CUR
           PERFORM  057-TEST-MOVEMENT
           IF  NET-CNT  =  0
               MOVE  "*"  TO VAR-HIT-SW
               MOVE  "Y"  TO VAR-ANY-SW
           END-IF
           MOVE  VAR-HIT-SW           TO VXD-FNET
           IF  VAR-ANY-SW  =  "Y"
               ADD   1  TO VAR-FLAG-CNT
               MOVE  "差異超過"  TO VXD-MARK
               WRITE VARX-REC  FROM  VXD  AFTER 1  LINES
           END-IF.
       057-TEST-MOVEMENT.
           MOVE  SPACE  TO VAR-HIT-SW
           IF  WK-VAR-CUR  =  WK-VAR-BASE
               EXIT  PARAGRAPH
           END-IF
           IF  WK-VAR-CUR  >  WK-VAR-BASE
               COMPUTE  WK-VAR-DIFF = WK-VAR-CUR - WK-VAR-BASE
           ELSE
               COMPUTE  WK-VAR-DIFF = WK-VAR-BASE - WK-VAR-CUR
           END-IF
           IF  WK-VAR-BASE  =  0
               MOVE  99999  TO WK-VAR-PCT
           ELSE
               COMPUTE  WK-VAR-PCT = WK-VAR-DIFF * 100 / WK-VAR-BASE
                  ON SIZE ERROR
                     MOVE  99999  TO WK-VAR-PCT
               END-COMPUTE
           END-IF
           IF  WK-VAR-PCT  >  VAR-TOL-PCT
               MOVE  "*"  TO VAR-HIT-SW
               MOVE  "Y"  TO VAR-ANY-SW
           END-IF.
       085-VARIANCE-REGISTER.
           PERFORM  VARYING  VP-IDX  FROM  1  BY 1
                    UNTIL VP-IDX  >  VP-TAB-CNT
              IF  VP-SEEN (VP-IDX)  =  "N"
                  ADD   1  TO VAR-MISS-CNT
                  MOVE  SPACES  TO VXD-NAME  VXD-FHR  VXD-FGROSS
                                   VXD-FDED  VXD-FNET
                  MOVE  VP-EMP-ID (VP-IDX)  TO VXD-ID
                  MOVE  VP-HR     (VP-IDX)  TO VXD-PHR
                  MOVE  VP-GROSS  (VP-IDX)  TO VXD-PGROSS
                  MOVE  VP-DED    (VP-IDX)  TO VXD-PDED
                  MOVE  VP-NET    (VP-IDX)  TO VXD-PNET
                  MOVE  0  TO VXD-HR  VXD-GROSS  VXD-DED  VXD-NET
                  MOVE  "本期未發"  TO VXD-MARK
                  WRITE VARX-REC  FROM  VXD  AFTER 1  LINES
              END-IF
           END-PERFORM
           IF  VAR-FLAG-CNT + VAR-NEW-CNT + VAR-MISS-CNT  =  0
               WRITE VARX-REC  FROM  VXD-NONE  AFTER 1  LINES
           END-IF
           WRITE VARX-REC  FROM  VXH-5  AFTER 1  LINES
           MOVE  VAR-FLAG-CNT  TO VXT-FLAG
           MOVE  VAR-NEW-CNT   TO VXT-NEW
           MOVE  VAR-MISS-CNT  TO VXT-MISS
           WRITE VARX-REC  FROM  VXT-1  AFTER 1  LINES
           WRITE VARX-REC  FROM  VXT-2  AFTER 3  LINES
           OPEN  OUTPUT VARFL
           MOVE  WK-YYMM      TO VAR-YYMM
           COMPUTE  VAR-CNT = VAR-FLAG-CNT + VAR-NEW-CNT
                            + VAR-MISS-CNT
           IF  VAR-CNT  =  0
               MOVE  "Y"  TO VAR-SIGNOFF
           ELSE
               MOVE  "N"  TO VAR-SIGNOFF
               DISPLAY  "薪資異動筆數 = " VAR-CNT
                        "  (須經 P0934 簽核方可轉帳)"
               MOVE  "A"   TO RUNLOG-STATUS
           END-IF
           MOVE  SIGNON-USER  TO VAR-RUN-USER
           MOVE  SPACES       TO VAR-SIGN-USER
           MOVE  0            TO VAR-SIGN-DATE
           WRITE VAR-REC
           CLOSE VARFL.
