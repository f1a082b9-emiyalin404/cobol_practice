       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P0480.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   ARCHFL   ASSIGN   TO "D0444.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    ARCHFL-STATUS.
           SELECT   BILLFL   ASSIGN   TO "D0465.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    BILLFL-STATUS.
           SELECT   TPAYFL   ASSIGN   TO "D0466.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    TPAYFL-STATUS.
           SELECT   RFSFL    ASSIGN   TO "D0479.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    RFSFL-STATUS.
           SELECT   RFDFL    ASSIGN   TO "D0480.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    RFDFL-STATUS.
           SELECT   PRINTFL  ASSIGN   TO "PRINT0480".
           SELECT   VCHRFL   ASSIGN   TO "VOUCH0480".
       DATA   DIVISION.
       FILE   SECTION.
       FD  ARCHFL
           DATA  RECORD   IS ARCH-REC.
       01  ARCH-REC.
           03 ARCH-WDRW-DATE    PIC 9(8).
           03 FILLER            PIC X.
           03 ARCH-STUD-REC.
              05 ARCH-IDNO      PIC X(5).
              05 ARCH-CLASS     PIC X(3).
              05 ARCH-NAME      PIC X(9).
              05 FILLER         PIC X(31).
       FD  BILLFL
           DATA  RECORD   IS BILL-REC.
       01  BILL-REC.
           03 BILL-IDNO         PIC X(5).
           03 BILL-TERM         PIC 9(3).
           03 BILL-DATE         PIC 9(8).
           03 BILL-AMT          PIC 9(7).
       FD  TPAYFL
           DATA  RECORD   IS TPAY-REC.
       01  TPAY-REC.
           03 TPAY-IDNO         PIC X(5).
           03 TPAY-DATE         PIC 9(8).
           03 TPAY-AMT          PIC 9(7).
       FD  RFSFL
           DATA  RECORD   IS RFS-REC.
       01  RFS-REC.
           03 RFS-WEEK-TO       PIC 9(2).
           03 RFS-PCT           PIC 9(3).
       FD  RFDFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS RFD-REC.
       01  RFD-REC.
           03 RFD-IDNO          PIC X(5).
           03 RFD-TERM          PIC 9(3).
           03 RFD-WDRW-DATE     PIC 9(8).
           03 RFD-WEEK          PIC 9(2).
           03 RFD-PCT           PIC 9(3).
           03 RFD-CHARGE        PIC 9(7).
           03 RFD-PAID          PIC 9(7).
           03 RFD-CREDIT        PIC 9(7).
           03 RFD-REFUND        PIC 9(7).
           03 RFD-TYPE          PIC X.
           03 RFD-STATUS        PIC X.
           03 RFD-POST-DATE     PIC 9(8).
           03 RFD-PAY-DATE      PIC 9(8).
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC              PIC X(90).
       FD  VCHRFL
           DATA  RECORD   IS VCHR-REC.
       01  VCHR-REC             PIC X(80).
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER            PIC X(15).
           03 FILLER            PIC X(45)   VALUE
                 "<<<   退 學 退 費 清 冊   >>>".
       01  HD-2.
           03 FILLER            PIC X(12)   VALUE "學 期 : ".
           03 HD-TERM           PIC ZZ9.
           03 FILLER            PIC X(18)   VALUE "   開學日期 : ".
           03 HD-START          PIC 9(8).
           03 FILLER            PIC X(14)   VALUE "   日 期 : ".
           03 DATE-PL           PIC 9(4)/99/99.
       01  HD-3.
           03 FILLER            PIC X(7)    VALUE "學號".
           03 FILLER            PIC X(12)   VALUE "姓 名".
           03 FILLER            PIC X(10)   VALUE "退學日".
           03 FILLER            PIC X(6)    VALUE "週次".
           03 FILLER            PIC X(6)    VALUE "退%".
           03 FILLER            PIC X(11)   VALUE "  應收".
           03 FILLER            PIC X(11)   VALUE "  已收".
           03 FILLER            PIC X(11)   VALUE "  沖銷".
           03 FILLER            PIC X(11)   VALUE "  應退".
       01  HD-4                 PIC X(88)   VALUE ALL "=".
       01  DL.
           03 DL-IDNO           PIC X(5).
           03 FILLER            PIC X(2).
           03 DL-NAME           PIC X(9).
           03 FILLER            PIC X(2).
           03 DL-WDRW           PIC 9(8).
           03 FILLER            PIC X(3).
           03 DL-WEEK           PIC Z9.
           03 FILLER            PIC X(3).
           03 DL-PCT            PIC ZZ9.
           03 FILLER            PIC X(2).
           03 DL-CHARGE         PIC Z,ZZZ,ZZ9.
           03 FILLER            PIC X(2).
           03 DL-PAID           PIC Z,ZZZ,ZZ9.
           03 FILLER            PIC X(2).
           03 DL-CREDIT         PIC Z,ZZZ,ZZ9.
           03 FILLER            PIC X(2).
           03 DL-REFUND         PIC Z,ZZZ,ZZ9.
       01  TOT-1.
           03 FILLER            PIC X(16)   VALUE "處理人數 : ".
           03 TOT-CNT           PIC ZZ9.
           03 FILLER            PIC X(18)   VALUE "  沖銷合計 : ".
           03 TOT-CREDIT        PIC $$$,$$$,$$9.
           03 FILLER            PIC X(18)   VALUE "  應退合計 : ".
           03 TOT-REFUND        PIC $$$,$$$,$$9.
       01  VCHR-1               PIC X(60)   VALUE ALL "*".
       01  VCHR-2.
           03 FILLER            PIC X(15).
           03 FILLER            PIC X(30)   VALUE
                 "學 雜 費 退 費 傳 票".
       01  VCHR-3.
           03 FILLER            PIC X(12)   VALUE "學 號 : ".
           03 VCHR-IDNO         PIC X(5).
           03 FILLER            PIC X(5).
           03 FILLER            PIC X(12)   VALUE "姓 名 : ".
           03 VCHR-NAME         PIC X(9).
       01  VCHR-4.
           03 FILLER            PIC X(12)   VALUE "學 期 : ".
           03 VCHR-TERM         PIC ZZ9.
           03 FILLER            PIC X(7).
           03 FILLER            PIC X(16)   VALUE "退學日期 : ".
           03 VCHR-WDRW         PIC 9(4)/99/99.
       01  VCHR-5.
           03 FILLER            PIC X(16)   VALUE "已繳金額 : ".
           03 VCHR-PAID         PIC $$$,$$$,$$9.
           03 FILLER            PIC X(4).
           03 FILLER            PIC X(16)   VALUE "退費比例 : ".
           03 VCHR-PCT          PIC ZZ9.
           03 FILLER            PIC X       VALUE "%".
       01  VCHR-6.
           03 FILLER            PIC X(16)   VALUE "應退金額 : ".
           03 VCHR-REFUND       PIC $$$,$$$,$$9.
       01  VCHR-7.
           03 FILLER            PIC X(40)   VALUE
                 "  出納 : ____________    領款人 : ".
           03 FILLER            PIC X(20)   VALUE
                 "____________".
       01  VCHR-8.
           03 FILLER            PIC X(20)   VALUE "  開立日期 : ".
           03 VCHR-DATE         PIC 9(4)/99/99.
       01  RFS-TAB-AREA.
           03 RFS-CNT           PIC 9(2)   VALUE 0.
           03 RFS-ENTRY         OCCURS 20 TIMES.
              05 RT-WEEK-TO     PIC 9(2).
              05 RT-PCT         PIC 9(3).
       01  BILL-TAB-AREA.
           03 BILL-CNT          PIC 9(4)   VALUE 0.
           03 BILL-ENTRY        OCCURS 2000 TIMES.
              05 BT-IDNO        PIC X(5).
              05 BT-DATE        PIC 9(8).
              05 BT-AMT         PIC 9(7).
              05 BT-PAID        PIC 9(7).
       01  RFD-TAB-AREA.
           03 RFD-CNT           PIC 9(4)   VALUE 0.
           03 RFD-ENTRY         OCCURS 2000 TIMES.
              05 RD-DATA        PIC X(67).
              05 RD-DATA-R  REDEFINES  RD-DATA.
                 07 RD-IDNO     PIC X(5).
                 07 RD-TERM     PIC 9(3).
                 07 FILLER      PIC X(59).
       01  WORK-AREA.
           03 WK-DAYS           PIC S9(7).
           03 WK-WEEK           PIC 9(2).
           03 WK-PCT            PIC 9(3).
           03 WK-CHARGE         PIC 9(7).
           03 WK-PAID           PIC 9(7).
           03 WK-CREDIT         PIC 9(7).
           03 WK-EARNED         PIC 9(7).
           03 WK-REFUND         PIC 9(7).
       01  ASK-TERM             PIC 9(3).
       01  ASK-START            PIC 9(8).
       01  ASK-IDNO             PIC X(5).
       01  MODE-SW              PIC X.
       01  DONE-SW              PIC X.
       01  DATE-FUNC            PIC X(4).
       01  DATE-DAYS            PIC S9(7).
       01  DATE-RESULT          PIC S9(7).
       01  BILL-IDX             PIC 9(4).
       01  MATCH-IDX            PIC 9(4).
       01  RFD-IDX              PIC 9(4).
       01  RFS-IDX              PIC 9(2).
       01  PROC-CNT             PIC 9(3)   VALUE 0.
       01  GR-CREDIT            PIC 9(9)   VALUE 0.
       01  GR-REFUND            PIC 9(9)   VALUE 0.
       01  PAY-CNT              PIC 9(3)   VALUE 0.
       01  EOF-SW               PIC X      VALUE "N".
       01  DATE-WK              PIC 9(6).
       01  WK-DATE-8            PIC 9(8).
       01  ARCHFL-STATUS        PIC XX.
       01  BILLFL-STATUS        PIC XX.
       01  TPAYFL-STATUS        PIC XX.
       01  RFSFL-STATUS         PIC XX.
       01  RFDFL-STATUS         PIC XX.
       01  GL-SOURCE            PIC X(8)   VALUE "P0480".
       01  GL-TYPE              PIC X(6).
       01  GL-AMT               PIC 9(9)V99.
       01  GL-REPLY             PIC X.
       01  RUNLOG-JOB           PIC X(8)   VALUE "P0480".
       01  RUNLOG-ACTION        PIC X.
       01  RUNLOG-READ-CNT      PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT     PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS        PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           ACCEPT   DATE-WK  FROM  DATE
           CALL  "P0447"  USING  DATE-WK  DATE-PL
           MOVE  DATE-PL (1:4)   TO WK-DATE-8 (1:4)
           MOVE  DATE-PL (6:2)   TO WK-DATE-8 (5:2)
           MOVE  DATE-PL (9:2)   TO WK-DATE-8 (7:2)
           DISPLAY  "(R)退費計算  (P)退費付訖 : "
                    WITH NO ADVANCING
           ACCEPT   MODE-SW
           IF  MODE-SW = "P"  OR  MODE-SW = "p"
               PERFORM  500-MARK-PAID
           ELSE
               PERFORM  100-REFUND-RUN
           END-IF
           STOP  RUN.
       100-REFUND-RUN.
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           DISPLAY  "退費學期 (999)      : " WITH NO ADVANCING
           ACCEPT   ASK-TERM
           DISPLAY  "開學日期 (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT   ASK-START
           MOVE  ASK-TERM   TO HD-TERM
           MOVE  ASK-START  TO HD-START
           PERFORM  110-LOAD-SCHEDULE
           IF  RFS-CNT  =  0
               DISPLAY  "查無退費標準檔 D0479.DAT"
               MOVE  "A"   TO RUNLOG-STATUS
           ELSE
               PERFORM  120-LOAD-BILLS
               PERFORM  130-LOAD-PAYMENTS
               PERFORM  140-LOAD-REFUNDS
               PERFORM  200-PROCESS-ARCHIVE
           END-IF
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS.
       110-LOAD-SCHEDULE.
           OPEN  INPUT RFSFL
           IF  RFSFL-STATUS  =  "00"
               MOVE  "N"   TO EOF-SW
               READ  RFSFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  RFS-CNT  <  20
                      ADD   1  TO RFS-CNT
                      MOVE  RFS-WEEK-TO  TO RT-WEEK-TO (RFS-CNT)
                      MOVE  RFS-PCT      TO RT-PCT     (RFS-CNT)
                  END-IF
                  READ  RFSFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE RFSFL
           END-IF.
       120-LOAD-BILLS.
           OPEN  INPUT BILLFL
           IF  BILLFL-STATUS  =  "00"
               MOVE  "N"   TO EOF-SW
               READ  BILLFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  BILL-TERM  =  ASK-TERM
                      PERFORM  125-ADD-BILL
                  END-IF
                  READ  BILLFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE BILLFL
           END-IF.
       125-ADD-BILL.
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  BILL-IDX  FROM  1  BY 1
                    UNTIL BILL-IDX  >  BILL-CNT
              IF  BT-IDNO (BILL-IDX)  =  BILL-IDNO
                  MOVE  BILL-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM
           IF  MATCH-IDX  =  0  AND  BILL-CNT  <  2000
               ADD   1  TO BILL-CNT
               MOVE  BILL-CNT   TO MATCH-IDX
               MOVE  BILL-IDNO  TO BT-IDNO (MATCH-IDX)
               MOVE  BILL-DATE  TO BT-DATE (MATCH-IDX)
               MOVE  0          TO BT-AMT  (MATCH-IDX)
               MOVE  0          TO BT-PAID (MATCH-IDX)
           END-IF
           IF  MATCH-IDX  >  0
               ADD   BILL-AMT  TO BT-AMT (MATCH-IDX)
               IF  BILL-DATE  <  BT-DATE (MATCH-IDX)
                   MOVE  BILL-DATE  TO BT-DATE (MATCH-IDX)
               END-IF
           END-IF.
       130-LOAD-PAYMENTS.
           OPEN  INPUT TPAYFL
           IF  TPAYFL-STATUS  =  "00"
               MOVE  "N"   TO EOF-SW
               READ  TPAYFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  PERFORM  VARYING  BILL-IDX  FROM  1  BY 1
                           UNTIL BILL-IDX  >  BILL-CNT
                     IF  BT-IDNO (BILL-IDX)  =  TPAY-IDNO
                         AND  TPAY-DATE  NOT <  BT-DATE (BILL-IDX)
                         ADD   TPAY-AMT  TO BT-PAID (BILL-IDX)
                     END-IF
                  END-PERFORM
                  READ  TPAYFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE TPAYFL
           END-IF.
       140-LOAD-REFUNDS.
           OPEN  INPUT RFDFL
           IF  RFDFL-STATUS  =  "00"
               MOVE  "N"   TO EOF-SW
               READ  RFDFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  RFD-CNT  <  2000
                      ADD   1  TO RFD-CNT
                      MOVE  RFD-REC  TO RD-DATA (RFD-CNT)
                  END-IF
                  READ  RFDFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE RFDFL
           END-IF.
       200-PROCESS-ARCHIVE.
           OPEN  INPUT ARCHFL
           IF  ARCHFL-STATUS  NOT =  "00"
               DISPLAY  "查無退學歸檔 D0444.DAT"
               EXIT  PARAGRAPH
           END-IF
           OPEN  EXTEND RFDFL
           IF  RFDFL-STATUS  =  "35"
               OPEN  OUTPUT RFDFL
           END-IF
           OPEN  OUTPUT PRINTFL   VCHRFL
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  "N"   TO EOF-SW
           READ  ARCHFL   AT END
              MOVE  "Y"   TO EOF-SW
           END-READ
           PERFORM  UNTIL EOF-SW = "Y"
              ADD   1  TO RUNLOG-READ-CNT
              IF  ARCH-WDRW-DATE  NOT <  ASK-START
                  PERFORM  210-REFUND-ONE
              END-IF
              READ  ARCHFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  PROC-CNT   TO TOT-CNT
           MOVE  GR-CREDIT  TO TOT-CREDIT
           MOVE  GR-REFUND  TO TOT-REFUND
           WRITE PRT-REC  FROM  TOT-1  AFTER 1  LINES
           CLOSE ARCHFL   RFDFL   PRINTFL   VCHRFL
           DISPLAY  "退費處理人數 = " PROC-CNT.
       210-REFUND-ONE.
           MOVE  "N"  TO DONE-SW
           PERFORM  VARYING  RFD-IDX  FROM  1  BY 1
                    UNTIL RFD-IDX  >  RFD-CNT
              IF  RD-IDNO (RFD-IDX)  =  ARCH-IDNO
                  AND  RD-TERM (RFD-IDX)  =  ASK-TERM
                  MOVE  "Y"  TO DONE-SW
              END-IF
           END-PERFORM
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  BILL-IDX  FROM  1  BY 1
                    UNTIL BILL-IDX  >  BILL-CNT
              IF  BT-IDNO (BILL-IDX)  =  ARCH-IDNO
                  MOVE  BILL-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM
           IF  DONE-SW  =  "Y"  OR  MATCH-IDX  =  0
               EXIT  PARAGRAPH
           END-IF
           MOVE  "DIFF"  TO DATE-FUNC
           CALL  "P1023"  USING  DATE-FUNC  ASK-START
                                 ARCH-WDRW-DATE
                                 DATE-DAYS  DATE-RESULT
           MOVE  DATE-RESULT  TO WK-DAYS
           IF  WK-DAYS  <  0
               MOVE  0  TO WK-DAYS
           END-IF
           COMPUTE  WK-WEEK = WK-DAYS / 7 + 1
           MOVE  0  TO WK-PCT
           MOVE  "N"  TO DONE-SW
           PERFORM  VARYING  RFS-IDX  FROM  1  BY 1
                    UNTIL RFS-IDX  >  RFS-CNT  OR  DONE-SW = "Y"
              IF  WK-WEEK  NOT >  RT-WEEK-TO (RFS-IDX)
                  MOVE  RT-PCT (RFS-IDX)  TO WK-PCT
                  MOVE  "Y"  TO DONE-SW
              END-IF
           END-PERFORM
           MOVE  BT-AMT  (MATCH-IDX)  TO WK-CHARGE
           MOVE  BT-PAID (MATCH-IDX)  TO WK-PAID
           COMPUTE  WK-CREDIT ROUNDED = WK-CHARGE * WK-PCT / 100
           COMPUTE  WK-EARNED = WK-CHARGE - WK-CREDIT
           IF  WK-PAID  >  WK-EARNED
               COMPUTE  WK-REFUND = WK-PAID - WK-EARNED
           ELSE
               MOVE  0  TO WK-REFUND
           END-IF
           MOVE  ARCH-IDNO       TO RFD-IDNO
           MOVE  ASK-TERM        TO RFD-TERM
           MOVE  ARCH-WDRW-DATE  TO RFD-WDRW-DATE
           MOVE  WK-WEEK         TO RFD-WEEK
           MOVE  WK-PCT          TO RFD-PCT
           MOVE  WK-CHARGE       TO RFD-CHARGE
           MOVE  WK-PAID         TO RFD-PAID
           MOVE  WK-CREDIT       TO RFD-CREDIT
           MOVE  WK-REFUND       TO RFD-REFUND
           MOVE  WK-DATE-8       TO RFD-POST-DATE
           MOVE  0               TO RFD-PAY-DATE
           IF  WK-REFUND  >  0
               MOVE  "R"  TO RFD-TYPE
               MOVE  "D"  TO RFD-STATUS
           ELSE
               MOVE  "C"  TO RFD-TYPE
               MOVE  "P"  TO RFD-STATUS
           END-IF
           WRITE RFD-REC
           ADD   1  TO RUNLOG-WRITE-CNT
           ADD   1  TO PROC-CNT
           ADD   WK-CREDIT  TO GR-CREDIT
           ADD   WK-REFUND  TO GR-REFUND
           MOVE  ARCH-IDNO       TO DL-IDNO
           MOVE  ARCH-NAME       TO DL-NAME
           MOVE  ARCH-WDRW-DATE  TO DL-WDRW
           MOVE  WK-WEEK         TO DL-WEEK
           MOVE  WK-PCT          TO DL-PCT
           MOVE  WK-CHARGE       TO DL-CHARGE
           MOVE  WK-PAID         TO DL-PAID
           MOVE  WK-CREDIT       TO DL-CREDIT
           MOVE  WK-REFUND       TO DL-REFUND
           WRITE PRT-REC  FROM  DL  AFTER 1  LINES
           IF  WK-CREDIT  >  0
               MOVE  "CREDIT"   TO GL-TYPE
               MOVE  WK-CREDIT  TO GL-AMT
               PERFORM  300-POST-GL
           END-IF
           IF  WK-REFUND  >  0
               MOVE  "REFUND"   TO GL-TYPE
               MOVE  WK-REFUND  TO GL-AMT
               PERFORM  300-POST-GL
               PERFORM  400-WRITE-VOUCHER
           END-IF.
       300-POST-GL.
           CALL  "P1024"  USING  GL-SOURCE  GL-TYPE
                                 GL-AMT     GL-REPLY
           IF  GL-REPLY  NOT =  "Y"
               DISPLAY  "無過帳對照, 未過帳 : " GL-TYPE " "
                        ARCH-IDNO
               MOVE  "A"   TO RUNLOG-STATUS
           END-IF.
       400-WRITE-VOUCHER.
           WRITE VCHR-REC  FROM  VCHR-1  AFTER PAGE
           WRITE VCHR-REC  FROM  VCHR-2  AFTER 1  LINES
           WRITE VCHR-REC  FROM  VCHR-1  AFTER 1  LINES
           MOVE  ARCH-IDNO       TO VCHR-IDNO
           MOVE  ARCH-NAME       TO VCHR-NAME
           WRITE VCHR-REC  FROM  VCHR-3  AFTER 2  LINES
           MOVE  ASK-TERM        TO VCHR-TERM
           MOVE  ARCH-WDRW-DATE  TO VCHR-WDRW
           WRITE VCHR-REC  FROM  VCHR-4  AFTER 1  LINES
           MOVE  WK-PAID         TO VCHR-PAID
           MOVE  WK-PCT          TO VCHR-PCT
           WRITE VCHR-REC  FROM  VCHR-5  AFTER 2  LINES
           MOVE  WK-REFUND       TO VCHR-REFUND
           WRITE VCHR-REC  FROM  VCHR-6  AFTER 1  LINES
           WRITE VCHR-REC  FROM  VCHR-7  AFTER 3  LINES
           MOVE  DATE-PL         TO VCHR-DATE
           WRITE VCHR-REC  FROM  VCHR-8  AFTER 2  LINES
           WRITE VCHR-REC  FROM  VCHR-1  AFTER 1  LINES.
       500-MARK-PAID.
           PERFORM  140-LOAD-REFUNDS
           IF  RFD-CNT  =  0
               DISPLAY  "查無退費檔 D0480.DAT"
               EXIT  PARAGRAPH
           END-IF
           MOVE  SPACES   TO ASK-IDNO
           PERFORM  UNTIL ASK-IDNO = "E"
              DISPLAY  "學號 (E:結束)       : " WITH NO ADVANCING
              ACCEPT   ASK-IDNO
              IF  ASK-IDNO  NOT =  "E"  AND  ASK-IDNO  NOT =  SPACES
                  PERFORM  510-PAY-ONE
              END-IF
           END-PERFORM
           IF  PAY-CNT  >  0
               OPEN  OUTPUT RFDFL
               PERFORM  VARYING  RFD-IDX  FROM  1  BY 1
                        UNTIL RFD-IDX  >  RFD-CNT
                  MOVE  RD-DATA (RFD-IDX)  TO RFD-REC
                  WRITE RFD-REC
               END-PERFORM
               CLOSE RFDFL
           END-IF
           DISPLAY  "退費付訖筆數 = " PAY-CNT.
       510-PAY-ONE.
           MOVE  0  TO MATCH-IDX
           PERFORM  VARYING  RFD-IDX  FROM  1  BY 1
                    UNTIL RFD-IDX  >  RFD-CNT
              MOVE  RD-DATA (RFD-IDX)  TO RFD-REC
              IF  RFD-IDNO  =  ASK-IDNO
                  AND  RFD-TYPE  =  "R"  AND  RFD-STATUS  =  "D"
                  MOVE  RFD-IDX  TO MATCH-IDX
              END-IF
           END-PERFORM
           IF  MATCH-IDX  =  0
               DISPLAY  "查無待付退費 : " ASK-IDNO
           ELSE
               MOVE  RD-DATA (MATCH-IDX)  TO RFD-REC
               MOVE  "P"        TO RFD-STATUS
               MOVE  WK-DATE-8  TO RFD-PAY-DATE
               MOVE  RFD-REC    TO RD-DATA (MATCH-IDX)
               ADD   1  TO PAY-CNT
               DISPLAY  "已付訖 : " RFD-IDNO " 學期 " RFD-TERM
                        " 金額 " RFD-REFUND
           END-IF.
