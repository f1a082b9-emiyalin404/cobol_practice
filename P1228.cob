       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P1228.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   APVFL    ASSIGN TO "D1228.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    APVFL-STATUS.
           SELECT   LIMFL    ASSIGN TO "D1229.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    LIMFL-STATUS.
           SELECT   USERFL   ASSIGN TO "D1020.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    USERFL-STATUS.
           SELECT   PRINTFL  ASSIGN TO "PRINT1228".
       DATA   DIVISION.
       FILE   SECTION.
       FD  APVFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS APV-REC.
       01  APV-REC.
           03 APV-PO            PIC X(6).
           03 APV-STATE         PIC X.
           03 APV-VALUE         PIC 9(9)V99.
           03 APV-KEYER         PIC X(10).
           03 APV-KEY-DATE      PIC 9(8).
           03 APV-KEY-TIME      PIC 9(8).
           03 APV-APPROVER      PIC X(10).
           03 APV-APV-DATE      PIC 9(8).
           03 APV-APV-TIME      PIC 9(8).
       FD  LIMFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS LIM-REC.
       01  LIM-REC.
           03 LIM-USER          PIC X(10).
           03 LIM-AMT           PIC 9(9)V99.
       FD  USERFL
           DATA  RECORD   IS USER-REC.
       01  USER-REC.
           03 USR-ID            PIC X(10).
           03 USR-PASSWORD      PIC X(10).
           03 USR-LVL-STU       PIC X.
           03 USR-LVL-INS       PIC X.
           03 USR-LVL-PAY       PIC X.
           03 USR-LVL-PUR       PIC X.
           03 USR-SECURITY.
              05 USR-PWD-DATE   PIC 9(8).
              05 USR-FAIL-CNT   PIC 9(2).
              05 USR-LOCKED     PIC X.
              05 USR-ADMIN      PIC X.
              05 USR-PWD-HIST   PIC X(10)  OCCURS 3 TIMES.
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC              PIC X(90).
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER            PIC X(12).
           03 FILLER            PIC X(48)   VALUE
                 "<<<  採 購 單 待 核 准 逾 期 表  >>>".
       01  HD-2.
           03 FILLER            PIC X(15)   VALUE "基準日期 : ".
           03 HD-DATE           PIC 9(8).
           03 FILLER            PIC X(20)   VALUE
                 "   待核准超過 ".
           03 HD-DAYS           PIC Z9.
           03 FILLER            PIC X(4)    VALUE " 天".
       01  HD-3.
           03 FILLER            PIC X(12)   VALUE "採購單號".
           03 FILLER            PIC X(16)   VALUE "          金額".
           03 FILLER            PIC X(16)   VALUE "  輸入人員".
           03 FILLER            PIC X(16)   VALUE "  輸入日期".
           03 FILLER            PIC X(6)    VALUE "天數".
       01  HD-4                 PIC X(66)   VALUE ALL "=".
       01  DL.
           03 DL-PO             PIC X(6).
           03 FILLER            PIC X(2).
           03 DL-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER            PIC X(2).
           03 DL-KEYER          PIC X(10).
           03 FILLER            PIC X(2).
           03 DL-KEY-DATE       PIC 9(8).
           03 FILLER            PIC X(2).
           03 DL-DAYS           PIC ZZZ9.
       01  TOT-1.
           03 FILLER            PIC X(19)   VALUE "逾期待核准 : ".
           03 TOT-CNT           PIC ZZZ9.
           03 FILLER            PIC X(9)    VALUE " 張".
           03 FILLER            PIC X(15)   VALUE "金額合計 : ".
           03 TOT-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
       01  APV-TAB-AREA.
           03 APV-CNT           PIC 9(4)   VALUE 0.
           03 APV-ENTRY         OCCURS 1000 TIMES.
              05 AT-PO          PIC X(6).
              05 AT-STATE       PIC X.
              05 AT-VALUE       PIC 9(9)V99.
              05 AT-KEYER       PIC X(10).
              05 AT-KEY-DATE    PIC 9(8).
              05 AT-KEY-TIME    PIC 9(8).
              05 AT-APPROVER    PIC X(10).
              05 AT-APV-DATE    PIC 9(8).
              05 AT-APV-TIME    PIC 9(8).
       01  LIM-TAB-AREA.
           03 LIM-CNT           PIC 9(3)   VALUE 0.
           03 LIM-ENTRY         OCCURS 200 TIMES.
              05 LT-USER        PIC X(10).
              05 LT-AMT         PIC 9(9)V99.
       01  SIGNON-AREA.
           03 SIGNON-USER       PIC X(10).
           03 SIGNON-PASSWORD   PIC X(10).
           03 SIGNON-SUBSYS     PIC X(3)   VALUE "PUR".
           03 SIGNON-REPLY      PIC X.
       01  ASK-USER             PIC X(10).
       01  ASK-AMT              PIC 9(9)V99.
       01  ASK-PO               PIC X(6).
       01  USER-LIMIT           PIC 9(9)V99  VALUE 0.
       01  PENDING-DAYS         PIC 9(2)   VALUE 2.
       01  MODE-SW              PIC X.
       01  FOUND-SW             PIC X.
       01  ADMIN-SW             PIC X.
       01  APV-IDX              PIC 9(4).
       01  APV-MATCH            PIC 9(4).
       01  LIM-IDX              PIC 9(3).
       01  LIM-MATCH            PIC 9(3).
       01  CHG-CNT              PIC 9(4)   VALUE 0.
       01  LIST-CNT             PIC 9(4)   VALUE 0.
       01  LIST-VALUE           PIC 9(10)V99  VALUE 0.
       01  EOF-SW               PIC X      VALUE "N".
       01  APVFL-STATUS         PIC XX.
       01  LIMFL-STATUS         PIC XX.
       01  USERFL-STATUS        PIC XX.
       01  WK-DATE-WK           PIC 9(6).
       01  WK-DATE-PL           PIC 9(4)/99/99.
       01  WK-DATE-8            PIC 9(8).
       01  DATE-FUNC            PIC X(4).
       01  DATE-DAYS            PIC S9(7).
       01  DATE-RESULT          PIC S9(7).
       01  RUNLOG-JOB           PIC X(8)   VALUE "P1228".
       01  RUNLOG-ACTION        PIC X.
       01  RUNLOG-READ-CNT      PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT     PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS        PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "(M)核決權限 (A)核准 (D)逾期表 : "
                    WITH NO ADVANCING
           ACCEPT   MODE-SW
           ACCEPT   WK-DATE-WK  FROM  DATE
           CALL  "P0447"  USING  WK-DATE-WK  WK-DATE-PL
           MOVE  WK-DATE-PL (1:4)   TO WK-DATE-8 (1:4)
           MOVE  WK-DATE-PL (6:2)   TO WK-DATE-8 (5:2)
           MOVE  WK-DATE-PL (9:2)   TO WK-DATE-8 (7:2)
           PERFORM  150-LOAD-LIMITS
           EVALUATE  TRUE
              WHEN  MODE-SW = "M"  OR  MODE-SW = "m"
                 PERFORM  050-SIGNON
                 PERFORM  125-CHECK-ADMIN
                 IF  ADMIN-SW  NOT =  "Y"
                     DISPLAY  "非管理員, 不可維護核決權限"
                     STOP  RUN
                 END-IF
                 PERFORM  100-MAINTAIN-LIMITS
              WHEN  MODE-SW = "A"  OR  MODE-SW = "a"
                 PERFORM  050-SIGNON
                 PERFORM  160-LOAD-APPROVALS
                 PERFORM  300-APPROVE
              WHEN  OTHER
                 PERFORM  160-LOAD-APPROVALS
                 PERFORM  500-PENDING-REPORT
           END-EVALUATE
           STOP  RUN.
       050-SIGNON.
           DISPLAY  "OPERATOR ID : " WITH NO ADVANCING
           ACCEPT   SIGNON-USER
           DISPLAY  "PASSWORD    : " WITH NO ADVANCING
           ACCEPT   SIGNON-PASSWORD
           CALL  "P1020"  USING  SIGNON-USER  SIGNON-PASSWORD
                                 SIGNON-SUBSYS  SIGNON-REPLY
           IF  SIGNON-REPLY  NOT =  "Y"
               DISPLAY  "SIGN-ON REFUSED FOR THIS SUBSYSTEM"
               STOP  RUN
           END-IF
           MOVE  0  TO USER-LIMIT
           PERFORM  VARYING  LIM-IDX  FROM  1  BY 1
                    UNTIL LIM-IDX  >  LIM-CNT
              IF  LT-USER (LIM-IDX)  =  SIGNON-USER
                  MOVE  LT-AMT (LIM-IDX)  TO USER-LIMIT
              END-IF
           END-PERFORM.
       100-MAINTAIN-LIMITS.
           MOVE  SPACES   TO ASK-USER
           PERFORM  UNTIL ASK-USER = "E"
              DISPLAY  " "
              DISPLAY  "OPERATOR ID (E:END) : " WITH NO ADVANCING
              ACCEPT   ASK-USER
              IF  ASK-USER  NOT =  "E"  AND  ASK-USER  NOT =  SPACES
                  PERFORM  110-LIMIT-ONE
              END-IF
           END-PERFORM
           IF  CHG-CNT  >  0
               PERFORM  190-SAVE-LIMITS
           END-IF
           DISPLAY  "核決權限異動筆數 = " CHG-CNT.
       110-LIMIT-ONE.
           IF  ASK-USER  =  SIGNON-USER
               DISPLAY  "不可設定自己的核決權限"
               EXIT  PARAGRAPH
           END-IF
           PERFORM  120-CHECK-OPERATOR
           IF  FOUND-SW  NOT =  "Y"
               DISPLAY  "操作員不在 D1020 : " ASK-USER
               EXIT  PARAGRAPH
           END-IF
           MOVE  0  TO LIM-MATCH
           PERFORM  VARYING  LIM-IDX  FROM  1  BY 1
                    UNTIL LIM-IDX  >  LIM-CNT
              IF  LT-USER (LIM-IDX)  =  ASK-USER
                  MOVE  LIM-IDX  TO LIM-MATCH
              END-IF
           END-PERFORM
           IF  LIM-MATCH  >  0
               DISPLAY  "目前核決金額 : " LT-AMT (LIM-MATCH)
           ELSE
               IF  LIM-CNT  NOT <  200
                   DISPLAY  "核決權限檔已滿, 未登錄"
                   EXIT  PARAGRAPH
               END-IF
               ADD   1  TO LIM-CNT
               MOVE  LIM-CNT   TO LIM-MATCH
               MOVE  ASK-USER  TO LT-USER (LIM-MATCH)
               MOVE  0         TO LT-AMT  (LIM-MATCH)
           END-IF
           DISPLAY  "核決金額上限      : " WITH NO ADVANCING
           ACCEPT   ASK-AMT
           MOVE  ASK-AMT  TO LT-AMT (LIM-MATCH)
           ADD   1  TO CHG-CNT.
       120-CHECK-OPERATOR.
           MOVE  "N"  TO FOUND-SW
           OPEN  INPUT USERFL
           IF  USERFL-STATUS  =  "00"
               MOVE  "N"   TO EOF-SW
               READ  USERFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"  OR  FOUND-SW = "Y"
                  IF  USR-ID  =  ASK-USER
                      MOVE  "Y"   TO FOUND-SW
                  ELSE
                      READ  USERFL   AT END
                         MOVE  "Y"   TO EOF-SW
                      END-READ
                  END-IF
               END-PERFORM
               CLOSE USERFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       125-CHECK-ADMIN.
           MOVE  "N"  TO ADMIN-SW
           OPEN  INPUT USERFL
           IF  USERFL-STATUS  =  "00"
               MOVE  "N"   TO EOF-SW
               READ  USERFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  USR-ID  =  SIGNON-USER
                      MOVE  USR-ADMIN  TO ADMIN-SW
                  END-IF
                  READ  USERFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE USERFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       150-LOAD-LIMITS.
           OPEN  INPUT LIMFL
           IF  LIMFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  LIMFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  LIM-CNT  <  200
                      ADD   1  TO LIM-CNT
                      MOVE  LIM-USER  TO LT-USER (LIM-CNT)
                      MOVE  LIM-AMT   TO LT-AMT  (LIM-CNT)
                  END-IF
                  READ  LIMFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE LIMFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       160-LOAD-APPROVALS.
           OPEN  INPUT APVFL
           IF  APVFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
           ELSE
               READ  APVFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  ADD   1  TO RUNLOG-READ-CNT
                  PERFORM  170-STORE-APPROVAL
                  READ  APVFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE APVFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       170-STORE-APPROVAL.
           MOVE  APV-PO  TO ASK-PO
           PERFORM  180-FIND-PO
           IF  APV-MATCH  =  0
               IF  APV-CNT  NOT <  1000
                   EXIT  PARAGRAPH
               END-IF
               ADD   1  TO APV-CNT
               MOVE  APV-CNT  TO APV-MATCH
           END-IF
           MOVE  APV-PO        TO AT-PO       (APV-MATCH)
           MOVE  APV-STATE     TO AT-STATE    (APV-MATCH)
           MOVE  APV-VALUE     TO AT-VALUE    (APV-MATCH)
           MOVE  APV-KEYER     TO AT-KEYER    (APV-MATCH)
           MOVE  APV-KEY-DATE  TO AT-KEY-DATE (APV-MATCH)
           MOVE  APV-KEY-TIME  TO AT-KEY-TIME (APV-MATCH)
           MOVE  APV-APPROVER  TO AT-APPROVER (APV-MATCH)
           MOVE  APV-APV-DATE  TO AT-APV-DATE (APV-MATCH)
           MOVE  APV-APV-TIME  TO AT-APV-TIME (APV-MATCH).
       180-FIND-PO.
           MOVE  0  TO APV-MATCH
           PERFORM  VARYING  APV-IDX  FROM  1  BY 1
                    UNTIL APV-IDX  >  APV-CNT
              IF  AT-PO (APV-IDX)  =  ASK-PO
                  MOVE  APV-IDX  TO APV-MATCH
              END-IF
           END-PERFORM.
       190-SAVE-LIMITS.
           OPEN  OUTPUT LIMFL
           PERFORM  VARYING  LIM-IDX  FROM  1  BY 1
                    UNTIL LIM-IDX  >  LIM-CNT
              MOVE  LT-USER (LIM-IDX)  TO LIM-USER
              MOVE  LT-AMT  (LIM-IDX)  TO LIM-AMT
              WRITE LIM-REC
           END-PERFORM
           CLOSE LIMFL.
       195-SAVE-APPROVALS.
           OPEN  OUTPUT APVFL
           PERFORM  VARYING  APV-IDX  FROM  1  BY 1
                    UNTIL APV-IDX  >  APV-CNT
              MOVE  AT-PO       (APV-IDX)  TO APV-PO
              MOVE  AT-STATE    (APV-IDX)  TO APV-STATE
              MOVE  AT-VALUE    (APV-IDX)  TO APV-VALUE
              MOVE  AT-KEYER    (APV-IDX)  TO APV-KEYER
              MOVE  AT-KEY-DATE (APV-IDX)  TO APV-KEY-DATE
              MOVE  AT-KEY-TIME (APV-IDX)  TO APV-KEY-TIME
              MOVE  AT-APPROVER (APV-IDX)  TO APV-APPROVER
              MOVE  AT-APV-DATE (APV-IDX)  TO APV-APV-DATE
              MOVE  AT-APV-TIME (APV-IDX)  TO APV-APV-TIME
              WRITE APV-REC
              ADD   1  TO RUNLOG-WRITE-CNT
           END-PERFORM
           CLOSE APVFL.
       300-APPROVE.
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           DISPLAY  "核決金額上限 : " USER-LIMIT
           DISPLAY  "待核准採購單 :"
           PERFORM  VARYING  APV-IDX  FROM  1  BY 1
                    UNTIL APV-IDX  >  APV-CNT
              IF  AT-STATE (APV-IDX)  =  "P"
                  DISPLAY  "  " AT-PO (APV-IDX)
                           "  " AT-VALUE (APV-IDX)
                           "  " AT-KEYER (APV-IDX)
                           "  " AT-KEY-DATE (APV-IDX)
              END-IF
           END-PERFORM
           MOVE  SPACES   TO ASK-PO
           PERFORM  UNTIL ASK-PO = "E"
              DISPLAY  " "
              DISPLAY  "核准採購單號 (E:結束) : "
                       WITH NO ADVANCING
              ACCEPT   ASK-PO
              IF  ASK-PO  NOT =  "E"  AND  ASK-PO  NOT =  SPACES
                  PERFORM  310-APPROVE-ONE
              END-IF
           END-PERFORM
           IF  CHG-CNT  >  0
               PERFORM  195-SAVE-APPROVALS
           END-IF
           DISPLAY  "核准張數 = " CHG-CNT
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS.
       310-APPROVE-ONE.
           PERFORM  180-FIND-PO
           IF  APV-MATCH  =  0
               DISPLAY  "查無此採購單核准資料 : " ASK-PO
               EXIT  PARAGRAPH
           END-IF
           IF  AT-STATE (APV-MATCH)  NOT =  "P"
               DISPLAY  "此採購單已核准 : " ASK-PO
               EXIT  PARAGRAPH
           END-IF
           IF  AT-KEYER (APV-MATCH)  =  SIGNON-USER
               DISPLAY  "不可核准自己輸入的採購單"
               EXIT  PARAGRAPH
           END-IF
           IF  AT-VALUE (APV-MATCH)  >  USER-LIMIT
               DISPLAY  "金額 " AT-VALUE (APV-MATCH)
                        " 超過核決權限, 不可核准"
               EXIT  PARAGRAPH
           END-IF
           MOVE  "A"          TO AT-STATE    (APV-MATCH)
           MOVE  SIGNON-USER  TO AT-APPROVER (APV-MATCH)
           MOVE  WK-DATE-8    TO AT-APV-DATE (APV-MATCH)
           ACCEPT   AT-APV-TIME (APV-MATCH)  FROM  TIME
           ADD   1  TO CHG-CNT
           DISPLAY  "已核准 : " ASK-PO.
       500-PENDING-REPORT.
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           OPEN  OUTPUT   PRINTFL
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           MOVE  WK-DATE-8     TO HD-DATE
           MOVE  PENDING-DAYS  TO HD-DAYS
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           PERFORM  VARYING  APV-IDX  FROM  1  BY 1
                    UNTIL APV-IDX  >  APV-CNT
              IF  AT-STATE (APV-IDX)  =  "P"
                  PERFORM  510-PENDING-ONE
              END-IF
           END-PERFORM
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           MOVE  LIST-CNT    TO TOT-CNT
           MOVE  LIST-VALUE  TO TOT-VALUE
           WRITE PRT-REC  FROM  TOT-1  AFTER 1  LINES
           CLOSE PRINTFL
           IF  LIST-CNT  >  0
               MOVE  "A"   TO RUNLOG-STATUS
           END-IF
           DISPLAY  "逾期待核准張數 = " LIST-CNT
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS.
       510-PENDING-ONE.
           MOVE  "DIFF"  TO DATE-FUNC
           MOVE  0       TO DATE-DAYS
           CALL  "P1023"  USING  DATE-FUNC  AT-KEY-DATE (APV-IDX)
                                 WK-DATE-8
                                 DATE-DAYS  DATE-RESULT
           IF  DATE-RESULT  NOT >  PENDING-DAYS
               EXIT  PARAGRAPH
           END-IF
           MOVE  AT-PO       (APV-IDX)  TO DL-PO
           MOVE  AT-VALUE    (APV-IDX)  TO DL-VALUE
           MOVE  AT-KEYER    (APV-IDX)  TO DL-KEYER
           MOVE  AT-KEY-DATE (APV-IDX)  TO DL-KEY-DATE
           MOVE  DATE-RESULT            TO DL-DAYS
           WRITE PRT-REC  FROM  DL  AFTER 1  LINES
           ADD   1  TO LIST-CNT
           ADD   AT-VALUE (APV-IDX)  TO LIST-VALUE.
