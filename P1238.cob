       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P1238.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   RELFL    ASSIGN   TO "D1245.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    RELFL-STATUS.
           SELECT   STUDFL   ASSIGN   TO "D0441.DAT"
              ORGANIZATION   INDEXED
              ACCESS MODE    SEQUENTIAL
              RECORD KEY     STUD-IDNO
              FILE STATUS    PARFL-STATUS.
           SELECT   INSFL    ASSIGN   TO "D0872.DAT"
              ORGANIZATION   INDEXED
              ACCESS MODE    SEQUENTIAL
              RECORD KEY     INS-CODE
              FILE STATUS    PARFL-STATUS.
           SELECT   EMPFL    ASSIGN   TO "D0873.DAT"
              ORGANIZATION   INDEXED
              ACCESS MODE    SEQUENTIAL
              RECORD KEY     EMP-ID
              FILE STATUS    PARFL-STATUS.
           SELECT   VDRFL    ASSIGN   TO "D100VDR.DAT"
              ORGANIZATION   INDEXED
              ACCESS MODE    SEQUENTIAL
              RECORD KEY     VDR-CODE
              FILE STATUS    PARFL-STATUS.
           SELECT   POFL     ASSIGN   TO "D1001.DAT"
              ORGANIZATION   INDEXED
              ACCESS MODE    SEQUENTIAL
              RECORD KEY     PO-KEY
              FILE STATUS    CHDFL-STATUS.
           SELECT   ENRFL    ASSIGN   TO "D0461.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CHDFL-STATUS.
           SELECT   GRDFL    ASSIGN   TO "D0468.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CHDFL-STATUS.
           SELECT   BENFL    ASSIGN   TO "D0880.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CHDFL-STATUS.
           SELECT   BILLFL   ASSIGN   TO "D0885.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CHDFL-STATUS.
           SELECT   CLMFL    ASSIGN   TO "D0888.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CHDFL-STATUS.
           SELECT   LEAVFL   ASSIGN   TO "D0903.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CHDFL-STATUS.
           SELECT   LOANFL   ASSIGN   TO "D0910.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CHDFL-STATUS.
           SELECT   APFL     ASSIGN   TO "D1004.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CHDFL-STATUS.
           SELECT   CTLFL    ASSIGN   TO "D1009.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    CTLFL-STATUS.
           SELECT   HOLDFL   ASSIGN   TO "D1042.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    HOLDFL-STATUS.
           SELECT   PRINTFL  ASSIGN   TO "PRINT1238".
       DATA   DIVISION.
       FILE   SECTION.
       FD  RELFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS REL-REC.
       01  REL-REC.
           03 REL-ID           PIC X(4).
           03 REL-CHILD        PIC X(8).
           03 REL-CHILD-POS    PIC 9(3).
           03 REL-KEY-LEN      PIC 9(2).
           03 REL-PARENT       PIC X(8).
           03 REL-PARENT-POS   PIC 9(3).
           03 REL-DEL-POS      PIC 9(3).
           03 REL-DEL-VALUE    PIC X.
           03 REL-CRITICAL     PIC X.
           03 REL-DESC         PIC X(20).
       FD  STUDFL
           DATA  RECORD   IS STUD-REC.
       01  STUD-REC.
           03 STUD-IDNO        PIC X(5).
           03 FILLER           PIC X(43).
       FD  INSFL
           DATA  RECORD   IS INS-REC.
       01  INS-REC.
           03 INS-CODE         PIC 9(5).
           03 FILLER           PIC X(25).
       FD  EMPFL
           DATA  RECORD   IS EMP-REC.
       01  EMP-REC.
           03 EMP-ID           PIC X(3).
           03 FILLER           PIC X(90).
       FD  VDRFL
           DATA  RECORD   IS VDR-REC.
       01  VDR-REC.
           03 VDR-CODE         PIC X(4).
           03 FILLER           PIC X(129).
       FD  POFL
           DATA  RECORD   IS PO-REC.
       01  PO-REC.
           03 PO-KEY           PIC X(8).
           03 FILLER           PIC X(33).
       FD  ENRFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS ENR-REC.
       01  ENR-REC             PIC X(200).
       FD  GRDFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS GRD-REC.
       01  GRD-REC             PIC X(200).
       FD  BENFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS BEN-REC.
       01  BEN-REC             PIC X(200).
       FD  BILLFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS BILL-REC.
       01  BILL-REC            PIC X(200).
       FD  CLMFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS CLM-REC.
       01  CLM-REC             PIC X(200).
       FD  LEAVFL
           DATA  RECORD   IS LEAV-REC.
       01  LEAV-REC            PIC X(200).
       FD  LOANFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS LOAN-REC.
       01  LOAN-REC            PIC X(200).
       FD  APFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS AP-REC.
       01  AP-REC              PIC X(200).
       FD  CTLFL
           DATA  RECORD   IS CTL-REC.
       01  CTL-REC.
           03 CTL-JOB          PIC X(8).
           03 CTL-PRED-1       PIC X(8).
           03 CTL-PRED-2       PIC X(8).
           03 CTL-INFILE       PIC X(14).
       FD  HOLDFL
           LABEL RECORD   IS OMITTED
           DATA  RECORD   IS HOLD-REC.
       01  HOLD-REC.
           03 HOLD-JOB         PIC X(8).
           03 HOLD-REASON      PIC X(30).
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC             PIC X(100).
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER           PIC X(26)  VALUE SPACES.
           03 FILLER           PIC X(40)  VALUE
                 "REFERENTIAL INTEGRITY CHECK".
       01  HD-2.
           03 FILLER           PIC X(14)  VALUE "RUN DATE   : ".
           03 HD-DATE          PIC 9(4)/99/99.
       01  HD-3.
           03 FILLER           PIC X(6)   VALUE "REL".
           03 FILLER           PIC X(10)  VALUE "CHILD".
           03 FILLER           PIC X(10)  VALUE "RECORD".
           03 FILLER           PIC X(12)  VALUE "KEY".
           03 FILLER           PIC X(10)  VALUE "PARENT".
           03 FILLER           PIC X(20)  VALUE "REASON".
       01  HD-4                PIC X(99)  VALUE ALL "=".
       01  RH-DL.
           03 RH-ID            PIC X(4).
           03 FILLER           PIC X(2).
           03 RH-CHILD         PIC X(8).
           03 FILLER           PIC X(4)   VALUE " -> ".
           03 RH-PARENT        PIC X(8).
           03 FILLER           PIC X(2).
           03 RH-DESC          PIC X(20).
           03 FILLER           PIC X(2).
           03 RH-CRIT          PIC X(12).
       01  DL.
           03 DL-ID            PIC X(4).
           03 FILLER           PIC X(2).
           03 DL-CHILD         PIC X(8).
           03 FILLER           PIC X(2).
           03 DL-REC-NO        PIC ZZZZZZ9.
           03 FILLER           PIC X(3).
           03 DL-KEY           PIC X(10).
           03 FILLER           PIC X(2).
           03 DL-PARENT        PIC X(8).
           03 FILLER           PIC X(2).
           03 DL-REASON        PIC X(30).
       01  SUM-HD.
           03 FILLER           PIC X(6)   VALUE "REL".
           03 FILLER           PIC X(10)  VALUE "CHILD".
           03 FILLER           PIC X(10)  VALUE "PARENT".
           03 FILLER           PIC X(10)  VALUE "CRITICAL".
           03 FILLER           PIC X(10)  VALUE "   CHECKED".
           03 FILLER           PIC X(10)  VALUE "   ORPHANS".
           03 FILLER           PIC X(4).
           03 FILLER           PIC X(20)  VALUE "RESULT".
       01  SUM-DL.
           03 SUM-ID           PIC X(4).
           03 FILLER           PIC X(2).
           03 SUM-CHILD        PIC X(8).
           03 FILLER           PIC X(2).
           03 SUM-PARENT       PIC X(8).
           03 FILLER           PIC X(5).
           03 SUM-CRIT         PIC X.
           03 FILLER           PIC X(4).
           03 SUM-READ         PIC ZZZ,ZZ9.
           03 FILLER           PIC X(3).
           03 SUM-ORPHAN       PIC ZZZ,ZZ9.
           03 FILLER           PIC X(4).
           03 SUM-RESULT       PIC X(20).
       01  NT-HELD.
           03 FILLER           PIC X(14)  VALUE "HELD JOB   : ".
           03 NT-JOB           PIC X(8).
       01  REL-TAB-AREA.
           03 REL-CNT          PIC 9(3)   VALUE 0.
           03 REL-ENTRY        OCCURS 100 TIMES.
              05 RT-ID         PIC X(4).
              05 RT-CHILD      PIC X(8).
              05 RT-CHILD-POS  PIC 9(3).
              05 RT-KEY-LEN    PIC 9(2).
              05 RT-PARENT     PIC X(8).
              05 RT-PARENT-POS PIC 9(3).
              05 RT-DEL-POS    PIC 9(3).
              05 RT-DEL-VALUE  PIC X.
              05 RT-CRITICAL   PIC X.
              05 RT-DESC       PIC X(20).
              05 RT-READ       PIC 9(7).
              05 RT-ORPHAN     PIC 9(7).
              05 RT-RESULT     PIC X(20).
       01  PK-TAB-AREA.
           03 PK-CNT           PIC 9(5)   VALUE 0.
           03 PK-ENTRY         OCCURS 20000 TIMES.
              05 PK-KEY        PIC X(10).
              05 PK-DEL        PIC X.
       01  REC-DATA            PIC X(200).
       01  WK-KEY              PIC X(10).
       01  WK-REASON           PIC X(30).
       01  WK-DATE-WK          PIC 9(6).
       01  WK-DATE-PL          PIC 9(4)/99/99.
       01  MODE-SW             PIC X.
       01  FILE-OK-SW          PIC X.
       01  CRIT-BREAK-SW       PIC X      VALUE "N".
       01  FOUND-IDX           PIC 9(5).
       01  REL-IDX             PIC 9(3).
       01  MATCH-IDX           PIC 9(3).
       01  PK-IDX              PIC 9(5).
       01  REC-NO              PIC 9(7).
       01  ASK-ID              PIC X(4).
       01  LOAD-CNT            PIC 9(3)   VALUE 0.
       01  HOLD-CNT            PIC 9(3)   VALUE 0.
       01  BROKEN-CNT          PIC 9(3)   VALUE 0.
       01  EOF-SW              PIC X      VALUE "N".
       01  RELFL-STATUS        PIC XX.
       01  PARFL-STATUS        PIC XX.
       01  CHDFL-STATUS        PIC XX.
       01  CTLFL-STATUS        PIC XX.
       01  HOLDFL-STATUS       PIC XX.
       01  RUNLOG-JOB          PIC X(8)   VALUE "P1238".
       01  RUNLOG-ACTION       PIC X.
       01  RUNLOG-READ-CNT     PIC 9(7)   VALUE 0.
       01  RUNLOG-WRITE-CNT    PIC 9(7)   VALUE 0.
       01  RUNLOG-STATUS       PIC X      VALUE "N".
       PROCEDURE DIVISION.
       000-START.
           DISPLAY  "(M)AINTAIN RELATIONSHIPS  (C)HECK : "
                    WITH NO ADVANCING
           ACCEPT   MODE-SW
           IF  MODE-SW = "M"  OR  MODE-SW = "m"
               PERFORM  100-MAINTAIN-RELATIONSHIPS
           ELSE
               PERFORM  200-CHECK-INTEGRITY
           END-IF
           STOP  RUN.
       100-MAINTAIN-RELATIONSHIPS.
           OPEN  EXTEND RELFL
           IF  RELFL-STATUS  =  "35"
               OPEN  OUTPUT RELFL
           END-IF
           MOVE  SPACES   TO ASK-ID
           PERFORM  UNTIL ASK-ID = "E"
              DISPLAY  " "
              DISPLAY  "RELATIONSHIP ID (E:END)  : "
                       WITH NO ADVANCING
              ACCEPT   ASK-ID
              IF  ASK-ID  NOT =  "E"  AND  ASK-ID  NOT =  SPACES
                  PERFORM  110-RELATIONSHIP-ONE
              END-IF
           END-PERFORM
           CLOSE RELFL
           DISPLAY  "RELATIONSHIPS WRITTEN = " LOAD-CNT.
       110-RELATIONSHIP-ONE.
           MOVE  ASK-ID  TO REL-ID
           DISPLAY  "DESCRIPTION              : " WITH NO ADVANCING
           ACCEPT   REL-DESC
           DISPLAY  "CHILD FILE (E.G. D0461)  : " WITH NO ADVANCING
           ACCEPT   REL-CHILD
           DISPLAY  "KEY POSITION IN CHILD    : " WITH NO ADVANCING
           ACCEPT   REL-CHILD-POS
           DISPLAY  "KEY LENGTH (1-10)        : " WITH NO ADVANCING
           ACCEPT   REL-KEY-LEN
           DISPLAY  "PARENT FILE (E.G. D0441) : " WITH NO ADVANCING
           ACCEPT   REL-PARENT
           DISPLAY  "KEY POSITION IN PARENT   : " WITH NO ADVANCING
           ACCEPT   REL-PARENT-POS
           DISPLAY  "DELETE FLAG POSITION (0:NONE) : "
                    WITH NO ADVANCING
           ACCEPT   REL-DEL-POS
           MOVE  SPACE  TO REL-DEL-VALUE
           IF  REL-DEL-POS  >  0
               DISPLAY  "DELETE FLAG VALUE        : "
                        WITH NO ADVANCING
               ACCEPT   REL-DEL-VALUE
           END-IF
           DISPLAY  "CRITICAL (Y/N)           : " WITH NO ADVANCING
           ACCEPT   REL-CRITICAL
           IF  REL-CRITICAL  NOT =  "Y"
               MOVE  "N"  TO REL-CRITICAL
           END-IF
           IF  REL-CHILD-POS  =  0  OR  REL-PARENT-POS  =  0
               OR  REL-KEY-LEN  =  0  OR  REL-KEY-LEN  >  10
               DISPLAY  "INVALID KEY POSITION OR LENGTH, NOT SAVED"
               EXIT  PARAGRAPH
           END-IF
           WRITE REL-REC
           ADD   1  TO LOAD-CNT.
       200-CHECK-INTEGRITY.
           ACCEPT   WK-DATE-WK  FROM  DATE
           CALL  "P0447"  USING  WK-DATE-WK  WK-DATE-PL
           MOVE  "S"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS
           PERFORM  210-LOAD-RELATIONSHIPS
           OPEN  OUTPUT   PRINTFL
           MOVE  WK-DATE-PL  TO HD-DATE
           WRITE PRT-REC  FROM  HD-1  AFTER PAGE
           WRITE PRT-REC  FROM  HD-2  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-3  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           PERFORM  VARYING  REL-IDX  FROM  1  BY 1
                    UNTIL REL-IDX  >  REL-CNT
              PERFORM  300-CHECK-RELATIONSHIP
           END-PERFORM
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           WRITE PRT-REC  FROM  SUM-HD  AFTER 2  LINES
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           PERFORM  VARYING  REL-IDX  FROM  1  BY 1
                    UNTIL REL-IDX  >  REL-CNT
              MOVE  RT-ID       (REL-IDX)  TO SUM-ID
              MOVE  RT-CHILD    (REL-IDX)  TO SUM-CHILD
              MOVE  RT-PARENT   (REL-IDX)  TO SUM-PARENT
              MOVE  RT-CRITICAL (REL-IDX)  TO SUM-CRIT
              MOVE  RT-READ     (REL-IDX)  TO SUM-READ
              MOVE  RT-ORPHAN   (REL-IDX)  TO SUM-ORPHAN
              MOVE  RT-RESULT   (REL-IDX)  TO SUM-RESULT
              WRITE PRT-REC  FROM  SUM-DL  AFTER 1  LINES
           END-PERFORM
           WRITE PRT-REC  FROM  HD-4  AFTER 1  LINES
           IF  CRIT-BREAK-SW  =  "Y"
               PERFORM  400-HOLD-DEPENDENTS
           END-IF
           CLOSE PRINTFL
           DISPLAY  "RELATIONSHIPS CHECKED    = " REL-CNT
           DISPLAY  "RELATIONSHIPS BROKEN     = " BROKEN-CNT
           IF  CRIT-BREAK-SW  =  "Y"
               DISPLAY  "CRITICAL BREAK - DEPENDENT JOBS HELD = "
                        HOLD-CNT
           END-IF
           MOVE  "E"   TO RUNLOG-ACTION
           CALL  "P0900"  USING  RUNLOG-JOB       RUNLOG-ACTION
                                 RUNLOG-READ-CNT   RUNLOG-WRITE-CNT
                                 RUNLOG-STATUS.
       210-LOAD-RELATIONSHIPS.
           OPEN  INPUT RELFL
           IF  RELFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
               DISPLAY  "NO RELATIONSHIP TABLE D1245.DAT"
           ELSE
               READ  RELFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              MOVE  0  TO MATCH-IDX
              PERFORM  VARYING  REL-IDX  FROM  1  BY 1
                       UNTIL REL-IDX  >  REL-CNT
                 IF  RT-ID (REL-IDX)  =  REL-ID
                     MOVE  REL-IDX  TO MATCH-IDX
                 END-IF
              END-PERFORM
              IF  MATCH-IDX  =  0  AND  REL-CNT  <  100
                  AND  REL-ID  NOT =  SPACES
                  ADD   1  TO REL-CNT
                  MOVE  REL-CNT  TO MATCH-IDX
              END-IF
              IF  MATCH-IDX  >  0
                  MOVE  REL-ID          TO RT-ID         (MATCH-IDX)
                  MOVE  REL-CHILD       TO RT-CHILD      (MATCH-IDX)
                  MOVE  REL-CHILD-POS   TO RT-CHILD-POS  (MATCH-IDX)
                  MOVE  REL-KEY-LEN     TO RT-KEY-LEN    (MATCH-IDX)
                  MOVE  REL-PARENT      TO RT-PARENT     (MATCH-IDX)
                  MOVE  REL-PARENT-POS  TO RT-PARENT-POS (MATCH-IDX)
                  MOVE  REL-DEL-POS     TO RT-DEL-POS    (MATCH-IDX)
                  MOVE  REL-DEL-VALUE   TO RT-DEL-VALUE  (MATCH-IDX)
                  MOVE  REL-CRITICAL    TO RT-CRITICAL   (MATCH-IDX)
                  MOVE  REL-DESC        TO RT-DESC       (MATCH-IDX)
                  MOVE  0               TO RT-READ       (MATCH-IDX)
                                           RT-ORPHAN     (MATCH-IDX)
                  MOVE  SPACES          TO RT-RESULT     (MATCH-IDX)
              END-IF
              READ  RELFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  RELFL-STATUS  NOT =  "35"
               CLOSE RELFL
           END-IF
           MOVE  "N"  TO EOF-SW.
       300-CHECK-RELATIONSHIP.
           MOVE  RT-ID     (REL-IDX)  TO RH-ID
           MOVE  RT-CHILD  (REL-IDX)  TO RH-CHILD
           MOVE  RT-PARENT (REL-IDX)  TO RH-PARENT
           MOVE  RT-DESC   (REL-IDX)  TO RH-DESC
           IF  RT-CRITICAL (REL-IDX)  =  "Y"
               MOVE  "CRITICAL"  TO RH-CRIT
           ELSE
               MOVE  SPACES      TO RH-CRIT
           END-IF
           WRITE PRT-REC  FROM  RH-DL  AFTER 2  LINES
           PERFORM  310-LOAD-PARENT
           IF  FILE-OK-SW  NOT =  "Y"
               EXIT  PARAGRAPH
           END-IF
           PERFORM  330-SCAN-CHILD
           IF  FILE-OK-SW  NOT =  "Y"
               EXIT  PARAGRAPH
           END-IF
           IF  RT-ORPHAN (REL-IDX)  =  0
               MOVE  "OK"  TO RT-RESULT (REL-IDX)
           ELSE
               MOVE  "BROKEN"  TO RT-RESULT (REL-IDX)
               ADD   1  TO BROKEN-CNT
               IF  RT-CRITICAL (REL-IDX)  =  "Y"
                   MOVE  "BROKEN - JOBS HELD"  TO RT-RESULT (REL-IDX)
                   MOVE  "Y"  TO CRIT-BREAK-SW
               END-IF
           END-IF.
       310-LOAD-PARENT.
           MOVE  0    TO PK-CNT
           MOVE  "Y"  TO FILE-OK-SW
           EVALUATE  RT-PARENT (REL-IDX)
              WHEN  "D0441"
                 OPEN  INPUT STUDFL
                 IF  PARFL-STATUS  =  "00"
                     PERFORM  UNTIL EOF-SW = "Y"
                        READ  STUDFL  INTO  REC-DATA  AT END
                           MOVE  "Y"   TO EOF-SW
                        NOT AT END
                           PERFORM  320-STORE-PARENT-KEY
                        END-READ
                     END-PERFORM
                     CLOSE STUDFL
                 ELSE
                     MOVE  "N"  TO FILE-OK-SW
                 END-IF
              WHEN  "D0872"
                 OPEN  INPUT INSFL
                 IF  PARFL-STATUS  =  "00"
                     PERFORM  UNTIL EOF-SW = "Y"
                        READ  INSFL  INTO  REC-DATA  AT END
                           MOVE  "Y"   TO EOF-SW
                        NOT AT END
                           PERFORM  320-STORE-PARENT-KEY
                        END-READ
                     END-PERFORM
                     CLOSE INSFL
                 ELSE
                     MOVE  "N"  TO FILE-OK-SW
                 END-IF
              WHEN  "D0873"
                 OPEN  INPUT EMPFL
                 IF  PARFL-STATUS  =  "00"
                     PERFORM  UNTIL EOF-SW = "Y"
                        READ  EMPFL  INTO  REC-DATA  AT END
                           MOVE  "Y"   TO EOF-SW
                        NOT AT END
                           PERFORM  320-STORE-PARENT-KEY
                        END-READ
                     END-PERFORM
                     CLOSE EMPFL
                 ELSE
                     MOVE  "N"  TO FILE-OK-SW
                 END-IF
              WHEN  "D100VDR"
                 OPEN  INPUT VDRFL
                 IF  PARFL-STATUS  =  "00"
                     PERFORM  UNTIL EOF-SW = "Y"
                        READ  VDRFL  INTO  REC-DATA  AT END
                           MOVE  "Y"   TO EOF-SW
                        NOT AT END
                           PERFORM  320-STORE-PARENT-KEY
                        END-READ
                     END-PERFORM
                     CLOSE VDRFL
                 ELSE
                     MOVE  "N"  TO FILE-OK-SW
                 END-IF
              WHEN  OTHER
                 MOVE  "PARENT NOT SUPPORTED"  TO RT-RESULT (REL-IDX)
                 MOVE  "N"  TO FILE-OK-SW
           END-EVALUATE
           IF  FILE-OK-SW  =  "N"
               AND  RT-RESULT (REL-IDX)  =  SPACES
               MOVE  "PARENT NOT AVAILABLE"  TO RT-RESULT (REL-IDX)
           END-IF
           IF  FILE-OK-SW  NOT =  "Y"
               MOVE  RT-ID     (REL-IDX)  TO DL-ID
               MOVE  RT-CHILD  (REL-IDX)  TO DL-CHILD
               MOVE  0                    TO DL-REC-NO
               MOVE  SPACES               TO DL-KEY
               MOVE  RT-PARENT (REL-IDX)  TO DL-PARENT
               MOVE  RT-RESULT (REL-IDX)  TO DL-REASON
               WRITE PRT-REC  FROM  DL  AFTER 1  LINES
               MOVE  "A"   TO RUNLOG-STATUS
           END-IF
           MOVE  "N"  TO EOF-SW.
       320-STORE-PARENT-KEY.
           ADD   1  TO RUNLOG-READ-CNT
           IF  PK-CNT  NOT <  20000
               EXIT  PARAGRAPH
           END-IF
           ADD   1  TO PK-CNT
           MOVE  REC-DATA (RT-PARENT-POS (REL-IDX) :
                           RT-KEY-LEN (REL-IDX))  TO PK-KEY (PK-CNT)
           MOVE  "N"  TO PK-DEL (PK-CNT)
           IF  RT-DEL-POS (REL-IDX)  >  0
               AND  REC-DATA (RT-DEL-POS (REL-IDX) : 1)
                                   =  RT-DEL-VALUE (REL-IDX)
               MOVE  "Y"  TO PK-DEL (PK-CNT)
           END-IF.
       330-SCAN-CHILD.
           MOVE  0  TO REC-NO
           EVALUATE  RT-CHILD (REL-IDX)
              WHEN  "D0461"
                 OPEN  INPUT ENRFL
                 IF  CHDFL-STATUS  =  "00"
                     PERFORM  UNTIL EOF-SW = "Y"
                        READ  ENRFL  INTO  REC-DATA  AT END
                           MOVE  "Y"   TO EOF-SW
                        NOT AT END
                           PERFORM  340-CHECK-CHILD-KEY
                        END-READ
                     END-PERFORM
                     CLOSE ENRFL
                 ELSE
                     MOVE  "N"  TO FILE-OK-SW
                 END-IF
              WHEN  "D0468"
                 OPEN  INPUT GRDFL
                 IF  CHDFL-STATUS  =  "00"
                     PERFORM  UNTIL EOF-SW = "Y"
                        READ  GRDFL  INTO  REC-DATA  AT END
                           MOVE  "Y"   TO EOF-SW
                        NOT AT END
                           PERFORM  340-CHECK-CHILD-KEY
                        END-READ
                     END-PERFORM
                     CLOSE GRDFL
                 ELSE
                     MOVE  "N"  TO FILE-OK-SW
                 END-IF
              WHEN  "D0880"
                 OPEN  INPUT BENFL
                 IF  CHDFL-STATUS  =  "00"
                     PERFORM  UNTIL EOF-SW = "Y"
                        READ  BENFL  INTO  REC-DATA  AT END
                           MOVE  "Y"   TO EOF-SW
                        NOT AT END
                           PERFORM  340-CHECK-CHILD-KEY
                        END-READ
                     END-PERFORM
                     CLOSE BENFL
                 ELSE
                     MOVE  "N"  TO FILE-OK-SW
                 END-IF
              WHEN  "D0885"
                 OPEN  INPUT BILLFL
                 IF  CHDFL-STATUS  =  "00"
                     PERFORM  UNTIL EOF-SW = "Y"
                        READ  BILLFL  INTO  REC-DATA  AT END
                           MOVE  "Y"   TO EOF-SW
                        NOT AT END
                           PERFORM  340-CHECK-CHILD-KEY
                        END-READ
                     END-PERFORM
                     CLOSE BILLFL
                 ELSE
                     MOVE  "N"  TO FILE-OK-SW
                 END-IF
              WHEN  "D0888"
                 OPEN  INPUT CLMFL
                 IF  CHDFL-STATUS  =  "00"
                     PERFORM  UNTIL EOF-SW = "Y"
                        READ  CLMFL  INTO  REC-DATA  AT END
                           MOVE  "Y"   TO EOF-SW
                        NOT AT END
                           PERFORM  340-CHECK-CHILD-KEY
                        END-READ
                     END-PERFORM
                     CLOSE CLMFL
                 ELSE
                     MOVE  "N"  TO FILE-OK-SW
                 END-IF
              WHEN  "D0903"
                 OPEN  INPUT LEAVFL
                 IF  CHDFL-STATUS  =  "00"
                     PERFORM  UNTIL EOF-SW = "Y"
                        READ  LEAVFL  INTO  REC-DATA  AT END
                           MOVE  "Y"   TO EOF-SW
                        NOT AT END
                           PERFORM  340-CHECK-CHILD-KEY
                        END-READ
                     END-PERFORM
                     CLOSE LEAVFL
                 ELSE
                     MOVE  "N"  TO FILE-OK-SW
                 END-IF
              WHEN  "D0910"
                 OPEN  INPUT LOANFL
                 IF  CHDFL-STATUS  =  "00"
                     PERFORM  UNTIL EOF-SW = "Y"
                        READ  LOANFL  INTO  REC-DATA  AT END
                           MOVE  "Y"   TO EOF-SW
                        NOT AT END
                           PERFORM  340-CHECK-CHILD-KEY
                        END-READ
                     END-PERFORM
                     CLOSE LOANFL
                 ELSE
                     MOVE  "N"  TO FILE-OK-SW
                 END-IF
              WHEN  "D1001"
                 OPEN  INPUT POFL
                 IF  CHDFL-STATUS  =  "00"
                     PERFORM  UNTIL EOF-SW = "Y"
                        READ  POFL  INTO  REC-DATA  AT END
                           MOVE  "Y"   TO EOF-SW
                        NOT AT END
                           PERFORM  340-CHECK-CHILD-KEY
                        END-READ
                     END-PERFORM
                     CLOSE POFL
                 ELSE
                     MOVE  "N"  TO FILE-OK-SW
                 END-IF
              WHEN  "D1004"
                 OPEN  INPUT APFL
                 IF  CHDFL-STATUS  =  "00"
                     PERFORM  UNTIL EOF-SW = "Y"
                        READ  APFL  INTO  REC-DATA  AT END
                           MOVE  "Y"   TO EOF-SW
                        NOT AT END
                           PERFORM  340-CHECK-CHILD-KEY
                        END-READ
                     END-PERFORM
                     CLOSE APFL
                 ELSE
                     MOVE  "N"  TO FILE-OK-SW
                 END-IF
              WHEN  OTHER
                 MOVE  "CHILD NOT SUPPORTED"  TO RT-RESULT (REL-IDX)
                 MOVE  "N"  TO FILE-OK-SW
           END-EVALUATE
           IF  FILE-OK-SW  =  "N"
               AND  RT-RESULT (REL-IDX)  =  SPACES
               IF  CHDFL-STATUS  =  "35"
                   MOVE  "NO CHILD FILE"  TO RT-RESULT (REL-IDX)
               ELSE
                   MOVE  "CHILD NOT AVAILABLE"  TO RT-RESULT (REL-IDX)
                   MOVE  "A"   TO RUNLOG-STATUS
               END-IF
           END-IF
           IF  FILE-OK-SW  NOT =  "Y"
               MOVE  RT-ID     (REL-IDX)  TO DL-ID
               MOVE  RT-CHILD  (REL-IDX)  TO DL-CHILD
               MOVE  0                    TO DL-REC-NO
               MOVE  SPACES               TO DL-KEY
               MOVE  RT-PARENT (REL-IDX)  TO DL-PARENT
               MOVE  RT-RESULT (REL-IDX)  TO DL-REASON
               WRITE PRT-REC  FROM  DL  AFTER 1  LINES
           END-IF
           MOVE  "N"  TO EOF-SW.
       340-CHECK-CHILD-KEY.
           ADD   1  TO REC-NO  RT-READ (REL-IDX)  RUNLOG-READ-CNT
           MOVE  REC-DATA (RT-CHILD-POS (REL-IDX) :
                           RT-KEY-LEN (REL-IDX))  TO WK-KEY
           MOVE  0  TO FOUND-IDX
           PERFORM  VARYING  PK-IDX  FROM  1  BY 1
                    UNTIL PK-IDX  >  PK-CNT  OR  FOUND-IDX  >  0
              IF  PK-KEY (PK-IDX)  =  WK-KEY
                  MOVE  PK-IDX  TO FOUND-IDX
              END-IF
           END-PERFORM
           IF  FOUND-IDX  =  0
               MOVE  "PARENT RECORD MISSING"  TO WK-REASON
           ELSE
               IF  PK-DEL (FOUND-IDX)  =  "Y"
                   MOVE  "PARENT MARKED DELETED"  TO WK-REASON
               ELSE
                   EXIT  PARAGRAPH
               END-IF
           END-IF
           ADD   1  TO RT-ORPHAN (REL-IDX)  RUNLOG-WRITE-CNT
           MOVE  RT-ID     (REL-IDX)  TO DL-ID
           MOVE  RT-CHILD  (REL-IDX)  TO DL-CHILD
           MOVE  REC-NO               TO DL-REC-NO
           MOVE  WK-KEY               TO DL-KEY
           MOVE  RT-PARENT (REL-IDX)  TO DL-PARENT
           MOVE  WK-REASON            TO DL-REASON
           WRITE PRT-REC  FROM  DL  AFTER 1  LINES.
       400-HOLD-DEPENDENTS.
           OPEN  EXTEND HOLDFL
           IF  HOLDFL-STATUS  =  "35"
               OPEN  OUTPUT HOLDFL
           END-IF
           OPEN  INPUT CTLFL
           IF  CTLFL-STATUS  NOT =  "00"
               MOVE  "Y"   TO EOF-SW
               DISPLAY  "NO SCHEDULE CONTROL FILE D1009.DAT"
           ELSE
               READ  CTLFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
           END-IF
           PERFORM  UNTIL EOF-SW = "Y"
              IF  CTL-PRED-1  =  RUNLOG-JOB
                  OR  CTL-PRED-2  =  RUNLOG-JOB
                  MOVE  CTL-JOB  TO HOLD-JOB
                  MOVE  "REFERENTIAL INTEGRITY BREAK"
                        TO HOLD-REASON
                  WRITE HOLD-REC
                  ADD   1  TO HOLD-CNT
                  MOVE  CTL-JOB  TO NT-JOB
                  WRITE PRT-REC  FROM  NT-HELD  AFTER 1  LINES
              END-IF
              READ  CTLFL   AT END
                 MOVE  "Y"   TO EOF-SW
              END-READ
           END-PERFORM
           IF  CTLFL-STATUS  NOT =  "35"
               CLOSE CTLFL
           END-IF
           CLOSE HOLDFL
           MOVE  "N"  TO EOF-SW.
