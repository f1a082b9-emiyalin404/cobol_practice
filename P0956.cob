           03 EXH-DATE          PIC 9(8).
           03 EXH-FORM          PIC X.
           03 EXH-SCOR          PIC 9(3).
           03 EXH-KIND          PIC X.
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC              PIC X(80).
           03 S-DATE            PIC 9(8).
           03 S-FORM            PIC X.
           03 S-SCOR            PIC 9(3).
           03 S-KIND            PIC X.
       WORKING-STORAGE SECTION.
       01  HD-1.
           03 FILLER            PIC X(15).
           03 FILLER            PIC X(6)    VALUE "卷別".
           03 FILLER            PIC X(8)    VALUE "成績".
           03 FILLER            PIC X(8)    VALUE "趨勢".
           03 FILLER            PIC X(8)    VALUE "場次".
       01  HD-3                 PIC X(60)   VALUE ALL "=".
       01  DL.
           03 DL-ID             PIC X(4).
           03 FILLER            PIC X(3).
           03 DL-SCOR           PIC ZZ9.
           03 FILLER            PIC X(4).
           03 DL-TREND          PIC X(6).
           03 FILLER            PIC X(2).
           03 DL-KIND           PIC X(6).
       01  KEY-TAB.
           05 KEY-ENTRY         OCCURS   5 TIMES.
              10 KEY-FORM       PIC X.
           05 WK-SCOR           PIC 9(3).
       01  MODE-SW              PIC X.
       01  ASK-DATE             PIC 9(8).
       01  ASK-KIND             PIC X.
       01  SV-ID                PIC X(4).
       01  SV-SCOR              PIC 9(3).
       01  1ST-SW               PIC X      VALUE "Y".
       100-APPEND-EXAM.
           DISPLAY  "測驗日期 (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT   ASK-DATE
           MOVE  SPACE  TO ASK-KIND
           PERFORM  UNTIL ASK-KIND = "Y"  OR  ASK-KIND = "N"
              DISPLAY  "補考場次 (Y/N) : " WITH NO ADVANCING
              ACCEPT   ASK-KIND
           END-PERFORM
           OPEN  INPUT SCORFL
           OPEN  EXTEND   EXHFL
           IF  EXHFL-STATUS  =  "35"
               MOVE  ASK-DATE   TO EXH-DATE
               MOVE  SCOR-FORM  TO EXH-FORM
               MOVE  WK-SCOR    TO EXH-SCOR
               IF  ASK-KIND  =  "Y"
                   MOVE  "M"  TO EXH-KIND
               ELSE
                   MOVE  SPACE  TO EXH-KIND
               END-IF
               WRITE EXH-REC
           ELSE
               DISPLAY  "UNKNOWN ANSWER FORM : " SCOR-ID " " SCOR-FORM
              MOVE  EXH-DATE  TO S-DATE
              MOVE  EXH-FORM  TO S-FORM
              MOVE  EXH-SCOR  TO S-SCOR
              MOVE  EXH-KIND  TO S-KIND
              RELEASE  S-REC
              ADD   1  TO RUNLOG-READ-CNT
              READ  EXHFL   AT END
              MOVE  S-DATE  TO DL-DATE
              MOVE  S-FORM  TO DL-FORM
              MOVE  S-SCOR  TO DL-SCOR
              IF  S-KIND  =  "M"
                  MOVE  "補考"   TO DL-KIND
              ELSE
                  MOVE  SPACES   TO DL-KIND
              END-IF
              IF  FIRST-SIT-SW = "Y"
                  MOVE  SPACES   TO DL-TREND
                  MOVE  "N"      TO FIRST-SIT-SW
