               PERFORM  410-SHOW-REC
               MOVE  STUD-REC   TO OLD-STUD-REC
               PERFORM  420-ACCEPT-FIELDS
               IF  STUD-CLASS  NOT =  OLD-STUD-REC (6:3)
                   MOVE  OLD-STUD-REC (6:3)  TO STUD-CLASS
                   DISPLAY  "系級異動請以轉班作業辦理,"
                            " 系級未修改"
               END-IF
               MOVE  STUD-REC   TO NEW-STUD-REC
               MOVE  "D0441"       TO JRNL-FILE
               MOVE  SPACES        TO JRNL-KEY
