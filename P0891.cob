           03 RCPT-CODE       PIC 9(5).
           03 RCPT-DATE       PIC 9(8).
           03 RCPT-AMT        PIC 9(6).
           03 RCPT-TYPE       PIC X.
       FD  INSFL
           DATA  RECORD   IS INS-REC.
       01  INS-REC.
                  MOVE  "Y"   TO RCPT-EOF-SW
               END-READ
               PERFORM  UNTIL RCPT-EOF-SW = "Y"
                  IF  RCPT-TYPE  NOT =  "L"
                      PERFORM  110-TALLY-RECEIPT
                  END-IF
                  READ  RCPTFL   AT END
                     MOVE  "Y"   TO RCPT-EOF-SW
                  END-READ
                 WRITE PRT-REC  FROM  DL  AFTER 1  LINES
                 END-WRITE
              NOT INVALID  KEY
                 IF  INS-STATUS  NOT =  "L"
                     EXIT PARAGRAPH
                 END-IF
                 MOVE  "D0872"   TO JRNL-FILE
                 MOVE  SPACES    TO JRNL-KEY
                 MOVE  INS-CODE  TO JRNL-KEY
                 MOVE  INS-REC   TO JRNL-IMAGE (1:30)
                 CALL  "P1018"  USING  JRNL-JOB  JRNL-FILE
                                       JRNL-KEY  JRNL-IMAGE
                 MOVE  "X"  TO INS-STATUS
                 REWRITE  INS-REC
                    INVALID  KEY
                       CONTINUE
