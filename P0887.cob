           03 RCPT-CODE       PIC 9(5).
           03 RCPT-DATE       PIC 9(8).
           03 RCPT-AMT        PIC 9(6).
           03 RCPT-TYPE       PIC X.
       FD  PRINTFL
           DATA  RECORD   IS PRT-REC.
       01  PRT-REC              PIC X(90).
                  MOVE  "Y"   TO RCPT-EOF-SW
               END-READ
               PERFORM  UNTIL RCPT-EOF-SW = "Y"
                  IF  RCPT-TYPE  NOT =  "L"
                      PERFORM  110-TALLY-RECEIPT
                  END-IF
                  READ  RCPTFL   AT END
                     MOVE  "Y"   TO RCPT-EOF-SW
                  END-READ
