       IDENTIFICATION  DIVISION.
       PROGRAM-ID. P1229.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   APVFL    ASSIGN TO "D1228.DAT"
              ORGANIZATION   LINE   SEQUENTIAL
              FILE STATUS    APVFL-STATUS.
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
       WORKING-STORAGE SECTION.
       01  APVFL-STATUS         PIC XX.
       01  EOF-SW               PIC X.
       LINKAGE SECTION.
       01  LK-PO-NO             PIC X(6).
       01  LK-STATE             PIC X.
       PROCEDURE DIVISION  USING  LK-PO-NO  LK-STATE.
       000-START.
           MOVE  "A"  TO LK-STATE
           OPEN  INPUT APVFL
           IF  APVFL-STATUS  =  "00"
               MOVE  "N"   TO EOF-SW
               READ  APVFL   AT END
                  MOVE  "Y"   TO EOF-SW
               END-READ
               PERFORM  UNTIL EOF-SW = "Y"
                  IF  APV-PO  =  LK-PO-NO
                      MOVE  APV-STATE  TO LK-STATE
                  END-IF
                  READ  APVFL   AT END
                     MOVE  "Y"   TO EOF-SW
                  END-READ
               END-PERFORM
               CLOSE APVFL
           END-IF
           GOBACK.
