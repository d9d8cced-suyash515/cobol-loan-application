       01  WS-BUSDATE-FOUND         PIC X.
           88  BUSINESS-DATE-FOUND   VALUE 'Y'.

       01  WS-CTL-STEP-NAME        PIC X(20).
       01  WS-CTL-RECORDS-READ     PIC 9(7).
       01  WS-CTL-RECORDS-WRITTEN  PIC 9(7).
       01  WS-CTL-DOLLARS-IN       PIC 9(9)V99.
       01  WS-CTL-DOLLARS-OUT      PIC 9(9)V99.

       01  WS-RST-MODE            PIC X.
       01  WS-RST-STEP-NAME       PIC X(20).
       01  WS-RST-BUSINESS-DATE   PIC 9(8).
       CLOSE CHECK-REGISTER-FILE
       CLOSE CHECK-ISSUE-FILE

       PERFORM WRITE-CONTROL-RECORD

       MOVE 'R' TO WS-RST-MODE
       CALL 'STEP-RESTART-CONTROL' USING WS-RST-MODE
                                          WS-RST-STEP-NAME
           ELSE
               MOVE 28 TO WS-LAST-DAY-OF-MONTH
           END-IF.

       WRITE-CONTROL-RECORD.
           MOVE WS-RST-STEP-NAME TO WS-CTL-STEP-NAME
           MOVE WS-PAYEES-CHECKED TO WS-CTL-RECORDS-READ
           MOVE WS-DISBURSEMENTS-MADE TO WS-CTL-RECORDS-WRITTEN
           MOVE ZERO TO WS-CTL-DOLLARS-IN
           MOVE ZERO TO WS-CTL-DOLLARS-OUT
           CALL 'WRITE-BATCH-CONTROL' USING WS-CTL-STEP-NAME
                                             WS-CTL-RECORDS-READ
                                             WS-CTL-RECORDS-WRITTEN
                                             WS-CTL-DOLLARS-IN
                                             WS-CTL-DOLLARS-OUT.
