       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       CALL 'CHECK-BATCH-WINDOW' USING WS-WINDOW-IS-OPEN

       DISPLAY 'Enter Loan ID: '
       ACCEPT WS-LOAN-ID
       CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                      WS-LOAN-ACCESS
       IF NOT LOAN-ACCESS-ALLOWED
           CLOSE PAYMENT-SCHEDULE-FILE
           GOBACK
       END-IF
       DISPLAY 'Enter Payment Due Date (YYYYMMDD): '
       ACCEPT WS-PAYMENT-DUE-DATE
       DISPLAY 'Enter Payment Amount: '
