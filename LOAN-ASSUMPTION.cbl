       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
       END-IF
       DISPLAY 'Enter Loan ID To Transfer: '
       ACCEPT WS-LOAN-ID
       CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                      WS-LOAN-ACCESS
       IF NOT LOAN-ACCESS-ALLOWED
           STOP RUN
       END-IF
       DISPLAY 'Enter New Customer ID: '
       ACCEPT WS-NEW-CUSTOMER-ID
       DISPLAY 'Enter Transfer Date (YYYYMMDD): '
