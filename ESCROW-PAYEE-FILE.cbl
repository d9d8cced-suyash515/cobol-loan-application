       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       CALL 'CHECK-BATCH-WINDOW' USING WS-WINDOW-IS-OPEN
       GET-PAYEE-KEY.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF
           DISPLAY 'Enter Payee Type (TAX/INSURANCE): '
           ACCEPT WS-PAYEE-TYPE
           MOVE WS-LOAN-ID   TO LOAN-ID OF ESCROW-PAYEE-REC
