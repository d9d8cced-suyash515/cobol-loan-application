       01  WS-BUSDATE-FOUND       PIC X.
           88  BUSINESS-DATE-FOUND VALUE 'Y'.

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       DISPLAY '1. Nightly Snapshot-Driven Run'
           END-IF
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-OVERRIDE-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-OVERRIDE-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF
           DISPLAY 'SET Or CLEAR Nonaccrual? '
           ACCEPT WS-OVERRIDE-WHICH
           IF WS-OVERRIDE-WHICH NOT = 'SET'
