       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
       END-IF
       DISPLAY 'Enter Loan ID To Force-Place: '
       ACCEPT WS-LOAN-ID
       CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                      WS-LOAN-ACCESS
       IF NOT LOAN-ACCESS-ALLOWED
           STOP RUN
       END-IF
       DISPLAY 'Enter Placement Date (YYYYMMDD): '
       ACCEPT WS-PLACED-DATE
       DISPLAY 'Enter Premium Advanced: '
           MOVE ZERO TO TELLER-SESSION-ID
           MOVE SPACES TO TENDER-TYPE
           MOVE ZEROS TO ALLOCATION-SPLIT
           MOVE ZEROS TO BACKDATE-CONTROL
           WRITE TRANSACTION-REC
           CLOSE TRANSACTION-FILE.

