       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID

       DISPLAY 'Enter Loan ID: '
       ACCEPT WS-LOAN-ID
       CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                      WS-LOAN-ACCESS
       IF NOT LOAN-ACCESS-ALLOWED
           STOP RUN
       END-IF
       DISPLAY 'Enter New Due Day Of Month (1-28): '
       ACCEPT WS-NEW-DUE-DAY
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE SPACES TO TENDER-TYPE
               MOVE ZERO TO BRANCH-ID OF TRANSACTION-REC
               MOVE ZEROS TO ALLOCATION-SPLIT
               MOVE ZEROS TO BACKDATE-CONTROL
               MOVE WS-INTERIM-INTEREST TO ALLOC-INTEREST-AMOUNT
               WRITE TRANSACTION-REC
                   INVALID KEY
