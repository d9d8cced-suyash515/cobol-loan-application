       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       DISPLAY '1. File Insurance Claim'
       FILE-CLAIM.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF

           OPEN INPUT INSURANCE-POLICY-FILE
           IF NOT POLICY-FILE-OK
       SETTLE-CLAIM.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF
           DISPLAY 'Enter Settlement Amount Received: '
           ACCEPT WS-SETTLEMENT-AMOUNT
           DISPLAY 'Enter Settlement Date (YYYYMMDD): '
               MOVE SPACES TO TENDER-TYPE
               MOVE ZERO TO BRANCH-ID OF TRANSACTION-REC
               MOVE ZEROS TO ALLOCATION-SPLIT
               MOVE ZEROS TO BACKDATE-CONTROL
               MOVE WS-APPLIED-TO-LOAN TO ALLOC-PRINCIPAL-AMOUNT
               WRITE TRANSACTION-REC
                   INVALID KEY
       INQUIRE-CLAIM.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF

           OPEN INPUT INSURANCE-CLAIM-FILE
           IF NOT FILE-OK
