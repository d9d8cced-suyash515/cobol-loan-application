       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       DISPLAY '1. Open Collections Case'
       OPEN-COLLECTIONS-CASE.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF

           OPEN INPUT LOAN-FILE
           IF NOT LOAN-FILE-OK
       ASSIGN-COLLECTION-AGENCY.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF
           DISPLAY 'Enter Agency Name: '
           ACCEPT WS-AGENCY-NAME

       RECORD-RECOVERY-AMOUNT.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF
           DISPLAY 'Enter Recovery Amount: '
           ACCEPT WS-AMOUNT
           DISPLAY 'Enter Receipt Date (YYYYMMDD): '
       CLOSE-COLLECTIONS-CASE.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF

           OPEN I-O COLLECTIONS-FILE
           IF NOT FILE-OK
       INQUIRE-COLLECTIONS-CASE.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF

           OPEN INPUT COLLECTIONS-FILE
           IF NOT FILE-OK
           MOVE ZERO TO TELLER-SESSION-ID
           MOVE SPACES TO TENDER-TYPE
           MOVE ZEROS TO ALLOCATION-SPLIT
           MOVE ZEROS TO BACKDATE-CONTROL
           WRITE TRANSACTION-REC
           CLOSE TRANSACTION-FILE.
