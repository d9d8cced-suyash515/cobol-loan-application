       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       DISPLAY '1. Record Bankruptcy Filing'
       ADD-BANKRUPTCY.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF

           OPEN INPUT LOAN-FILE
           IF NOT LOAN-FILE-OK
       UPDATE-STAY-STATUS.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF
           DISPLAY 'Enter New Stay Status '
               '(LIFTED/DISCHARGED/DISMISSED): '
           ACCEPT WS-NEW-STAY-STATUS
       INQUIRE-BANKRUPTCY.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF

           OPEN INPUT BANKRUPTCY-FILE
           IF NOT FILE-OK
