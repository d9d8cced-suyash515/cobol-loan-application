       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       OPEN EXTEND REPORT-FILE
       GET-DELINQUENCY-DATA.
           DISPLAY 'Enter Loan ID: '
           ACCEPT DELINQ-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING DELINQ-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               GOBACK
           END-IF
           DISPLAY 'Enter Days Past Due: '
           ACCEPT DELINQ-DAYS-PAST-DUE
           DISPLAY 'Enter Amount Past Due: '
