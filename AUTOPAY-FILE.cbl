      *  LOAN-ID records the borrower's routing/account, debit day,
      *  and active flag; ACH-ORIGINATION builds the bank's outbound
      *  debit file from active enrollments ahead of each due date.
      *  While the borrower is under an identity-theft red-flag
      *  alert (CHECK-FRAUD-ALERT) a new bank account -- on an
      *  enrollment or an update -- is not written but queued as a
      *  FRAUD ALERT AUTOPAY item, and SUPERVISOR-APPROVAL applies
      *  it once the borrower has been verified.
      *================================================================

       ENVIRONMENT DIVISION.
       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       01  WS-ALERT-IN-FORCE      PIC X VALUE 'N'.
           88  FRAUD-ALERT-IN-FORCE VALUE 'Y'.
       01  WS-ALERT-TYPE          PIC X(2).
       01  WS-ALERT-DATE          PIC 9(8).
       01  WS-ALERT-NOTE          PIC X(40).
       01  WS-OLD-ROUTING-NUMBER  PIC 9(9).
       01  WS-OLD-ACCOUNT-NUMBER  PIC X(17).

      *  The queued account change carries the routing and account
      *  in PENDING-DETAIL and the debit day in PENDING-AUX-DATE-1.
       01  WS-Q-ACTION            PIC X(20).
       01  WS-Q-AMOUNT            PIC 9(7)V99 VALUE ZERO.
       01  WS-Q-AUX-DATE-1        PIC 9(8).
       01  WS-Q-AUX-DATE-2        PIC 9(8) VALUE ZERO.
       01  WS-Q-DETAIL            PIC X(30).
       01  WS-Q-DETAIL-PARTS REDEFINES WS-Q-DETAIL.
           05  WS-Q-ROUTING-NUMBER  PIC 9(9).
           05  WS-Q-ACCOUNT-NUMBER  PIC X(17).
           05  FILLER               PIC X(4).

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       CALL 'CHECK-BATCH-WINDOW' USING WS-WINDOW-IS-OPEN
       ENROLL-AUTOPAY.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF

           OPEN INPUT LOAN-FILE
           IF NOT LOAN-FILE-OK
           MOVE WS-LOAN-ID TO LOAN-ID OF AUTOPAY-REC
           PERFORM GET-ENROLLMENT-DETAILS

           PERFORM CHECK-LOAN-FRAUD-ALERT
           IF FRAUD-ALERT-IN-FORCE
               PERFORM QUEUE-ALERTED-ACCOUNT
               CLOSE AUTOPAY-FILE
               STOP RUN
           END-IF

           WRITE AUTOPAY-REC
               INVALID KEY
                   DISPLAY 'Loan Already Enrolled: ' WS-LOAN-ID
       UPDATE-AUTOPAY.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF

           OPEN I-O AUTOPAY-FILE
           IF NOT FILE-OK
               INVALID KEY
                   DISPLAY 'Enrollment Not Found: ' WS-LOAN-ID
               NOT INVALID KEY
                   MOVE ROUTING-NUMBER TO WS-OLD-ROUTING-NUMBER
                   MOVE ACCOUNT-NUMBER TO WS-OLD-ACCOUNT-NUMBER
                   PERFORM GET-ENROLLMENT-DETAILS
                   IF ROUTING-NUMBER NOT = WS-OLD-ROUTING-NUMBER
                      OR ACCOUNT-NUMBER NOT = WS-OLD-ACCOUNT-NUMBER
                       PERFORM CHECK-LOAN-FRAUD-ALERT
                   END-IF
                   IF FRAUD-ALERT-IN-FORCE
                       PERFORM QUEUE-ALERTED-ACCOUNT
                       CLOSE AUTOPAY-FILE
                       STOP RUN
                   END-IF
                   REWRITE AUTOPAY-REC
                       INVALID KEY
                           DISPLAY 'Error Updating Enrollment.'
       CANCEL-AUTOPAY.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF

           OPEN I-O AUTOPAY-FILE
           IF NOT FILE-OK
       INQUIRE-AUTOPAY.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF

           OPEN INPUT AUTOPAY-FILE
           IF NOT FILE-OK
           END-READ

           CLOSE AUTOPAY-FILE.

      *----------------------------------------------------------------
      *  The alert sits on the borrower, so the loan is looked up
      *  for its customer.
      *----------------------------------------------------------------
       CHECK-LOAN-FRAUD-ALERT.
           MOVE 'N' TO WS-ALERT-IN-FORCE
           OPEN INPUT LOAN-FILE
           IF LOAN-FILE-OK
               MOVE WS-LOAN-ID TO LOAN-ID OF LOAN-REC
               READ LOAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       CALL 'CHECK-FRAUD-ALERT' USING
                           CUSTOMER-ID OF LOAN-REC
                           WS-ALERT-IN-FORCE
                           WS-ALERT-TYPE
                           WS-ALERT-DATE
                           WS-ALERT-NOTE
               END-READ
               CLOSE LOAN-FILE
           END-IF.

       QUEUE-ALERTED-ACCOUNT.
           MOVE 'FRAUD ALERT AUTOPAY' TO WS-Q-ACTION
           MOVE DEBIT-DAY      TO WS-Q-AUX-DATE-1
           MOVE SPACES         TO WS-Q-DETAIL
           MOVE ROUTING-NUMBER TO WS-Q-ROUTING-NUMBER
           MOVE ACCOUNT-NUMBER TO WS-Q-ACCOUNT-NUMBER
           CALL 'QUEUE-PENDING-APPROVAL' USING WS-Q-ACTION
                                                WS-LOAN-ID
                                                WS-Q-AMOUNT
                                                WS-Q-AUX-DATE-1
                                                WS-Q-AUX-DATE-2
                                                WS-Q-DETAIL
                                                WS-USER-ID
           DISPLAY '*** FRAUD ALERT (' WS-ALERT-TYPE ') SINCE '
               WS-ALERT-DATE ' ON THE BORROWER ***'
           DISPLAY 'New Bank Account Held For Supervisor '
               'Verification - Enrollment Not Changed.'.
