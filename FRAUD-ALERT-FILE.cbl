       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUD-ALERT-FILE.

      *================================================================
      *  Identity-theft red-flag alert maintenance on
      *  FRAUD_ALERT.DAT.  When a borrower reports identity theft,
      *  or we catch a suspicious change, the customer is put under
      *  an ACTIVE alert with its type, the date, and a note on how
      *  the borrower's identity is to be verified (call-back
      *  number on the original application, in-branch with ID, and
      *  so on).  From then on CHECK-FRAUD-ALERT sends the
      *  customer's address and phone changes, autopay account
      *  changes, loan disbursements, line draws and refund checks
      *  through dual control, and the inquiry and teller screens
      *  carry a warning banner.  Placing an alert takes effect at
      *  once; clearing one does not: the clearance is captured as a
      *  FRAUD ALERT CLEAR item on the dual-control queue and only a
      *  supervisor's release through SUPERVISOR-APPROVAL lifts it.
      *  Inquire shows the alert and any change staged under it.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRAUD-ALERT-FILE ASSIGN TO 'FRAUD_ALERT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF FRAUD-ALERT-REC
               FILE STATUS IS FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-REC
               FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT PENDING-APPROVAL-FILE
               ASSIGN TO 'PENDING_APPROVAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PENDING-ID OF PENDING-APPROVAL-REC
               FILE STATUS IS PENDING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRAUD-ALERT-FILE.
       COPY FRAUDALERTREC.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  PENDING-APPROVAL-FILE.
       COPY PENDAPPRREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS              PIC XX.
           88  FILE-OK               VALUE '00'.
           88  FILE-NOT-FOUND        VALUE '35'.
       01  CUSTOMER-FILE-STATUS     PIC XX.
           88  CUSTOMER-FILE-OK      VALUE '00'.
       01  PENDING-FILE-STATUS      PIC XX.
           88  PENDING-FILE-OK       VALUE '00'.
       01  WS-MODE                  PIC X.
           88  PLACE-MODE             VALUE '1'.
           88  CLEAR-MODE             VALUE '2'.
           88  INQUIRE-MODE           VALUE '3'.
       01  WS-CUSTOMER-ID           PIC 9(5).
       01  WS-ALERT-TYPE            PIC X(2).
           88  WS-TYPE-IS-VALID      VALUE 'IT' 'SC'.
       01  WS-VERIFICATION-NOTE     PIC X(40).
       01  WS-TODAY                 PIC 9(8).
       01  WS-CUSTOMER-FOUND        PIC X.
           88  CUSTOMER-FOUND        VALUE 'Y'.
       01  WS-ALERT-ON-FILE         PIC X.
           88  ALERT-ON-FILE         VALUE 'Y'.
       01  WS-END-OF-PENDING        PIC X.
           88  END-OF-PENDING        VALUE 'Y'.
       01  WS-CLEAR-QUEUED          PIC X.
           88  CLEAR-ALREADY-QUEUED  VALUE 'Y'.

       01  WS-Q-ACTION              PIC X(20).
       01  WS-Q-AMOUNT              PIC 9(7)V99 VALUE ZERO.
       01  WS-Q-AUX-DATE-1          PIC 9(8) VALUE ZERO.
       01  WS-Q-AUX-DATE-2          PIC 9(8) VALUE ZERO.
       01  WS-Q-DETAIL              PIC X(30).

       01  WS-USER-ID               PIC A(10).
       01  WS-LOG-ACTION-TYPE       PIC A(20).
       01  WS-LOG-DESCRIPTION       PIC A(50).

       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       PROCEDURE DIVISION.

       DISPLAY '1. Place Fraud Alert'
       DISPLAY '2. Request Alert Clearance'
       DISPLAY '3. Inquire Fraud Alert'
       DISPLAY 'Select Option: '
       ACCEPT WS-MODE
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
                                       WS-SIGNON-FOUND
       IF NOT SIGNON-FOUND
           DISPLAY 'Enter Your User ID: '
           ACCEPT WS-USER-ID
       END-IF

       DISPLAY 'Enter Customer ID: '
       ACCEPT WS-CUSTOMER-ID

       EVALUATE TRUE
           WHEN PLACE-MODE
               PERFORM PLACE-FRAUD-ALERT
           WHEN CLEAR-MODE
               PERFORM REQUEST-ALERT-CLEARANCE
           WHEN INQUIRE-MODE
               PERFORM INQUIRE-FRAUD-ALERT
           WHEN OTHER
               DISPLAY 'Invalid Option.'
       END-EVALUATE

       STOP RUN.

       PLACE-FRAUD-ALERT.
           PERFORM VALIDATE-CUSTOMER
           IF NOT CUSTOMER-FOUND
               DISPLAY 'Customer Not On File: ' WS-CUSTOMER-ID
                   ' - Alert Not Placed.'
           ELSE
               DISPLAY 'Alert Type (IT=Identity Theft Reported, '
                   'SC=Suspicious Change): '
               ACCEPT WS-ALERT-TYPE
               IF NOT WS-TYPE-IS-VALID
                   DISPLAY 'Invalid Alert Type: ' WS-ALERT-TYPE
                       ' - Alert Not Placed.'
               ELSE
                   DISPLAY 'Enter Verification Note: '
                   ACCEPT WS-VERIFICATION-NOTE
                   IF WS-VERIFICATION-NOTE = SPACES
                       DISPLAY 'Verification Note Is Required - '
                           'Alert Not Placed.'
                   ELSE
                       PERFORM WRITE-ALERT-RECORD
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  A customer keeps one alert record.  A cleared alert is
      *  reused for the new one, and any change left staged under
      *  the old alert is dropped with it.
      *----------------------------------------------------------------
       WRITE-ALERT-RECORD.
           OPEN I-O FRAUD-ALERT-FILE
           IF FILE-NOT-FOUND
               OPEN OUTPUT FRAUD-ALERT-FILE
               CLOSE FRAUD-ALERT-FILE
               OPEN I-O FRAUD-ALERT-FILE
           END-IF
           IF NOT FILE-OK
               DISPLAY 'Error Opening FRAUD-ALERT-FILE.'
               STOP RUN
           END-IF

           MOVE 'N' TO WS-ALERT-ON-FILE
           MOVE WS-CUSTOMER-ID TO CUSTOMER-ID OF FRAUD-ALERT-REC
           READ FRAUD-ALERT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ALERT-ON-FILE
           END-READ

           IF ALERT-ON-FILE AND ALERT-ACTIVE
               DISPLAY 'Customer ' WS-CUSTOMER-ID ' Already Under '
                   'An Active ' ALERT-TYPE ' Alert Of ' ALERT-DATE
               CLOSE FRAUD-ALERT-FILE
               STOP RUN
           END-IF

           MOVE WS-CUSTOMER-ID       TO CUSTOMER-ID OF FRAUD-ALERT-REC
           MOVE WS-ALERT-TYPE        TO ALERT-TYPE
           MOVE WS-TODAY             TO ALERT-DATE
           MOVE WS-VERIFICATION-NOTE TO VERIFICATION-NOTE
           MOVE WS-USER-ID           TO ALERT-PLACED-BY
           MOVE 'A'                  TO ALERT-STATUS
           MOVE ZERO                 TO ALERT-CLEARED-DATE
           MOVE SPACES               TO ALERT-CLEARED-BY
           PERFORM CLEAR-STAGED-CHANGE

           IF ALERT-ON-FILE
               REWRITE FRAUD-ALERT-REC
                   INVALID KEY
                       DISPLAY 'Error Updating Fraud Alert.'
                   NOT INVALID KEY
                       PERFORM LOG-ALERT-PLACED
               END-REWRITE
           ELSE
               WRITE FRAUD-ALERT-REC
                   INVALID KEY
                       DISPLAY 'Error Writing Fraud Alert.'
                   NOT INVALID KEY
                       PERFORM LOG-ALERT-PLACED
               END-WRITE
           END-IF

           CLOSE FRAUD-ALERT-FILE.

       CLEAR-STAGED-CHANGE.
           MOVE 'N'    TO STAGED-CHANGE-FLAG
           MOVE SPACES TO STAGED-BY
           MOVE ZERO   TO STAGED-DATE
           MOVE SPACES TO STAGED-STREET-1
           MOVE SPACES TO STAGED-STREET-2
           MOVE SPACES TO STAGED-CITY
           MOVE SPACES TO STAGED-STATE
           MOVE SPACES TO STAGED-ZIP-5
           MOVE SPACES TO STAGED-ZIP-4
           MOVE ZERO   TO STAGED-PHONE.

       LOG-ALERT-PLACED.
           DISPLAY 'Fraud Alert ' WS-ALERT-TYPE ' Placed On Customer '
               WS-CUSTOMER-ID
           MOVE 'FRAUD ALERT PLACED' TO WS-LOG-ACTION-TYPE
           MOVE 'Identity-Theft Red-Flag Alert Placed'
               TO WS-LOG-DESCRIPTION
           CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                         WS-USER-ID
                                         WS-LOG-DESCRIPTION.

      *----------------------------------------------------------------
      *  Clearance is maker-checker: only an ACTIVE alert can be put
      *  up for clearance, and not twice while a request is still
      *  with the supervisors.
      *----------------------------------------------------------------
       REQUEST-ALERT-CLEARANCE.
           OPEN INPUT FRAUD-ALERT-FILE
           IF NOT FILE-OK
               DISPLAY 'No FRAUD-ALERT-FILE On Hand.'
               STOP RUN
           END-IF
           MOVE WS-CUSTOMER-ID TO CUSTOMER-ID OF FRAUD-ALERT-REC
           READ FRAUD-ALERT-FILE
               INVALID KEY
                   DISPLAY 'No Fraud Alert On Customer '
                       WS-CUSTOMER-ID
               NOT INVALID KEY
                   IF NOT ALERT-ACTIVE
                       DISPLAY 'Alert Already Cleared '
                           ALERT-CLEARED-DATE
                   ELSE
                       PERFORM QUEUE-ALERT-CLEARANCE
                   END-IF
           END-READ
           CLOSE FRAUD-ALERT-FILE.

       QUEUE-ALERT-CLEARANCE.
           MOVE 'FRAUD ALERT CLEAR' TO WS-Q-ACTION
           MOVE ALERT-DATE TO WS-Q-AUX-DATE-1
           MOVE SPACES TO WS-Q-DETAIL
           MOVE 'ALERT TYPE ' TO WS-Q-DETAIL
           MOVE ALERT-TYPE TO WS-Q-DETAIL (12:2)
           PERFORM CHECK-CLEAR-QUEUED
           IF CLEAR-ALREADY-QUEUED
               DISPLAY 'Clearance Already Awaiting Supervisor '
                   'Review.'
           ELSE
               CALL 'QUEUE-PENDING-APPROVAL' USING WS-Q-ACTION
                                                    WS-CUSTOMER-ID
                                                    WS-Q-AMOUNT
                                                    WS-Q-AUX-DATE-1
                                                    WS-Q-AUX-DATE-2
                                                    WS-Q-DETAIL
                                                    WS-USER-ID
               DISPLAY 'Alert Clearance Queued For Supervisor '
                   'Approval - Alert Stays In Force Until Released.'
           END-IF.

       CHECK-CLEAR-QUEUED.
           MOVE 'N' TO WS-CLEAR-QUEUED
           MOVE 'N' TO WS-END-OF-PENDING
           OPEN INPUT PENDING-APPROVAL-FILE
           IF PENDING-FILE-OK
               PERFORM CHECK-NEXT-PENDING-ROW
                   UNTIL END-OF-PENDING
               CLOSE PENDING-APPROVAL-FILE
           END-IF.

       CHECK-NEXT-PENDING-ROW.
           READ PENDING-APPROVAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-PENDING
               NOT AT END
                   IF ACTION-FRAUD-ALERT-CLEAR
                      AND QUEUE-PENDING
                      AND PENDING-KEY-ID = WS-CUSTOMER-ID
                       MOVE 'Y' TO WS-CLEAR-QUEUED
                   END-IF
           END-READ.

       INQUIRE-FRAUD-ALERT.
           OPEN INPUT FRAUD-ALERT-FILE
           IF NOT FILE-OK
               DISPLAY 'No FRAUD-ALERT-FILE On Hand.'
               STOP RUN
           END-IF
           MOVE WS-CUSTOMER-ID TO CUSTOMER-ID OF FRAUD-ALERT-REC
           READ FRAUD-ALERT-FILE
               INVALID KEY
                   DISPLAY 'No Fraud Alert On Customer '
                       WS-CUSTOMER-ID
               NOT INVALID KEY
                   PERFORM SHOW-FRAUD-ALERT
           END-READ
           CLOSE FRAUD-ALERT-FILE.

       SHOW-FRAUD-ALERT.
           DISPLAY 'Customer    : ' CUSTOMER-ID OF FRAUD-ALERT-REC
           DISPLAY 'Alert Type  : ' ALERT-TYPE
           DISPLAY 'Placed      : ' ALERT-DATE ' By ' ALERT-PLACED-BY
           DISPLAY 'Verification: ' VERIFICATION-NOTE
           IF ALERT-ACTIVE
               DISPLAY 'Status      : ACTIVE'
           ELSE
               DISPLAY 'Cleared     : ' ALERT-CLEARED-DATE
                   ' By ' ALERT-CLEARED-BY
           END-IF
           IF CHANGE-STAGED
               DISPLAY 'Staged      : ' STAGED-DATE ' By ' STAGED-BY
               IF STAGED-STREET-1 NOT = SPACES
                   DISPLAY '  Address   : ' STAGED-STREET-1
                   IF STAGED-STREET-2 NOT = SPACES
                       DISPLAY '              ' STAGED-STREET-2
                   END-IF
                   DISPLAY '              ' STAGED-CITY ' '
                       STAGED-STATE ' ' STAGED-ZIP-5 ' ' STAGED-ZIP-4
               END-IF
               IF STAGED-PHONE NOT = ZERO
                   DISPLAY '  Phone     : ' STAGED-PHONE
               END-IF
           END-IF.

       VALIDATE-CUSTOMER.
           MOVE 'N' TO WS-CUSTOMER-FOUND
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-OK
               MOVE WS-CUSTOMER-ID TO CUSTOMER-ID OF CUSTOMER-REC
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CUSTOMER-FOUND
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF.
