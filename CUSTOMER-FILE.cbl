           88  RECORD-NOT-FOUND    VALUE '23'.
       01  WS-CUSTOMER-ID         PIC 9(5).
       01  WS-CUSTOMER-NAME       PIC X(30).
       01  WS-AFFILIATE-OUT       PIC X.
       01  WS-THIRD-PARTY-OUT     PIC X.
       01  WS-MARKETING-OUT       PIC X.
       01  WS-ADDR-STREET-1       PIC X(30).
       01  WS-ADDR-STREET-2       PIC X(18).
       01  WS-ADDR-CITY           PIC X(20).
       01  WS-ADDR-STATE          PIC X(2).
       01  WS-ADDR-ZIP-5          PIC X(5).
       01  WS-ADDR-ZIP-4          PIC X(4).
       01  WS-ADDR-VALID          PIC X.
           88  ADDRESS-IS-VALID    VALUE 'Y'.
       01  WS-ADDR-REASON         PIC X(40).
       01  WS-ADDRESS-LINES.
           05  WS-ADDRESS-LINE     PIC X(50) OCCURS 3 TIMES.
       01  WS-PHONE               PIC 9(15).
       01  WS-LOAN-AMOUNT         PIC 9(7)V99.
       01  WS-LOAN-BALANCE        PIC 9(7)V99.
           88  INQUIRE-MODE        VALUE '2'.
           88  UPDATE-MODE         VALUE '3'.
           88  DELETE-MODE         VALUE '4'.
           88  MERGE-MODE          VALUE '5'.
       01  WS-SEARCH-ID           PIC 9(5).
       01  WS-CONFIRM             PIC X.
           88  CONFIRM-YES         VALUE 'Y' 'y'.

       01  WS-JRN-FILE-NAME       PIC X(20).
       01  WS-JRN-ACTION          PIC X(10).
       01  WS-JRN-BEFORE          PIC X(400).
       01  WS-JRN-AFTER           PIC X(400).

      *  Identity-theft red-flag alert on the customer (from
      *  CHECK-FRAUD-ALERT).  While one is active an address or
      *  phone change is staged for a supervisor, not applied.
       01  WS-ALERT-IN-FORCE      PIC X.
           88  FRAUD-ALERT-IN-FORCE VALUE 'Y'.
       01  WS-ALERT-TYPE          PIC X(2).
       01  WS-ALERT-DATE          PIC 9(8).
       01  WS-ALERT-NOTE          PIC X(40).
       01  WS-OLD-PHONE           PIC 9(15).
       01  WS-STAGE-ADDRESS.
           05  WS-STAGE-STREET-1   PIC X(30).
           05  WS-STAGE-STREET-2   PIC X(18).
           05  WS-STAGE-CITY       PIC X(20).
           05  WS-STAGE-STATE      PIC X(2).
           05  WS-STAGE-ZIP-5      PIC X(5).
           05  WS-STAGE-ZIP-4      PIC X(4).
       01  WS-STAGE-PHONE         PIC 9(15).

      *  Duplicate-customer merge request and the forwarding of a
      *  retired CUSTOMER-ID to its survivor (RESOLVE-CUSTOMER-ID).
       01  WS-KEYED-ID            PIC 9(5).
       01  WS-CUSTOMER-RETIRED    PIC X.
           88  CUSTOMER-RETIRED    VALUE 'Y'.
       01  WS-RETIRE-ID           PIC 9(5).
       01  WS-SURVIVOR-ID         PIC 9(5).
       01  WS-MERGE-OK            PIC X.
           88  MERGE-CAN-QUEUE     VALUE 'Y'.
       01  WS-HOLD-LOAN-ID        PIC 9(5) VALUE ZERO.
       01  WS-HOLD-IN-FORCE       PIC X.
           88  HOLD-IN-FORCE       VALUE 'Y'.
       01  WS-HOLD-MATTER         PIC X(15).
       01  WS-MERGE-DETAIL        PIC X(30).
       01  WS-MERGE-DETAIL-PARTS REDEFINES WS-MERGE-DETAIL.
           05  WS-MERGE-DETAIL-ID  PIC 9(5).
           05  FILLER              PIC X(25).

       PROCEDURE DIVISION.

       DISPLAY '2. Inquire Customer'
       DISPLAY '3. Update Customer'
       DISPLAY '4. Delete Customer'
       DISPLAY '5. Request Duplicate Customer Merge'
       DISPLAY 'Select Option: '
       ACCEPT WS-MODE
       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
               PERFORM UPDATE-CUSTOMER
           WHEN DELETE-MODE
               PERFORM DELETE-CUSTOMER
           WHEN MERGE-MODE
               PERFORM REQUEST-CUSTOMER-MERGE
           WHEN OTHER
               DISPLAY 'Invalid Option.'
       END-EVALUATE
           ACCEPT WS-CUSTOMER-ID
           DISPLAY 'Enter Customer Name: '
           ACCEPT WS-CUSTOMER-NAME
           PERFORM ACCEPT-MAILING-ADDRESS
           DISPLAY 'Enter Phone: '
           ACCEPT WS-PHONE
           DISPLAY 'Enter Loan Amount: '
               GOBACK
           END-IF

           IF NOT ADDRESS-IS-VALID
               DISPLAY 'Address Rejected: ' WS-ADDR-REASON
               CLOSE CUSTOMER-FILE
               GOBACK
           END-IF

      *  OFAC gate: the applicant (and any co-borrower) screens
      *  against the sanctions list before we do business with
      *  them.  A potential match blocks the add and queues the

           MOVE WS-CUSTOMER-ID     TO CUSTOMER-ID
           MOVE WS-CUSTOMER-NAME   TO CUSTOMER-NAME
           PERFORM MOVE-ADDRESS-TO-RECORD
           MOVE WS-PHONE           TO PHONE
           MOVE WS-LOAN-AMOUNT     TO LOAN-AMOUNT
           MOVE WS-LOAN-BALANCE    TO LOAN-BALANCE

           DISPLAY 'Enter Customer ID To Look Up: '
           ACCEPT WS-SEARCH-ID
           PERFORM FORWARD-RETIRED-ID
           MOVE WS-SEARCH-ID TO CUSTOMER-ID

           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY 'Customer Not Found: ' WS-SEARCH-ID
               NOT INVALID KEY
                   PERFORM CHECK-CUSTOMER-FRAUD-ALERT
                   DISPLAY 'Customer ID     : ' CUSTOMER-ID
                   DISPLAY 'Customer Name   : ' CUSTOMER-NAME
                   CALL 'FORMAT-MAILING-ADDRESS' USING CUSTOMER-REC
                                                        WS-ADDRESS-LINES
                   DISPLAY 'Address         : ' WS-ADDRESS-LINE (1)
                   IF WS-ADDRESS-LINE (2) NOT = SPACES
                       DISPLAY '                  ' WS-ADDRESS-LINE (2)
                   END-IF
                   IF WS-ADDRESS-LINE (3) NOT = SPACES
                       DISPLAY '                  ' WS-ADDRESS-LINE (3)
                   END-IF
                   DISPLAY 'Phone           : ' PHONE
                   DISPLAY 'Loan Amount     : ' LOAN-AMOUNT
                   DISPLAY 'Loan Balance    : ' LOAN-BALANCE
                   DISPLAY 'Co-Borrower ID  : ' CO-BORROWER-ID
                   DISPLAY 'Co-Borrower Name: ' CO-BORROWER-NAME
                   DISPLAY 'Credit Score    : ' CREDIT-SCORE
                   CALL 'CHECK-PRIVACY-OPT-OUT' USING CUSTOMER-ID
                                                   WS-AFFILIATE-OUT
                                                   WS-THIRD-PARTY-OUT
                                                   WS-MARKETING-OUT
                   DISPLAY 'Privacy Opt-Out : Affiliates '
                       WS-AFFILIATE-OUT ' Third Parties '
                       WS-THIRD-PARTY-OUT ' Marketing '
                       WS-MARKETING-OUT
           END-READ

           CLOSE CUSTOMER-FILE.

           DISPLAY 'Enter Customer ID To Update: '
           ACCEPT WS-SEARCH-ID
           PERFORM FORWARD-RETIRED-ID
           MOVE WS-SEARCH-ID TO CUSTOMER-ID

           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY 'Customer Not Found: ' WS-SEARCH-ID
               NOT INVALID KEY
                   PERFORM CHECK-CUSTOMER-FRAUD-ALERT
                   MOVE CUSTOMER-REC TO WS-JRN-BEFORE
                   CALL 'FORMAT-MAILING-ADDRESS' USING CUSTOMER-REC
                                                        WS-ADDRESS-LINES
                   DISPLAY 'Current Address : ' WS-ADDRESS-LINE (1)
                   IF WS-ADDRESS-LINE (2) NOT = SPACES
                       DISPLAY '                  ' WS-ADDRESS-LINE (2)
                   END-IF
                   IF WS-ADDRESS-LINE (3) NOT = SPACES
                       DISPLAY '                  ' WS-ADDRESS-LINE (3)
                   END-IF
                   DISPLAY 'Current Phone   : ' PHONE
                   DISPLAY 'Enter New Address -'
                   PERFORM ACCEPT-MAILING-ADDRESS
                   MOVE PHONE TO WS-OLD-PHONE
                   DISPLAY 'Enter New Phone: '
                   ACCEPT PHONE
                   MOVE LOAN-BALANCE TO WS-OLD-LOAN-BALANCE
                       CLOSE CUSTOMER-FILE
                       GOBACK
                   END-IF
                   IF NOT ADDRESS-IS-VALID
                       DISPLAY 'Address Rejected: ' WS-ADDR-REASON
                           ' - Update Rejected.'
                       CLOSE CUSTOMER-FILE
                       GOBACK
                   END-IF
                   IF FRAUD-ALERT-IN-FORCE
                       PERFORM STAGE-ALERTED-CHANGE
                   ELSE
                       PERFORM MOVE-ADDRESS-TO-RECORD
                   END-IF
                   COMPUTE WS-BALANCE-CHANGE =
                       WS-NEW-LOAN-BALANCE - WS-OLD-LOAN-BALANCE
                   IF WS-BALANCE-CHANGE < ZERO
               END-READ
               CLOSE BRANCH-FILE
           END-IF.

      *----------------------------------------------------------------
      *  The mailing address is keyed field by field and edited
      *  through VALIDATE-MAILING-ADDRESS -- the same standard the
      *  conversion and the boarding feed are held to.
      *----------------------------------------------------------------
       ACCEPT-MAILING-ADDRESS.
           DISPLAY 'Enter Street Address Line 1: '
           ACCEPT WS-ADDR-STREET-1
           DISPLAY 'Enter Street Address Line 2 (Blank If None): '
           ACCEPT WS-ADDR-STREET-2
           DISPLAY 'Enter City: '
           ACCEPT WS-ADDR-CITY
           DISPLAY 'Enter State (2-Letter Code): '
           ACCEPT WS-ADDR-STATE
           DISPLAY 'Enter ZIP Code (5 Digits): '
           ACCEPT WS-ADDR-ZIP-5
           DISPLAY 'Enter ZIP+4 Extension (Blank If Unknown): '
           ACCEPT WS-ADDR-ZIP-4
           CALL 'VALIDATE-MAILING-ADDRESS' USING WS-ADDR-STREET-1
                                                  WS-ADDR-CITY
                                                  WS-ADDR-STATE
                                                  WS-ADDR-ZIP-5
                                                  WS-ADDR-ZIP-4
                                                  WS-ADDR-VALID
                                                  WS-ADDR-REASON.

       MOVE-ADDRESS-TO-RECORD.
           MOVE WS-ADDR-STREET-1   TO ADDR-STREET-1
           MOVE WS-ADDR-STREET-2   TO ADDR-STREET-2
           MOVE WS-ADDR-CITY       TO ADDR-CITY
           MOVE WS-ADDR-STATE      TO ADDR-STATE
           MOVE WS-ADDR-ZIP-5      TO ADDR-ZIP-5
           MOVE WS-ADDR-ZIP-4      TO ADDR-ZIP-4
           MOVE 'S'                TO ADDRESS-FORMAT.

      *----------------------------------------------------------------
      *  Identity-theft red flag: a customer under an active alert
      *  gets the warning banner on every screen that shows them.
      *----------------------------------------------------------------
       CHECK-CUSTOMER-FRAUD-ALERT.
           CALL 'CHECK-FRAUD-ALERT' USING CUSTOMER-ID
                                          WS-ALERT-IN-FORCE
                                          WS-ALERT-TYPE
                                          WS-ALERT-DATE
                                          WS-ALERT-NOTE
           IF FRAUD-ALERT-IN-FORCE
               DISPLAY '*** FRAUD ALERT (' WS-ALERT-TYPE ') SINCE '
                   WS-ALERT-DATE ' - VERIFY IDENTITY BEFORE ACTING ***'
               DISPLAY '*** ' WS-ALERT-NOTE
           END-IF.

      *----------------------------------------------------------------
      *  Under an alert the address and phone of record stay as
      *  they are.  Whatever the operator keyed that differs from
      *  them is staged on the alert and queued for a supervisor
      *  (STAGE-FRAUD-ALERT-CHANGE); the rest of the update goes
      *  through as usual.
      *----------------------------------------------------------------
       STAGE-ALERTED-CHANGE.
           MOVE SPACES TO WS-STAGE-ADDRESS
           MOVE ZERO TO WS-STAGE-PHONE
           IF NOT ADDRESS-STRUCTURED
              OR WS-ADDR-STREET-1 NOT = ADDR-STREET-1
              OR WS-ADDR-STREET-2 NOT = ADDR-STREET-2
              OR WS-ADDR-CITY     NOT = ADDR-CITY
              OR WS-ADDR-STATE    NOT = ADDR-STATE
              OR WS-ADDR-ZIP-5    NOT = ADDR-ZIP-5
              OR WS-ADDR-ZIP-4    NOT = ADDR-ZIP-4
               MOVE WS-ADDR-STREET-1 TO WS-STAGE-STREET-1
               MOVE WS-ADDR-STREET-2 TO WS-STAGE-STREET-2
               MOVE WS-ADDR-CITY     TO WS-STAGE-CITY
               MOVE WS-ADDR-STATE    TO WS-STAGE-STATE
               MOVE WS-ADDR-ZIP-5    TO WS-STAGE-ZIP-5
               MOVE WS-ADDR-ZIP-4    TO WS-STAGE-ZIP-4
           END-IF
           IF PHONE NOT = WS-OLD-PHONE
               MOVE PHONE TO WS-STAGE-PHONE
               MOVE WS-OLD-PHONE TO PHONE
           END-IF
           IF WS-STAGE-STREET-1 NOT = SPACES
              OR WS-STAGE-PHONE NOT = ZERO
               CALL 'STAGE-FRAUD-ALERT-CHANGE' USING
                   WS-SEARCH-ID
                   WS-STAGE-STREET-1
                   WS-STAGE-STREET-2
                   WS-STAGE-CITY
                   WS-STAGE-STATE
                   WS-STAGE-ZIP-5
                   WS-STAGE-ZIP-4
                   WS-STAGE-PHONE
                   WS-USER-ID
           END-IF.

      *----------------------------------------------------------------
      *  A CUSTOMER-ID retired by a duplicate merge is forwarded to
      *  the surviving record, with a note that it happened.
      *----------------------------------------------------------------
       FORWARD-RETIRED-ID.
           MOVE WS-SEARCH-ID TO WS-KEYED-ID
           CALL 'RESOLVE-CUSTOMER-ID' USING WS-SEARCH-ID
                                            WS-CUSTOMER-RETIRED
           IF CUSTOMER-RETIRED
               DISPLAY 'Customer ' WS-KEYED-ID ' Was Merged Into '
                   WS-SEARCH-ID ' - Showing The Surviving Record.'
           END-IF.

      *----------------------------------------------------------------
      *  Maker side of a duplicate-customer merge.  Both records are
      *  shown side by side; the request is refused when either ID
      *  is already retired, when the customer to retire is under a
      *  legal hold (its records are preserved as they stand), or
      *  when either carries an identity-theft alert (an alert must
      *  be resolved before records move between identities).  The
      *  merge itself happens only on a supervisor's release.
      *----------------------------------------------------------------
       REQUEST-CUSTOMER-MERGE.
           DISPLAY 'Enter Customer ID To Retire (The Duplicate): '
           ACCEPT WS-RETIRE-ID
           DISPLAY 'Enter Customer ID To Keep (The Survivor): '
           ACCEPT WS-SURVIVOR-ID
           MOVE 'Y' TO WS-MERGE-OK

           IF WS-RETIRE-ID = WS-SURVIVOR-ID
               DISPLAY 'The Two Customer IDs Are The Same.'
               GOBACK
           END-IF

           MOVE WS-RETIRE-ID TO WS-KEYED-ID
           CALL 'RESOLVE-CUSTOMER-ID' USING WS-KEYED-ID
                                            WS-CUSTOMER-RETIRED
           IF CUSTOMER-RETIRED
               DISPLAY 'Customer ' WS-RETIRE-ID
                   ' Is Already Merged Into ' WS-KEYED-ID
               MOVE 'N' TO WS-MERGE-OK
           END-IF
           MOVE WS-SURVIVOR-ID TO WS-KEYED-ID
           CALL 'RESOLVE-CUSTOMER-ID' USING WS-KEYED-ID
                                            WS-CUSTOMER-RETIRED
           IF CUSTOMER-RETIRED
               DISPLAY 'Customer ' WS-SURVIVOR-ID
                   ' Is Itself Retired Into ' WS-KEYED-ID
               MOVE 'N' TO WS-MERGE-OK
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY 'Error opening file CUSTOMER-FILE.'
               GOBACK
           END-IF
           DISPLAY '--- Retire ---'
           MOVE WS-RETIRE-ID TO CUSTOMER-ID
           PERFORM SHOW-MERGE-CANDIDATE
           DISPLAY '--- Keep ---'
           MOVE WS-SURVIVOR-ID TO CUSTOMER-ID
           PERFORM SHOW-MERGE-CANDIDATE
           CLOSE CUSTOMER-FILE

           CALL 'CHECK-LEGAL-HOLD' USING WS-HOLD-LOAN-ID
                                         WS-RETIRE-ID
                                         WS-HOLD-IN-FORCE
                                         WS-HOLD-MATTER
           IF HOLD-IN-FORCE
               DISPLAY 'Customer ' WS-RETIRE-ID
                   ' Is Under Legal Hold - Matter ' WS-HOLD-MATTER
               MOVE 'N' TO WS-MERGE-OK
           END-IF

           IF NOT MERGE-CAN-QUEUE
               DISPLAY 'Merge Request Refused.'
               GOBACK
           END-IF

           DISPLAY 'Queue This Merge For Supervisor Approval (Y/N)? '
           ACCEPT WS-CONFIRM
           IF CONFIRM-YES
               MOVE 'CUSTOMER MERGE'  TO WS-Q-ACTION
               MOVE WS-RETIRE-ID      TO WS-Q-KEY-ID
               MOVE ZERO              TO WS-Q-AMOUNT
               MOVE ZERO              TO WS-Q-AUX-DATE-1
               MOVE ZERO              TO WS-Q-AUX-DATE-2
               MOVE SPACES            TO WS-MERGE-DETAIL
               MOVE WS-SURVIVOR-ID    TO WS-MERGE-DETAIL-ID
               MOVE WS-MERGE-DETAIL   TO WS-Q-DETAIL
               CALL 'QUEUE-PENDING-APPROVAL' USING
                   WS-Q-ACTION
                   WS-Q-KEY-ID
                   WS-Q-AMOUNT
                   WS-Q-AUX-DATE-1
                   WS-Q-AUX-DATE-2
                   WS-Q-DETAIL
                   WS-USER-ID
               DISPLAY 'Merge Queued For Supervisor Approval.'
           ELSE
               DISPLAY 'Merge Request Cancelled.'
           END-IF.

       SHOW-MERGE-CANDIDATE.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY 'Customer Not Found: ' CUSTOMER-ID
                   MOVE 'N' TO WS-MERGE-OK
               NOT INVALID KEY
                   DISPLAY 'Customer ID     : ' CUSTOMER-ID
                   DISPLAY 'Customer Name   : ' CUSTOMER-NAME
                   DISPLAY 'TIN             : ' TIN
                   DISPLAY 'Phone           : ' PHONE
                   DISPLAY 'Loan Balance    : ' LOAN-BALANCE
                   CALL 'CHECK-FRAUD-ALERT' USING CUSTOMER-ID
                                                  WS-ALERT-IN-FORCE
                                                  WS-ALERT-TYPE
                                                  WS-ALERT-DATE
                                                  WS-ALERT-NOTE
                   IF FRAUD-ALERT-IN-FORCE
                       DISPLAY '*** FRAUD ALERT (' WS-ALERT-TYPE
                           ') ON THIS CUSTOMER - RESOLVE BEFORE '
                           'MERGING ***'
                       MOVE 'N' TO WS-MERGE-OK
                   END-IF
           END-READ.
