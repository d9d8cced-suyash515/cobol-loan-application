       IDENTIFICATION DIVISION.
       PROGRAM-ID. RED-FLAG-REPORT.

      *================================================================
      *  Daily identity-theft red-flag report.  The classic account
      *  takeover moves the mailing address first and then asks for
      *  the money: a payoff quote to learn what a payoff check would
      *  be, or a payoff that sends the escrow and overpayment refund
      *  to wherever the address now points.  This run lists every
      *  customer address change on JOURNAL.DAT in the last 30 days
      *  (the RED FLAG WINDOW DAYS parameter overrides) that was
      *  followed, on or after the change and within the window, by
      *
      *      QUOTE    a payoff quote on PAYOFF_QUOTE.DAT for one of
      *               the customer's loans
      *      REFUND   a payoff refund on PAYOFF_REFUND.DAT
      *
      *  An address change is a CUSTOMER.DAT UPDATE whose before and
      *  after images differ anywhere in the mailing address.  Each
      *  hit shows whether the customer is already under a fraud
      *  alert, so the ones nobody has looked at stand out.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO 'JOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT PAYOFF-QUOTE-FILE ASSIGN TO 'PAYOFF_QUOTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF PAYOFF-QUOTE-REC
               FILE STATUS IS QUOTE-FILE-STATUS.

           SELECT PAYOFF-REFUND-FILE ASSIGN TO 'PAYOFF_REFUND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REFUND-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-REC
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF LOAN-REC
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       COPY JOURNALREC.

       FD  PAYOFF-QUOTE-FILE.
       COPY PAYQUOTEREC.

       FD  PAYOFF-REFUND-FILE.
       COPY PAYREFUNDREC.

       FD  LOAN-FILE.
       COPY LOANREC.

       WORKING-STORAGE SECTION.
       01  JOURNAL-FILE-STATUS     PIC XX.
           88  JOURNAL-FILE-OK      VALUE '00'.
       01  QUOTE-FILE-STATUS       PIC XX.
           88  QUOTE-FILE-OK        VALUE '00'.
       01  REFUND-FILE-STATUS      PIC XX.
           88  REFUND-FILE-OK       VALUE '00'.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
      *  Open-success flag: the status rolls with every READ, so the
      *  per-quote loan lookup guards on this, set once at OPEN.
       01  WS-LOAN-OPENED          PIC X VALUE 'N'.
           88  LOAN-WAS-OPENED      VALUE 'Y'.

       01  WS-END-OF-JOURNAL       PIC X VALUE 'N'.
           88  END-OF-JOURNAL       VALUE 'Y'.
       01  WS-END-OF-QUOTES        PIC X VALUE 'N'.
           88  END-OF-QUOTES        VALUE 'Y'.
       01  WS-END-OF-REFUNDS       PIC X VALUE 'N'.
           88  END-OF-REFUNDS       VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-BUSDATE-FOUND        PIC X.
           88  BUSINESS-DATE-FOUND  VALUE 'Y'.
      *  Compiled default; overridden by the RED FLAG WINDOW DAYS
      *  system parameter when one is on file.
       01  WS-WINDOW-DAYS          PIC 9(3) VALUE 30.
       01  WS-PARM-NAME            PIC X(20).
       01  WS-PARM-VALUE           PIC 9(7)V99.
       01  WS-PARM-FOUND           PIC X.
           88  PARM-WAS-FOUND       VALUE 'Y'.

      *  The journal carries CUSTOMER-REC images; each is laid over
      *  this copy of the record to pick out the mailing address.
       COPY CUSTREC.
       01  WS-BEFORE-ADDRESS.
           05  WS-BEFORE-AREA      PIC X(50).
           05  WS-BEFORE-STREET-2  PIC X(18).
           05  WS-BEFORE-STATE     PIC X(2).
           05  WS-BEFORE-ZIP       PIC X(9).
       01  WS-AFTER-ADDRESS.
           05  WS-AFTER-AREA       PIC X(50).
           05  WS-AFTER-STREET-2   PIC X(18).
           05  WS-AFTER-STATE      PIC X(2).
           05  WS-AFTER-ZIP        PIC X(9).

      *  Approximate day numbers (30-day months, 360-day years), the
      *  same measure the aging reports use.
       01  WS-DATE-WORK            PIC 9(8).
       01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DATE-YEAR        PIC 9(4).
           05  WS-DATE-MONTH       PIC 9(2).
           05  WS-DATE-DAY         PIC 9(2).
       01  WS-DAY-NUMBER           PIC 9(7).
       01  WS-RUN-DAY-NUMBER       PIC 9(7).
       01  WS-EVENT-DAY-NUMBER     PIC 9(7).
       01  WS-DAYS-AFTER           PIC S9(7).

      *  Address changes inside the window, in journal order.
       01  WS-CHANGE-TABLE.
           05  WS-CHG-ENTRY OCCURS 500 TIMES.
               10  WS-CHG-CUSTOMER-ID  PIC 9(5).
               10  WS-CHG-DATE         PIC 9(8).
               10  WS-CHG-DAY-NUMBER   PIC 9(7).
               10  WS-CHG-USER         PIC X(10).
       01  WS-CHANGE-ENTRIES       PIC 9(3) COMP VALUE ZERO.
       01  WS-CHANGE-LIMIT         PIC 9(3) COMP VALUE 500.
       01  WS-CHANGES-DROPPED      PIC 9(5) COMP VALUE ZERO.
       01  WS-IX                   PIC 9(3) COMP.

       01  WS-EVENT-TYPE           PIC X(6).
       01  WS-EVENT-CUSTOMER-ID    PIC 9(5).
       01  WS-EVENT-LOAN-ID        PIC 9(5).
       01  WS-EVENT-DATE           PIC 9(8).
       01  WS-EVENT-AMOUNT         PIC 9(7)V99.

       01  WS-ALERT-IN-FORCE       PIC X.
           88  FRAUD-ALERT-IN-FORCE VALUE 'Y'.
       01  WS-ALERT-TYPE           PIC X(2).
       01  WS-ALERT-DATE           PIC 9(8).
       01  WS-ALERT-NOTE           PIC X(40).
       01  WS-ALERT-FLAG           PIC X(5).

       01  WS-QUOTE-HITS           PIC 9(5) COMP VALUE ZERO.
       01  WS-REFUND-HITS          PIC 9(5) COMP VALUE ZERO.
       01  WS-UNALERTED-HITS       PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       CALL 'GET-BUSINESS-DATE' USING WS-RUN-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
       END-IF

       MOVE 'RED FLAG WINDOW DAYS' TO WS-PARM-NAME
       CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                 WS-RUN-DATE
                                 WS-PARM-VALUE
                                 WS-PARM-FOUND
       IF PARM-WAS-FOUND AND WS-PARM-VALUE > ZERO
           MOVE WS-PARM-VALUE TO WS-WINDOW-DAYS
       END-IF

       MOVE WS-RUN-DATE TO WS-DATE-WORK
       PERFORM COMPUTE-DAY-NUMBER
       MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER

       DISPLAY '============================================'
       DISPLAY '  IDENTITY-THEFT RED FLAG REPORT ' WS-RUN-DATE
       DISPLAY '  ADDRESS CHANGES IN THE LAST ' WS-WINDOW-DAYS
           ' DAYS FOLLOWED BY A PAYOFF QUOTE OR REFUND'
       DISPLAY '============================================'

       PERFORM LOAD-ADDRESS-CHANGES

       DISPLAY 'Address Changes In Window: ' WS-CHANGE-ENTRIES
       IF WS-CHANGES-DROPPED > ZERO
           DISPLAY 'WARNING - ' WS-CHANGES-DROPPED
               ' Changes Beyond The Table Were Not Checked.'
       END-IF
       DISPLAY 'CUST  CHANGED  CHANGED-BY EVENT  EVT-DATE '
           'LOAN  AMOUNT     ALERT'

       OPEN INPUT LOAN-FILE
       IF LOAN-FILE-OK
           MOVE 'Y' TO WS-LOAN-OPENED
       END-IF

       PERFORM SCAN-PAYOFF-QUOTES
       PERFORM SCAN-PAYOFF-REFUNDS

       IF LOAN-WAS-OPENED
           CLOSE LOAN-FILE
       END-IF

       DISPLAY '--------------------------------------------'
       DISPLAY 'Quote Hits: ' WS-QUOTE-HITS
           ' Refund Hits: ' WS-REFUND-HITS
           ' No Alert On File: ' WS-UNALERTED-HITS
       DISPLAY '============================================'
       STOP RUN.

      *----------------------------------------------------------------
      *  Pull every customer address change dated inside the window
      *  off the journal.  ADD and DELETE rows are not changes to an
      *  existing address, and an UPDATE that left the address alone
      *  (a balance or name change) does not count.
      *----------------------------------------------------------------
       LOAD-ADDRESS-CHANGES.
           MOVE 'N' TO WS-END-OF-JOURNAL
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-FILE-OK
               PERFORM CHECK-NEXT-JOURNAL-ROW UNTIL END-OF-JOURNAL
               CLOSE JOURNAL-FILE
           END-IF.

       CHECK-NEXT-JOURNAL-ROW.
           READ JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-JOURNAL
               NOT AT END
                   IF JRN-FILE-NAME = 'CUSTOMER.DAT'
                      AND JRN-ACTION-UPDATE
                      AND JRN-DATE NOT > WS-RUN-DATE
                       PERFORM CHECK-JOURNAL-ADDRESS
                   END-IF
           END-READ.

       CHECK-JOURNAL-ADDRESS.
           MOVE JRN-DATE TO WS-DATE-WORK
           PERFORM COMPUTE-DAY-NUMBER
           IF WS-RUN-DAY-NUMBER - WS-DAY-NUMBER NOT > WS-WINDOW-DAYS
               MOVE JRN-BEFORE-IMAGE  TO CUSTOMER-REC
               MOVE CUST-ADDRESS-AREA TO WS-BEFORE-AREA
               MOVE ADDR-STREET-2     TO WS-BEFORE-STREET-2
               MOVE ADDR-STATE        TO WS-BEFORE-STATE
               MOVE ADDR-ZIP-CODE     TO WS-BEFORE-ZIP
               MOVE JRN-AFTER-IMAGE   TO CUSTOMER-REC
               MOVE CUST-ADDRESS-AREA TO WS-AFTER-AREA
               MOVE ADDR-STREET-2     TO WS-AFTER-STREET-2
               MOVE ADDR-STATE        TO WS-AFTER-STATE
               MOVE ADDR-ZIP-CODE     TO WS-AFTER-ZIP
               IF WS-BEFORE-ADDRESS NOT = WS-AFTER-ADDRESS
                   PERFORM ADD-CHANGE-ENTRY
               END-IF
           END-IF.

       ADD-CHANGE-ENTRY.
           IF WS-CHANGE-ENTRIES < WS-CHANGE-LIMIT
               ADD 1 TO WS-CHANGE-ENTRIES
               MOVE CUSTOMER-ID OF CUSTOMER-REC
                   TO WS-CHG-CUSTOMER-ID (WS-CHANGE-ENTRIES)
               MOVE JRN-DATE  TO WS-CHG-DATE (WS-CHANGE-ENTRIES)
               MOVE WS-DAY-NUMBER
                   TO WS-CHG-DAY-NUMBER (WS-CHANGE-ENTRIES)
               MOVE JRN-USER  TO WS-CHG-USER (WS-CHANGE-ENTRIES)
           ELSE
               ADD 1 TO WS-CHANGES-DROPPED
           END-IF.

      *----------------------------------------------------------------
      *  PAYOFF_QUOTE.DAT holds the latest quote per loan; the loan
      *  master gives the borrower it belongs to.
      *----------------------------------------------------------------
       SCAN-PAYOFF-QUOTES.
           MOVE 'N' TO WS-END-OF-QUOTES
           OPEN INPUT PAYOFF-QUOTE-FILE
           IF QUOTE-FILE-OK
               PERFORM CHECK-NEXT-QUOTE UNTIL END-OF-QUOTES
               CLOSE PAYOFF-QUOTE-FILE
           END-IF.

       CHECK-NEXT-QUOTE.
           READ PAYOFF-QUOTE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-QUOTES
               NOT AT END
                   IF LOAN-WAS-OPENED
                       PERFORM MATCH-QUOTE-TO-CHANGES
                   END-IF
           END-READ.

       MATCH-QUOTE-TO-CHANGES.
           MOVE LOAN-ID OF PAYOFF-QUOTE-REC TO LOAN-ID OF LOAN-REC
           READ LOAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'QUOTE'  TO WS-EVENT-TYPE
                   MOVE CUSTOMER-ID OF LOAN-REC
                       TO WS-EVENT-CUSTOMER-ID
                   MOVE LOAN-ID OF PAYOFF-QUOTE-REC
                       TO WS-EVENT-LOAN-ID
                   MOVE QUOTE-DATE    TO WS-EVENT-DATE
                   MOVE QUOTED-PAYOFF TO WS-EVENT-AMOUNT
                   PERFORM MATCH-EVENT-TO-CHANGES
           END-READ.

       SCAN-PAYOFF-REFUNDS.
           MOVE 'N' TO WS-END-OF-REFUNDS
           OPEN INPUT PAYOFF-REFUND-FILE
           IF REFUND-FILE-OK
               PERFORM CHECK-NEXT-REFUND UNTIL END-OF-REFUNDS
               CLOSE PAYOFF-REFUND-FILE
           END-IF.

       CHECK-NEXT-REFUND.
           READ PAYOFF-REFUND-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-REFUNDS
               NOT AT END
                   MOVE 'REFUND' TO WS-EVENT-TYPE
                   MOVE CUSTOMER-ID OF PAYOFF-REFUND-REC
                       TO WS-EVENT-CUSTOMER-ID
                   MOVE LOAN-ID OF PAYOFF-REFUND-REC
                       TO WS-EVENT-LOAN-ID
                   MOVE REFUND-DATE  TO WS-EVENT-DATE
                   MOVE REFUND-TOTAL TO WS-EVENT-AMOUNT
                   PERFORM MATCH-EVENT-TO-CHANGES
           END-READ.

      *----------------------------------------------------------------
      *  An event counts against a change to the same customer's
      *  address dated no later than the event and no more than the
      *  window before it.
      *----------------------------------------------------------------
       MATCH-EVENT-TO-CHANGES.
           MOVE WS-EVENT-DATE TO WS-DATE-WORK
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-EVENT-DAY-NUMBER
           PERFORM MATCH-EVENT-TO-ONE-CHANGE
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-CHANGE-ENTRIES.

       MATCH-EVENT-TO-ONE-CHANGE.
           IF WS-CHG-CUSTOMER-ID (WS-IX) = WS-EVENT-CUSTOMER-ID
               COMPUTE WS-DAYS-AFTER =
                   WS-EVENT-DAY-NUMBER - WS-CHG-DAY-NUMBER (WS-IX)
               IF WS-DAYS-AFTER NOT < ZERO
                  AND WS-DAYS-AFTER NOT > WS-WINDOW-DAYS
                   PERFORM PRINT-RED-FLAG-HIT
               END-IF
           END-IF.

       PRINT-RED-FLAG-HIT.
           CALL 'CHECK-FRAUD-ALERT' USING WS-EVENT-CUSTOMER-ID
                                          WS-ALERT-IN-FORCE
                                          WS-ALERT-TYPE
                                          WS-ALERT-DATE
                                          WS-ALERT-NOTE
           IF FRAUD-ALERT-IN-FORCE
               MOVE 'YES' TO WS-ALERT-FLAG
           ELSE
               MOVE 'NONE' TO WS-ALERT-FLAG
               ADD 1 TO WS-UNALERTED-HITS
           END-IF
           IF WS-EVENT-TYPE = 'QUOTE'
               ADD 1 TO WS-QUOTE-HITS
           ELSE
               ADD 1 TO WS-REFUND-HITS
           END-IF
           DISPLAY WS-EVENT-CUSTOMER-ID ' '
               WS-CHG-DATE (WS-IX) ' '
               WS-CHG-USER (WS-IX) ' '
               WS-EVENT-TYPE ' '
               WS-EVENT-DATE ' '
               WS-EVENT-LOAN-ID ' '
               WS-EVENT-AMOUNT ' '
               WS-ALERT-FLAG.

       COMPUTE-DAY-NUMBER.
           COMPUTE WS-DAY-NUMBER =
               WS-DATE-YEAR * 360
               + WS-DATE-MONTH * 30
               + WS-DATE-DAY.
