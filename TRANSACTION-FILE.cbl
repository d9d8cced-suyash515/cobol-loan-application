      *  on TELLER_PENDING.DAT until the drawer balances and
      *  TELLER-SESSION releases the session, so no downstream run
      *  can move money the drawer has not proven.
      *
      *  A payment or payoff that actually came in on an earlier day
      *  than it is keyed (mail held over a weekend, a lockbox item
      *  worked late) takes an effective date; the row is flagged
      *  pending and PAYMENT-BACKDATE-REPROCESS re-accrues interest
      *  from that date in the next nightly cycle.
      *
      *  A DRAW advances funds on a home-equity line, across a teller
      *  drawer (staged like a payment, paid out in cash or check) or
      *  by transfer to the borrower's deposit account (tender XFER).
      *  It is refused unless the line is active, not frozen and
      *  still in its draw period, and unless it fits the available
      *  credit -- the limit less the balance and any draws already
      *  taken today that the nightly run has not yet applied.
      *
      *  A loan whose borrower is under an identity-theft red-flag
      *  alert shows the alert banner as soon as the loan is keyed,
      *  and a DRAW on it waits on a supervisor's release of a FRAUD
      *  ALERT DRAW item for that loan, amount and date.
      *================================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS SESSION-ID OF TELLER-SESSION-REC
               FILE STATUS IS SESSION-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-REC
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF LOAN-REC
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT PENDING-APPROVAL-FILE
               ASSIGN TO 'PENDING_APPROVAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PENDING-ID OF PENDING-APPROVAL-REC
               FILE STATUS IS APPROVAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       FD  TELLER-SESSION-FILE.
       COPY TELLERSESSREC.

       FD  LOAN-FILE.
       COPY LOANREC.

       FD  PENDING-APPROVAL-FILE.
       COPY PENDAPPRREC.

       WORKING-STORAGE SECTION.
       01  TRAN-FILE-STATUS        PIC XX.
           88  TRAN-FILE-OK         VALUE '00'.
       01  WS-PAYMENT-AMOUNT       PIC 9(7)V99.
       01  WS-REMAINING-BALANCE    PIC 9(7)V99.
       01  WS-TRANSACTION-TYPE     PIC X(10).
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE ZERO.
       01  WS-BUSINESS-DATE        PIC 9(8).
       01  WS-BUSDATE-FOUND        PIC X.
           88  BUSINESS-DATE-FOUND  VALUE 'Y'.
       01  SESSION-FILE-STATUS     PIC XX.
           88  SESSION-FILE-OK      VALUE '00'.
       01  PENDING-FILE-STATUS     PIC XX.
       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       01  LOAN-FILE-STATUS       PIC XX.
           88  LOAN-FILE-OK        VALUE '00'.
       01  WS-END-OF-PENDING      PIC X VALUE 'N'.
           88  END-OF-PENDING      VALUE 'Y'.
       01  WS-DRAWS-UNAPPLIED     PIC 9(9)V99 VALUE ZERO.
       01  WS-AVAILABLE-CREDIT    PIC S9(9)V99 VALUE ZERO.

       01  WS-SOLD-LOAN-ID        PIC 9(5).
       01  WS-LOAN-IS-SOLD        PIC X.
           88  LOAN-IS-SOLD        VALUE 'Y'.

       01  WS-ALERT-CUSTOMER-ID   PIC 9(5).
       01  WS-ALERT-IN-FORCE      PIC X VALUE 'N'.
           88  FRAUD-ALERT-IN-FORCE VALUE 'Y'.
       01  WS-ALERT-TYPE          PIC X(2).
       01  WS-ALERT-DATE          PIC 9(8).
       01  WS-ALERT-NOTE          PIC X(40).
       01  APPROVAL-FILE-STATUS   PIC XX.
           88  APPROVAL-FILE-OK    VALUE '00'.
       01  WS-END-OF-APPROVALS    PIC X.
           88  END-OF-APPROVALS    VALUE 'Y'.
       01  WS-OVERRIDE-STATE      PIC X.
           88  OVERRIDE-RELEASED   VALUE 'R'.
           88  OVERRIDE-STILL-QUEUED VALUE 'Q'.
       01  WS-Q-ACTION            PIC X(20) VALUE 'FRAUD ALERT DRAW'.
       01  WS-Q-AUX-DATE-2        PIC 9(8) VALUE ZERO.
       01  WS-Q-DETAIL            PIC X(30).

       01  WS-MEMO-LOAN-ID        PIC 9(5).
       01  WS-MEMO-SOURCE         PIC X(6).
       01  WS-MEMO-DIRECTION      PIC X.
       01  WS-MEMO-AMOUNT         PIC 9(7)V99.
       01  WS-MEMO-TRANSACTION-ID PIC 9(5).
       01  WS-MEMO-DATE           PIC 9(8).

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       CALL 'CHECK-BATCH-WINDOW' USING WS-WINDOW-IS-OPEN

       DISPLAY 'Enter Loan ID: '
       ACCEPT WS-LOAN-ID
       CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                      WS-LOAN-ACCESS
       IF NOT LOAN-ACCESS-ALLOWED
           GOBACK
       END-IF
       PERFORM SHOW-FRAUD-ALERT-BANNER
       DISPLAY 'Enter Payment Date (YYYYMMDD): '
       ACCEPT WS-PAYMENT-DATE
       DISPLAY 'Enter Payment Amount: '
       DISPLAY 'Enter Remaining Balance: '
       ACCEPT WS-REMAINING-BALANCE
       DISPLAY 'Enter Transaction Type '
           '(PAYMENT/FEE/ADJUSTMENT/PAYOFF/REVERSAL/RECOVERY/DRAW): '
       ACCEPT WS-TRANSACTION-TYPE
       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
                                       WS-SIGNON-FOUND
           GOBACK
       END-IF

       IF TYPE-DRAW
           PERFORM VALIDATE-HELOC-DRAW
           IF WS-SESSION-ID = ZERO
               MOVE 'XFER' TO WS-TENDER-TYPE
           END-IF
       END-IF

      *  Teller drawer payments take their effective date from the
      *  session when it is released, so only hand entries ask.
       IF WS-SESSION-ID = ZERO
          AND (TYPE-PAYMENT OR TYPE-PAYOFF)
           DISPLAY 'Enter Effective Date If Received Earlier '
               '(YYYYMMDD, 0 = None): '
           ACCEPT WS-EFFECTIVE-DATE
           IF WS-EFFECTIVE-DATE NOT = ZERO
               PERFORM VALIDATE-EFFECTIVE-DATE
           END-IF
       END-IF

      *  A loan sold to a debt buyer takes no further postings of
      *  any kind -- the receivable is the buyer's from the sale
      *  date on (CHECK-DEBT-SALE gates on DEBT_SALE.DAT).

       IF WS-SESSION-ID NOT = ZERO
           PERFORM WRITE-PENDING-RECORD
           MOVE 'TELLER' TO WS-MEMO-SOURCE
           MOVE ZERO TO WS-MEMO-TRANSACTION-ID
           PERFORM POST-MEMO-ITEM
           DISPLAY 'Payment Captured To Teller Session '
               WS-SESSION-ID ' - Releases With The Drawer.'
           MOVE 'TELLER CAPTURE' TO WS-LOG-ACTION-TYPE
       ELSE
           PERFORM ASSIGN-NEXT-TRANSACTION-ID
           PERFORM WRITE-TRANSACTION-RECORD
           MOVE 'KEYED' TO WS-MEMO-SOURCE
           MOVE WS-NEXT-TRANSACTION-ID TO WS-MEMO-TRANSACTION-ID
           PERFORM POST-MEMO-ITEM
           DISPLAY 'Transaction Record Added Successfully.  ID: '
               WS-NEXT-TRANSACTION-ID
           MOVE 'TRANSACTION ADD' TO WS-LOG-ACTION-TYPE

           CLOSE TELLER-PENDING-FILE.

      *----------------------------------------------------------------
      *  Money taken or paid out today shows at once on inquiry and
      *  payoff quotes as an intraday memo item, until the nightly
      *  BALANCE-UPDATE applies it and MEMO-POST-CLEAR closes the
      *  item.  Payments are credits; draws and reversals debits.
      *  Fees, adjustments and payoffs carry no memo.
      *----------------------------------------------------------------
       POST-MEMO-ITEM.
           MOVE SPACE TO WS-MEMO-DIRECTION
           IF TYPE-PAYMENT
               MOVE 'C' TO WS-MEMO-DIRECTION
           END-IF
           IF TYPE-DRAW OR TYPE-REVERSAL
               MOVE 'D' TO WS-MEMO-DIRECTION
           END-IF
           IF WS-MEMO-DIRECTION NOT = SPACE
               MOVE WS-LOAN-ID TO WS-MEMO-LOAN-ID
               MOVE WS-PAYMENT-AMOUNT TO WS-MEMO-AMOUNT
               MOVE WS-PAYMENT-DATE TO WS-MEMO-DATE
               CALL 'WRITE-MEMO-POST' USING WS-MEMO-LOAN-ID
                                             WS-MEMO-SOURCE
                                             WS-MEMO-DIRECTION
                                             WS-MEMO-AMOUNT
                                             WS-MEMO-TRANSACTION-ID
                                             WS-MEMO-DATE
           END-IF.

       ASSIGN-NEXT-TRANSACTION-ID.
           MOVE 'A' TO WS-ID-MODE
           MOVE 'TRANSACTION' TO WS-ID-SERIES
           MOVE WS-BRANCH-ID           TO BRANCH-ID
                                           OF TRANSACTION-REC
      *  Session payments never come through here -- they stage on
      *  TELLER_PENDING.DAT until the drawer releases.  A draw by
      *  transfer carries tender XFER; everything else has none.
           MOVE ZERO                   TO TELLER-SESSION-ID
           MOVE WS-TENDER-TYPE         TO TENDER-TYPE
           MOVE ZEROS                  TO ALLOCATION-SPLIT
           MOVE ZEROS                  TO BACKDATE-CONTROL
           IF WS-EFFECTIVE-DATE NOT = ZERO
               MOVE WS-EFFECTIVE-DATE  TO PAYMENT-EFFECTIVE-DATE
               MOVE 'P'                TO BACKDATE-STATUS
           END-IF
           WRITE TRANSACTION-REC

           CLOSE TRANSACTION-FILE.

      *----------------------------------------------------------------
      *  An effective date can only move a payment back in time --
      *  one dated after the current business date is refused.
      *----------------------------------------------------------------
       VALIDATE-EFFECTIVE-DATE.
           CALL 'GET-BUSINESS-DATE' USING WS-BUSINESS-DATE
                                         WS-BUSDATE-FOUND
           IF BUSINESS-DATE-FOUND
              AND WS-EFFECTIVE-DATE > WS-BUSINESS-DATE
               DISPLAY 'Effective Date ' WS-EFFECTIVE-DATE
                   ' Is After The Business Date ' WS-BUSINESS-DATE
                   ' - Transaction Rejected.'
               GOBACK
           END-IF.

       VALIDATE-TELLER-SESSION.
           MOVE 'N' TO WS-SESSION-OK
           OPEN INPUT TELLER-SESSION-FILE
               END-READ
               CLOSE TELLER-SESSION-FILE
           END-IF.

      *----------------------------------------------------------------
      *  A draw goes through only on an ACTIVE home-equity line that
      *  is open, inside its draw period, and has the credit to cover
      *  it.  The loan balance does not yet reflect today's draws
      *  (BALANCE-UPDATE applies them tonight), so those -- released
      *  to TRANSACTION.DAT or still staged in a teller drawer --
      *  come off the available credit here as well.
      *----------------------------------------------------------------
       VALIDATE-HELOC-DRAW.
           CALL 'GET-BUSINESS-DATE' USING WS-BUSINESS-DATE
                                         WS-BUSDATE-FOUND
           IF NOT BUSINESS-DATE-FOUND
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF
           IF WS-PAYMENT-DATE NOT = WS-BUSINESS-DATE
               DISPLAY 'A Draw Is Dated The Business Date '
                   WS-BUSINESS-DATE ' - Transaction Rejected.'
               GOBACK
           END-IF
           IF WS-PAYMENT-AMOUNT = ZERO
               DISPLAY 'Draw Amount Must Be Non-Zero.'
               GOBACK
           END-IF

           OPEN INPUT LOAN-FILE
           IF NOT LOAN-FILE-OK
               DISPLAY 'Error Opening LOAN-FILE.'
               GOBACK
           END-IF
           MOVE WS-LOAN-ID TO LOAN-ID OF LOAN-REC
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY 'Loan Not Found: ' WS-LOAN-ID
                       ' - Transaction Rejected.'
                   CLOSE LOAN-FILE
                   GOBACK
           END-READ
           CLOSE LOAN-FILE

           IF NOT TYPE-HELOC
               DISPLAY 'Loan ' WS-LOAN-ID ' Is Not A Home-Equity '
                   'Line - Draw Rejected.'
               GOBACK
           END-IF
           IF NOT STATUS-ACTIVE
               DISPLAY 'Line Is Not Active (' LOAN-STATUS
                   ') - Draw Rejected.'
               GOBACK
           END-IF
           IF LINE-FROZEN
               DISPLAY 'Line Frozen ' LINE-FREEZE-DATE ' Reason '
                   LINE-FREEZE-REASON
                   ' (D=Delinquent C=Collateral) - Draw Rejected.'
               GOBACK
           END-IF
           IF WS-BUSINESS-DATE > DRAW-PERIOD-END
               DISPLAY 'Draw Period Ended ' DRAW-PERIOD-END
                   ' - Line Is In Repayment - Draw Rejected.'
               GOBACK
           END-IF

           MOVE ZERO TO WS-DRAWS-UNAPPLIED
           PERFORM SUM-TODAYS-DRAWS
           PERFORM SUM-STAGED-DRAWS
           COMPUTE WS-AVAILABLE-CREDIT =
               CREDIT-LIMIT - LOAN-BALANCE OF LOAN-REC
                   - WS-DRAWS-UNAPPLIED
           IF WS-AVAILABLE-CREDIT < ZERO
               MOVE ZERO TO WS-AVAILABLE-CREDIT
           END-IF
           IF WS-PAYMENT-AMOUNT > WS-AVAILABLE-CREDIT
               DISPLAY 'Draw Exceeds Available Credit Of '
                   WS-AVAILABLE-CREDIT ' - Draw Rejected.'
               GOBACK
           END-IF

           IF FRAUD-ALERT-IN-FORCE
               PERFORM CHECK-FRAUD-ALERT-DRAW
           END-IF.

      *----------------------------------------------------------------
      *  A draw against an alerted borrower's line needs a released
      *  FRAUD ALERT DRAW item for this loan, amount and date -- the
      *  supervisor's sign-off that the borrower was verified.  One
      *  still pending is not queued twice.
      *----------------------------------------------------------------
       CHECK-FRAUD-ALERT-DRAW.
           MOVE 'N' TO WS-OVERRIDE-STATE
           MOVE 'N' TO WS-END-OF-APPROVALS
           OPEN INPUT PENDING-APPROVAL-FILE
           IF APPROVAL-FILE-OK
               PERFORM CHECK-NEXT-APPROVAL-ROW
                   UNTIL END-OF-APPROVALS
               CLOSE PENDING-APPROVAL-FILE
           END-IF
           IF OVERRIDE-RELEASED
               DISPLAY 'Draw Released By Supervisor After Identity '
                   'Verification - Proceeding.'
           ELSE
               IF OVERRIDE-STILL-QUEUED
                   DISPLAY 'Draw Already Queued For Supervisor '
                       'Verification - Awaiting Release.'
               ELSE
                   MOVE WS-TENDER-TYPE TO WS-Q-DETAIL
                   IF WS-SESSION-ID = ZERO
                       MOVE 'XFER' TO WS-Q-DETAIL
                   END-IF
                   CALL 'QUEUE-PENDING-APPROVAL' USING
                       WS-Q-ACTION
                       WS-LOAN-ID
                       WS-PAYMENT-AMOUNT
                       WS-PAYMENT-DATE
                       WS-Q-AUX-DATE-2
                       WS-Q-DETAIL
                       WS-USER-ID
                   DISPLAY 'Draw Blocked And Queued For Supervisor '
                       'Verification.'
               END-IF
               GOBACK
           END-IF.

       CHECK-NEXT-APPROVAL-ROW.
           READ PENDING-APPROVAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-APPROVALS
               NOT AT END
                   IF PENDING-ACTION = WS-Q-ACTION
                      AND PENDING-KEY-ID = WS-LOAN-ID
                      AND PENDING-AMOUNT = WS-PAYMENT-AMOUNT
                      AND PENDING-AUX-DATE-1 = WS-PAYMENT-DATE
                       EVALUATE TRUE
                           WHEN QUEUE-RELEASED
                               MOVE 'R' TO WS-OVERRIDE-STATE
                           WHEN QUEUE-PENDING
                               MOVE 'Q' TO WS-OVERRIDE-STATE
                           WHEN OTHER
                               MOVE 'N' TO WS-OVERRIDE-STATE
                       END-EVALUATE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Red-flag banner: the teller sees the borrower's identity-
      *  theft alert before taking anything on the loan.
      *----------------------------------------------------------------
       SHOW-FRAUD-ALERT-BANNER.
           MOVE 'N' TO WS-ALERT-IN-FORCE
           OPEN INPUT LOAN-FILE
           IF LOAN-FILE-OK
               MOVE WS-LOAN-ID TO LOAN-ID OF LOAN-REC
               READ LOAN-FILE
                   INVALID KEY
                       MOVE ZERO TO WS-ALERT-CUSTOMER-ID
                   NOT INVALID KEY
                       MOVE CUSTOMER-ID OF LOAN-REC
                           TO WS-ALERT-CUSTOMER-ID
               END-READ
               CLOSE LOAN-FILE
               IF WS-ALERT-CUSTOMER-ID NOT = ZERO
                   CALL 'CHECK-FRAUD-ALERT' USING WS-ALERT-CUSTOMER-ID
                                                 WS-ALERT-IN-FORCE
                                                 WS-ALERT-TYPE
                                                 WS-ALERT-DATE
                                                 WS-ALERT-NOTE
               END-IF
           END-IF
           IF FRAUD-ALERT-IN-FORCE
               DISPLAY '*** FRAUD ALERT (' WS-ALERT-TYPE ') SINCE '
                   WS-ALERT-DATE
                   ' - VERIFY IDENTITY BEFORE ACTING ***'
               DISPLAY '*** ' WS-ALERT-NOTE
           END-IF.

       SUM-TODAYS-DRAWS.
           MOVE 'N' TO WS-END-OF-TRANSACTIONS
           OPEN INPUT TRANSACTION-FILE
           IF TRAN-FILE-OK
               MOVE WS-LOAN-ID TO LOAN-ID OF TRANSACTION-REC
               START TRANSACTION-FILE KEY IS EQUAL TO
                       LOAN-ID OF TRANSACTION-REC
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-TRANSACTIONS
               END-START
               PERFORM ADD-NEXT-TODAYS-DRAW
                   UNTIL END-OF-TRANSACTIONS
               CLOSE TRANSACTION-FILE
           END-IF
           MOVE 'N' TO WS-END-OF-TRANSACTIONS.

       ADD-NEXT-TODAYS-DRAW.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-TRANSACTIONS
               NOT AT END
                   IF LOAN-ID OF TRANSACTION-REC NOT = WS-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-TRANSACTIONS
                   ELSE
                       IF TYPE-DRAW
                          AND PAYMENT-DATE NOT < WS-BUSINESS-DATE
                           ADD PAYMENT-AMOUNT OF TRANSACTION-REC
                               TO WS-DRAWS-UNAPPLIED
                       END-IF
                   END-IF
           END-READ.

       SUM-STAGED-DRAWS.
           MOVE 'N' TO WS-END-OF-PENDING
           OPEN INPUT TELLER-PENDING-FILE
           IF PENDING-FILE-OK
               PERFORM ADD-NEXT-STAGED-DRAW
                   UNTIL END-OF-PENDING
               CLOSE TELLER-PENDING-FILE
           END-IF.

       ADD-NEXT-STAGED-DRAW.
           READ TELLER-PENDING-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-PENDING
               NOT AT END
                   IF TP-LOAN-ID = WS-LOAN-ID
                      AND TP-TRANSACTION-TYPE = 'DRAW'
                       ADD TP-PAYMENT-AMOUNT TO WS-DRAWS-UNAPPLIED
                   END-IF
           END-READ.
