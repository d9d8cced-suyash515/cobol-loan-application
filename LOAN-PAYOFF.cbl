      *================================================================
      *  Closes a loan out early.  Computes the payoff amount from the
      *  current LOAN-BALANCE plus interest accrued since the last
      *  posting on the loan's DAY-COUNT-BASIS, writes a final
      *  TRANSACTION-REC for that amount, sets LOAN-STATUS to
      *  PAIDOFF, and zeroes LOAN-BALANCE.  Whatever
      *  borrower money is left -- the escrow balance and any amount
      *  received over the payoff and penalty -- is refunded on one
      *  check through PAYOFF-CLOSEOUT, together with the unearned
      *  premium on any GAP, credit life or warranty product
      *  financed into the loan (ANCILLARY-CANCEL).
      *  A precomputed-interest contract accrues nothing: its payoff
      *  is the contract balance less the unearned-interest rebate
      *  (PRECOMPUTED-REBATE), and closing it earns whatever unearned
      *  interest the rebate does not give back.
      *================================================================

       ENVIRONMENT DIVISION.
           SELECT COLLATERAL-FILE ASSIGN TO 'COLLATERAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLLATERAL-KEY OF COLLATERAL-REC
               FILE STATUS IS COLLATERAL-FILE-STATUS.

           SELECT LIEN-RELEASE-FILE ASSIGN TO 'LIEN_RELEASE.DAT'
       01  LIEN-RELEASE-REC.
           05  REL-LOAN-ID         PIC 9(5).
           05  REL-QUEUED-DATE     PIC 9(8).
           05  REL-COLLATERAL-SEQ  PIC 9(2).

       FD  ACCRUAL-FILE.
       COPY ACCRUALREC.
           88  HIST-FILE-OK         VALUE '00'.
       01  COLLATERAL-FILE-STATUS  PIC XX.
           88  COLLATERAL-FILE-OK   VALUE '00'.
       01  WS-END-OF-LIEN-ITEMS    PIC X VALUE 'N'.
           88  END-OF-LIEN-ITEMS    VALUE 'Y'.
       01  RELEASE-FILE-STATUS     PIC XX.
           88  RELEASE-FILE-OK      VALUE '00'.
       01  WS-LOAN-ID              PIC 9(5).
       01  WS-PAYOFF-DATE          PIC 9(8).
       01  WS-DAYS-ACCRUED         PIC 9(3).
       01  WS-AMOUNT-RECEIVED      PIC 9(7)V99.
       01  WS-AMOUNT-DUE           PIC 9(7)V99.
       01  WS-ACCRUED-INTEREST     PIC 9(7)V99 COMP-3.
       01  WS-PAYOFF-AMOUNT        PIC 9(7)V99 COMP-3.
       01  WS-PAYOFF-PRINCIPAL     PIC 9(7)V99.
       01  WS-PREPAY-PENALTY       PIC 9(7)V99 VALUE ZERO.
       01  WS-PRECOMP-REBATE       PIC 9(7)V99 VALUE ZERO.
       01  WS-REBATE-MIN-APPLIED   PIC X VALUE 'N'.
           88  REBATE-MIN-APPLIED   VALUE 'Y'.
       01  WS-NEXT-TRANSACTION-ID  PIC 9(5) VALUE ZERO.
       01  WS-END-OF-TRANSACTIONS  PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS  VALUE 'Y'.
       01  WS-CB-CHARGED          PIC X.
           88  RESERVE-CHARGED-BACK VALUE 'Y'.

       01  WS-ACX-LOAN-ID         PIC 9(5).
       01  WS-ACX-SEQ             PIC 9(2) VALUE ZERO.
       01  WS-ACX-EVENT-DATE      PIC 9(8).
       01  WS-ACX-REASON          PIC X(10).
       01  WS-ACX-DISPOSITION     PIC X.
       01  WS-ACX-USER-ID         PIC X(10).
       01  WS-ACX-LOAN-CREDIT     PIC 9(7)V99.
       01  WS-ACX-BORROWER-REFUND PIC 9(7)V99.

       01  WS-DCI-BASIS           PIC X.
       01  WS-DCI-FROM-DATE       PIC 9(8).
       01  WS-DCI-TO-DATE         PIC 9(8).
       01  WS-DCI-PRINCIPAL       PIC 9(7)V99.
       01  WS-DCI-RATE            PIC 9(3)V99.
       01  WS-DCI-DAYS            PIC S9(5).
       01  WS-DCI-PER-DIEM        PIC 9(5)V9(4).
       01  WS-DCI-INTEREST        PIC 9(7)V99.

       01  WS-PCO-LOAN-ID         PIC 9(5).
       01  WS-PCO-CUSTOMER-ID     PIC 9(5).
       01  WS-PCO-PAYOFF-DATE     PIC 9(8).
       01  WS-PCO-OVERPAYMENT     PIC 9(7)V99 VALUE ZERO.
       01  WS-PCO-ANCILLARY-REFUND PIC 9(7)V99 VALUE ZERO.
       01  WS-PCO-USER-ID         PIC X(10).
       01  WS-PCO-REFUND-AMOUNT   PIC 9(7)V99.
       01  WS-PCO-CHECK-NUMBER    PIC 9(5).

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
       END-IF
       DISPLAY 'Enter Loan ID To Pay Off: '
       ACCEPT WS-LOAN-ID
       CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                      WS-LOAN-ACCESS
       IF NOT LOAN-ACCESS-ALLOWED
           STOP RUN
       END-IF
       DISPLAY 'Enter Payoff Date (YYYYMMDD): '
       ACCEPT WS-PAYOFF-DATE
       DISPLAY 'Enter Days Accrued Since Last Posting: '
       ACCEPT WS-DAYS-ACCRUED
       DISPLAY 'Enter Amount Received (0 = Exact Payoff): '
       ACCEPT WS-AMOUNT-RECEIVED

       OPEN I-O LOAN-FILE
       IF NOT LOAN-FILE-OK
           STOP RUN
       END-IF

      *  The operator supplies the day count, so the interest is
      *  priced on the loan's basis at the payoff date's year.
       MOVE DAY-COUNT-BASIS TO WS-DCI-BASIS
       MOVE ZERO            TO WS-DCI-FROM-DATE
       MOVE WS-PAYOFF-DATE  TO WS-DCI-TO-DATE
       MOVE LOAN-BALANCE    TO WS-DCI-PRINCIPAL
       MOVE INTEREST-RATE   TO WS-DCI-RATE
       MOVE WS-DAYS-ACCRUED TO WS-DCI-DAYS
       CALL 'DAY-COUNT-INTEREST' USING WS-DCI-BASIS
                                        WS-DCI-FROM-DATE
                                        WS-DCI-TO-DATE
                                        WS-DCI-PRINCIPAL
                                        WS-DCI-RATE
                                        WS-DCI-DAYS
                                        WS-DCI-PER-DIEM
                                        WS-DCI-INTEREST
       MOVE WS-DCI-INTEREST TO WS-ACCRUED-INTEREST
       MOVE LOAN-BALANCE TO WS-PAYOFF-PRINCIPAL
       COMPUTE WS-PAYOFF-AMOUNT = LOAN-BALANCE + WS-ACCRUED-INTEREST

       IF INTMETH-PRECOMPUTED
           PERFORM PRICE-PRECOMPUTED-PAYOFF
       END-IF

       PERFORM COMPUTE-PREPAY-PENALTY
       IF WS-PREPAY-PENALTY > ZERO
           DISPLAY 'Prepayment Penalty Charged: ' WS-PREPAY-PENALTY
       END-IF

      *  Funds short of the payoff cannot close the loan; funds over
      *  it are the borrower's and go back on the close-out refund.
       COMPUTE WS-AMOUNT-DUE = WS-PAYOFF-AMOUNT + WS-PREPAY-PENALTY
       IF WS-AMOUNT-RECEIVED > ZERO
           IF WS-AMOUNT-RECEIVED < WS-AMOUNT-DUE
               DISPLAY 'Amount Received Is Less Than Payoff Due: '
                   WS-AMOUNT-DUE
               CLOSE LOAN-FILE
               STOP RUN
           END-IF
           COMPUTE WS-PCO-OVERPAYMENT =
               WS-AMOUNT-RECEIVED - WS-AMOUNT-DUE
       END-IF

       PERFORM ASSIGN-NEXT-TRANSACTION-ID
       PERFORM WRITE-PAYOFF-TRANSACTION

       MOVE LOAN-STATUS TO WS-OLD-STATUS
       MOVE 'PAIDOFF' TO LOAN-STATUS
       MOVE ZERO TO LOAN-BALANCE
       IF INTMETH-PRECOMPUTED
           PERFORM CLOSE-PRECOMPUTED-CONTRACT
       END-IF
       REWRITE LOAN-REC
           INVALID KEY
               DISPLAY 'Error Closing Out Loan: ' WS-LOAN-ID
           NOT INVALID KEY
               PERFORM RECORD-STATUS-HISTORY
               PERFORM QUEUE-LIEN-RELEASE
               PERFORM CANCEL-ANCILLARY-PRODUCTS
               PERFORM CHARGE-BACK-DEALER-RESERVE
               PERFORM RELIEVE-ACCRUAL-POSITION
               PERFORM REFUND-CLOSE-OUT-BALANCES
               DISPLAY 'Loan Paid Off.  Payoff Amount: '
                   WS-PAYOFF-AMOUNT
               MOVE 'LOAN PAYOFF' TO WS-LOG-ACTION-TYPE

       STOP RUN.

      *----------------------------------------------------------------
      *  Precomputed contract: the interest is already in the
      *  balance, so the operator's day count is ignored and the
      *  rebate of unearned interest comes off instead.
      *----------------------------------------------------------------
       PRICE-PRECOMPUTED-PAYOFF.
           MOVE ZERO TO WS-ACCRUED-INTEREST
           CALL 'PRECOMPUTED-REBATE' USING WS-LOAN-ID
                                           CUSTOMER-ID OF LOAN-REC
                                           WS-PAYOFF-DATE
                                           INTEREST-METHOD
                                           PRECOMP-FINANCE-CHARGE
                                           UNEARNED-INTEREST
                                           INTEREST-RATE OF LOAN-REC
                                           WS-PRECOMP-REBATE
                                           WS-REBATE-MIN-APPLIED
           COMPUTE WS-PAYOFF-PRINCIPAL =
               LOAN-BALANCE - WS-PRECOMP-REBATE
           MOVE WS-PAYOFF-PRINCIPAL TO WS-PAYOFF-AMOUNT
           DISPLAY 'Unearned Interest Rebated: ' WS-PRECOMP-REBATE
           IF REBATE-MIN-APPLIED
               DISPLAY 'Rebate Reduced To State Minimum Finance '
                   'Charge.'
           END-IF.

      *----------------------------------------------------------------
      *  Whatever was still unearned and not rebated is earned at
      *  close; GL-ACCRUAL-POSTING books both off these fields.
      *----------------------------------------------------------------
       CLOSE-PRECOMPUTED-CONTRACT.
           COMPUTE PRECOMP-EARNED-INTEREST =
               PRECOMP-EARNED-INTEREST + UNEARNED-INTEREST
               - WS-PRECOMP-REBATE
           MOVE WS-PRECOMP-REBATE TO PRECOMP-REBATE-AMOUNT
           MOVE ZERO TO UNEARNED-INTEREST
           MOVE ZERO TO PRINCIPAL-BALANCE
           MOVE WS-PAYOFF-DATE TO PRECOMP-EARNED-THRU.

      *----------------------------------------------------------------
      *  The note's prepayment penalty, when the payoff date falls
      *  on or before the penalty expiration: flat amount, percent
           MOVE ZERO TO TELLER-SESSION-ID
           MOVE SPACES TO TENDER-TYPE
           MOVE ZEROS                  TO ALLOCATION-SPLIT
           MOVE ZEROS                  TO BACKDATE-CONTROL
           MOVE WS-PREPAY-PENALTY      TO ALLOC-FEE-AMOUNT
           WRITE TRANSACTION-REC
           CLOSE TRANSACTION-FILE.
      *  see the real movement instead of booking the whole quote
      *  as principal.
           MOVE ZEROS                  TO ALLOCATION-SPLIT
           MOVE ZEROS                  TO BACKDATE-CONTROL
           MOVE WS-PAYOFF-PRINCIPAL    TO ALLOC-PRINCIPAL-AMOUNT
           MOVE WS-ACCRUED-INTEREST    TO ALLOC-INTEREST-AMOUNT
           WRITE TRANSACTION-REC
           CLOSE TRANSACTION-FILE.

      *----------------------------------------------------------------
      *  Products financed into the loan end with it.  The loan is
      *  already at zero, so the unearned premium is the borrower's
      *  and rides out on the close-out refund check.
      *----------------------------------------------------------------
       CANCEL-ANCILLARY-PRODUCTS.
           MOVE WS-LOAN-ID     TO WS-ACX-LOAN-ID
           MOVE WS-PAYOFF-DATE TO WS-ACX-EVENT-DATE
           MOVE 'PAYOFF'       TO WS-ACX-REASON
           MOVE 'B'            TO WS-ACX-DISPOSITION
           MOVE WS-USER-ID     TO WS-ACX-USER-ID
           CALL 'ANCILLARY-CANCEL' USING WS-ACX-LOAN-ID
                                         WS-ACX-SEQ
                                         WS-ACX-EVENT-DATE
                                         WS-ACX-REASON
                                         WS-ACX-DISPOSITION
                                         WS-ACX-USER-ID
                                         WS-ACX-LOAN-CREDIT
                                         WS-ACX-BORROWER-REFUND
           MOVE WS-ACX-BORROWER-REFUND TO WS-PCO-ANCILLARY-REFUND.

      *----------------------------------------------------------------
      *  An indirect loan paying off inside its chargeback window
      *  claws the dealer reserve back (DEALER-RESERVE-CHARGEBACK
      *  books the reversal), along with the dealer's commission
      *  on any ancillary premium just refunded; a loan with no
      *  reserve row and no dealer-sold product is direct and
      *  nothing happens.
      *----------------------------------------------------------------
       CHARGE-BACK-DEALER-RESERVE.
           MOVE WS-LOAN-ID     TO WS-CB-LOAN-ID
               WS-CB-REASON
               WS-CB-CHARGED
           IF RESERVE-CHARGED-BACK
               DISPLAY 'Dealer Chargeback Taken For Loan '
                   WS-LOAN-ID
           END-IF.

      *----------------------------------------------------------------
      *  The escrow impound balance, any overpayment and any
      *  ancillary premium refund belong to the borrower once the
      *  loan is closed; PAYOFF-CLOSEOUT zeroes the ledger, cuts
      *  the refund check and books the GL.
      *----------------------------------------------------------------
       REFUND-CLOSE-OUT-BALANCES.
           MOVE WS-LOAN-ID     TO WS-PCO-LOAN-ID
           MOVE CUSTOMER-ID OF LOAN-REC TO WS-PCO-CUSTOMER-ID
           MOVE WS-PAYOFF-DATE TO WS-PCO-PAYOFF-DATE
           MOVE WS-USER-ID     TO WS-PCO-USER-ID
           CALL 'PAYOFF-CLOSEOUT' USING WS-PCO-LOAN-ID
                                         WS-PCO-CUSTOMER-ID
                                         WS-PCO-PAYOFF-DATE
                                         WS-PCO-OVERPAYMENT
                                         WS-PCO-ANCILLARY-REFUND
                                         WS-PCO-USER-ID
                                         WS-PCO-REFUND-AMOUNT
                                         WS-PCO-CHECK-NUMBER
           IF WS-PCO-REFUND-AMOUNT > ZERO
               DISPLAY 'Refund Check ' WS-PCO-CHECK-NUMBER
                   ' Issued For ' WS-PCO-REFUND-AMOUNT
           END-IF.

      *----------------------------------------------------------------
      *  The payoff settles the accrued interest in cash, so the
      *  accrual position zeroes here and GL-ACCRUAL-POSTING's next

      *----------------------------------------------------------------
      *  A paid-off secured loan's lien release is queued the moment
      *  the loan closes: each COLLATERAL.DAT item still securing it
      *  flips to REL QUEUED and a queue row per item lands on
      *  LIEN_RELEASE.DAT, which COLLATERAL-FILE works and marks
      *  completed.  A loan with no collateral record is unsecured --
      *  nothing to release.
      *----------------------------------------------------------------
       QUEUE-LIEN-RELEASE.
           OPEN I-O COLLATERAL-FILE
           IF COLLATERAL-FILE-OK
               MOVE 'N' TO WS-END-OF-LIEN-ITEMS
               MOVE WS-LOAN-ID TO LOAN-ID OF COLLATERAL-REC
               MOVE ZERO TO COLLATERAL-SEQ
               START COLLATERAL-FILE KEY IS NOT LESS THAN
                       COLLATERAL-KEY OF COLLATERAL-REC
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-LIEN-ITEMS
               END-START
               PERFORM QUEUE-NEXT-ITEM-RELEASE
                   UNTIL END-OF-LIEN-ITEMS
               CLOSE COLLATERAL-FILE
           END-IF.

       QUEUE-NEXT-ITEM-RELEASE.
           READ COLLATERAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-LIEN-ITEMS
               NOT AT END
                   IF LOAN-ID OF COLLATERAL-REC NOT = WS-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-LIEN-ITEMS
                   ELSE
                       IF ITEM-ACTIVE
                           PERFORM QUEUE-ONE-ITEM-RELEASE
                       END-IF
                   END-IF
           END-READ.

       QUEUE-ONE-ITEM-RELEASE.
           MOVE 'REL QUEUED' TO LIEN-STATUS
           REWRITE COLLATERAL-REC
               INVALID KEY
                   DISPLAY 'Error Queuing Lien Release For Loan '
                       WS-LOAN-ID '-' COLLATERAL-SEQ
               NOT INVALID KEY
                   PERFORM WRITE-RELEASE-QUEUE-ROW
                   DISPLAY 'Lien Release Queued For Loan '
                       WS-LOAN-ID '-' COLLATERAL-SEQ
           END-REWRITE.

       WRITE-RELEASE-QUEUE-ROW.
           OPEN EXTEND LIEN-RELEASE-FILE
           IF NOT RELEASE-FILE-OK
           END-IF
           MOVE WS-LOAN-ID     TO REL-LOAN-ID
           MOVE WS-PAYOFF-DATE TO REL-QUEUED-DATE
           MOVE COLLATERAL-SEQ TO REL-COLLATERAL-SEQ
           WRITE LIEN-RELEASE-REC
           CLOSE LIEN-RELEASE-FILE.
