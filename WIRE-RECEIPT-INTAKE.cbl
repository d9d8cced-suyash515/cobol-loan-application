      *  received by its good-through date posts the payoff on the
      *  spot exactly as LOAN-PAYOFF does by hand -- PAYOFF
      *  transaction, PAIDOFF status, status history, lien-release
      *  queue, ancillary product cancellation and dealer
      *  chargeback, and the PAYOFF-CLOSEOUT refund of the escrow
      *  balance, any amount wired over the quote and any unearned
      *  product premium -- and marks the quote USED.  A short,
      *  late or unidentified wire goes to SUSPENSE.DAT as WIRE
      *  UNAPPLD so the money is visible in the work queue instead
      *  of sitting in a drawer shorting us per-diem interest.
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

       FD  SUSPENSE-FILE.
       COPY SUSPENSEREC.
           88  HIST-FILE-OK         VALUE '00'.
       01  COLLATERAL-FILE-STATUS  PIC XX.
           88  COLLATERAL-FILE-OK   VALUE '00'.
       01  WS-END-OF-LIEN-ITEMS    PIC X VALUE 'N'.
           88  END-OF-LIEN-ITEMS    VALUE 'Y'.
       01  RELEASE-FILE-STATUS     PIC XX.
           88  RELEASE-FILE-OK      VALUE '00'.
       01  SUSPENSE-FILE-STATUS    PIC XX.
       01  WS-PAYOFF-PRINCIPAL     PIC 9(7)V99.
       01  WS-PAYOFF-INTEREST      PIC S9(7)V99.
       01  WS-PREPAY-PENALTY       PIC 9(7)V99 VALUE ZERO.
       01  WS-PRECOMP-REBATE       PIC 9(7)V99 VALUE ZERO.
       01  WS-REBATE-MIN-APPLIED   PIC X VALUE 'N'.
           88  REBATE-MIN-APPLIED   VALUE 'Y'.
       01  WS-PAYOFF-NET           PIC 9(9)V99.
       01  WS-USER-ID              PIC A(10) VALUE 'WIREINTAKE'.

       01  WS-PCO-LOAN-ID         PIC 9(5).
       01  WS-PCO-CUSTOMER-ID     PIC 9(5).
       01  WS-PCO-PAYOFF-DATE     PIC 9(8).
       01  WS-PCO-OVERPAYMENT     PIC 9(7)V99.
       01  WS-PCO-ANCILLARY-REFUND PIC 9(7)V99 VALUE ZERO.
       01  WS-PCO-USER-ID         PIC X(10).
       01  WS-PCO-REFUND-AMOUNT   PIC 9(7)V99.
       01  WS-PCO-CHECK-NUMBER    PIC 9(5).

       01  WS-ACX-LOAN-ID         PIC 9(5).
       01  WS-ACX-SEQ             PIC 9(2) VALUE ZERO.
       01  WS-ACX-EVENT-DATE      PIC 9(8).
       01  WS-ACX-REASON          PIC X(10).
       01  WS-ACX-DISPOSITION     PIC X.
       01  WS-ACX-USER-ID         PIC X(10).
       01  WS-ACX-LOAN-CREDIT     PIC 9(7)V99.
       01  WS-ACX-BORROWER-REFUND PIC 9(7)V99.

       01  WS-CB-LOAN-ID          PIC 9(5).
       01  WS-CB-EVENT-DATE       PIC 9(8).
       01  WS-CB-REASON           PIC X(10).
       01  WS-CB-CHARGED          PIC X.
           88  RESERVE-CHARGED-BACK VALUE 'Y'.

       01  WS-ID-MODE              PIC X.
       01  WS-ID-SERIES            PIC X(12).
       01  WS-PAYOFFS-POSTED       PIC 9(5) COMP VALUE ZERO.
       01  WS-WIRES-SUSPENSED      PIC 9(5) COMP VALUE ZERO.

       01  WS-MEMO-LOAN-ID         PIC 9(5).
       01  WS-MEMO-SOURCE          PIC X(6) VALUE 'WIRE'.
       01  WS-MEMO-DIRECTION       PIC X VALUE 'C'.
       01  WS-MEMO-AMOUNT          PIC 9(7)V99.
       01  WS-MEMO-TRANSACTION-ID  PIC 9(5) VALUE ZERO.
       01  WS-MEMO-DATE            PIC 9(8).

       PROCEDURE DIVISION.

       OPEN INPUT WIRE-RECEIPTS-FILE
      *----------------------------------------------------------------
      *  A wire satisfies the quote when it lands by the good-through
      *  date and comes in no more than the quoted tolerance short.
      *  Any overage over the quoted figure is refunded to the
      *  borrower at close-out rather than booked as interest.
      *----------------------------------------------------------------
       EVALUATE-QUOTE-MATCH.
           COMPUTE WS-QUOTE-LOW = QUOTED-PAYOFF - TOLERANCE-AMOUNT

       CLOSE-OUT-LOAN.
           MOVE LOAN-BALANCE OF LOAN-REC TO WS-PAYOFF-PRINCIPAL
           IF INTMETH-PRECOMPUTED
               PERFORM PRICE-PRECOMPUTED-PAYOFF
           END-IF
      *  The note's prepayment penalty comes out of the wire and
      *  books as its own FEE transaction -- the same split
      *  LOAN-PAYOFF makes by hand, so the GL and the fee
      *  receivable see fee income, not interest.
           PERFORM COMPUTE-PREPAY-PENALTY
           MOVE ZERO TO WS-PCO-OVERPAYMENT
           IF WIRE-AMOUNT > QUOTED-PAYOFF
               COMPUTE WS-PCO-OVERPAYMENT =
                   WIRE-AMOUNT - QUOTED-PAYOFF
           END-IF
           COMPUTE WS-PAYOFF-NET =
               WIRE-AMOUNT - WS-PCO-OVERPAYMENT - WS-PREPAY-PENALTY
           COMPUTE WS-PAYOFF-INTEREST =
               WS-PAYOFF-NET - WS-PAYOFF-PRINCIPAL
           IF WS-PAYOFF-INTEREST < ZERO
           MOVE LOAN-STATUS TO WS-OLD-STATUS
           MOVE 'PAIDOFF' TO LOAN-STATUS
           MOVE ZERO TO LOAN-BALANCE OF LOAN-REC
           IF INTMETH-PRECOMPUTED
               PERFORM CLOSE-PRECOMPUTED-CONTRACT
           END-IF
           REWRITE LOAN-REC
               INVALID KEY
                   DISPLAY 'Error Closing Out Loan: '
                   ADD 1 TO WS-PAYOFFS-POSTED
                   PERFORM RECORD-STATUS-HISTORY
                   PERFORM QUEUE-LIEN-RELEASE
                   PERFORM CANCEL-ANCILLARY-PRODUCTS
                   PERFORM CHARGE-BACK-DEALER-RESERVE
                   PERFORM RELIEVE-ACCRUAL-POSITION
                   PERFORM REFUND-CLOSE-OUT-BALANCES
                   DISPLAY 'WIRE PAYOFF POSTED: Loan '
                       WIRE-LOAN-REFERENCE ' Amount ' WIRE-AMOUNT
           END-REWRITE.

      *----------------------------------------------------------------
      *  Precomputed contract: the interest is already in the
      *  balance, so the principal retired is the balance less the
      *  rebate of unearned interest as of the value date -- the
      *  quote the borrower wired against.
      *----------------------------------------------------------------
       PRICE-PRECOMPUTED-PAYOFF.
           CALL 'PRECOMPUTED-REBATE' USING WIRE-LOAN-REFERENCE
                                           CUSTOMER-ID OF LOAN-REC
                                           WIRE-VALUE-DATE
                                           INTEREST-METHOD
                                           PRECOMP-FINANCE-CHARGE
                                           UNEARNED-INTEREST
                                           INTEREST-RATE OF LOAN-REC
                                           WS-PRECOMP-REBATE
                                           WS-REBATE-MIN-APPLIED
           COMPUTE WS-PAYOFF-PRINCIPAL =
               LOAN-BALANCE OF LOAN-REC - WS-PRECOMP-REBATE
           DISPLAY 'Unearned Interest Rebated: ' WS-PRECOMP-REBATE.

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
           MOVE WIRE-VALUE-DATE TO PRECOMP-EARNED-THRU.

      *----------------------------------------------------------------
      *  Products financed into the loan end with it; the unearned
      *  premium is the borrower's and goes out on the close-out
      *  check.  The dealer gives back its commission on it, and
      *  its reserve inside the chargeback window, exactly as on a
      *  payoff posted by hand.
      *----------------------------------------------------------------
       CANCEL-ANCILLARY-PRODUCTS.
           MOVE WIRE-LOAN-REFERENCE TO WS-ACX-LOAN-ID
           MOVE WIRE-VALUE-DATE     TO WS-ACX-EVENT-DATE
           MOVE 'PAYOFF'            TO WS-ACX-REASON
           MOVE 'B'                 TO WS-ACX-DISPOSITION
           MOVE WS-USER-ID          TO WS-ACX-USER-ID
           CALL 'ANCILLARY-CANCEL' USING WS-ACX-LOAN-ID
                                         WS-ACX-SEQ
                                         WS-ACX-EVENT-DATE
                                         WS-ACX-REASON
                                         WS-ACX-DISPOSITION
                                         WS-ACX-USER-ID
                                         WS-ACX-LOAN-CREDIT
                                         WS-ACX-BORROWER-REFUND
           MOVE WS-ACX-BORROWER-REFUND TO WS-PCO-ANCILLARY-REFUND.

       CHARGE-BACK-DEALER-RESERVE.
           MOVE WIRE-LOAN-REFERENCE TO WS-CB-LOAN-ID
           MOVE WIRE-VALUE-DATE     TO WS-CB-EVENT-DATE
           MOVE 'PAYOFF'            TO WS-CB-REASON
           CALL 'DEALER-RESERVE-CHARGEBACK' USING
               WS-CB-LOAN-ID
               WS-CB-EVENT-DATE
               WS-CB-REASON
               WS-CB-CHARGED
           IF RESERVE-CHARGED-BACK
               DISPLAY 'Dealer Chargeback Taken For Loan '
                   WIRE-LOAN-REFERENCE
           END-IF.

      *----------------------------------------------------------------
      *  Escrow balance, wire overage and product refund go back to
      *  the borrower on one check, exactly as on a payoff posted by
      *  hand.
      *----------------------------------------------------------------
       REFUND-CLOSE-OUT-BALANCES.
           MOVE WIRE-LOAN-REFERENCE TO WS-PCO-LOAN-ID
           MOVE CUSTOMER-ID OF LOAN-REC TO WS-PCO-CUSTOMER-ID
           MOVE WIRE-VALUE-DATE     TO WS-PCO-PAYOFF-DATE
           MOVE WS-USER-ID          TO WS-PCO-USER-ID
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
      *  The note's prepayment penalty, when the wire's value date
      *  falls on or before the penalty expiration: flat amount,
           MOVE ZERO TO TELLER-SESSION-ID
           MOVE SPACES TO TENDER-TYPE
           MOVE ZEROS                  TO ALLOCATION-SPLIT
           MOVE ZEROS                  TO BACKDATE-CONTROL
           MOVE WS-PREPAY-PENALTY      TO ALLOC-FEE-AMOUNT
           WRITE TRANSACTION-REC
           CLOSE TRANSACTION-FILE.
           MOVE ZERO TO TELLER-SESSION-ID
           MOVE SPACES TO TENDER-TYPE
           MOVE ZEROS                  TO ALLOCATION-SPLIT
           MOVE ZEROS                  TO BACKDATE-CONTROL
           MOVE WS-PAYOFF-PRINCIPAL    TO ALLOC-PRINCIPAL-AMOUNT
           MOVE WS-PAYOFF-INTEREST     TO ALLOC-INTEREST-AMOUNT
           WRITE TRANSACTION-REC
       QUEUE-LIEN-RELEASE.
           OPEN I-O COLLATERAL-FILE
           IF COLLATERAL-FILE-OK
               MOVE 'N' TO WS-END-OF-LIEN-ITEMS
               MOVE WIRE-LOAN-REFERENCE TO LOAN-ID OF COLLATERAL-REC
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
                   IF LOAN-ID OF COLLATERAL-REC
                          NOT = WIRE-LOAN-REFERENCE
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
                       WIRE-LOAN-REFERENCE '-' COLLATERAL-SEQ
               NOT INVALID KEY
                   PERFORM WRITE-RELEASE-QUEUE-ROW
           END-REWRITE.

       WRITE-RELEASE-QUEUE-ROW.
           OPEN EXTEND LIEN-RELEASE-FILE
           IF NOT RELEASE-FILE-OK
           END-IF
           MOVE WIRE-LOAN-REFERENCE TO REL-LOAN-ID
           MOVE WIRE-VALUE-DATE     TO REL-QUEUED-DATE
           MOVE COLLATERAL-SEQ TO REL-COLLATERAL-SEQ
           WRITE LIEN-RELEASE-REC
           CLOSE LIEN-RELEASE-FILE.

               MOVE 'OPEN'         TO SUSPENSE-STATUS
               MOVE ZERO           TO RESOLVED-DATE
               MOVE SPACES         TO RESOLVED-BY
               MOVE ZERO           TO DUP-MATCHED-TRAN-ID
               MOVE ZERO           TO DUP-RELEASE-TRAN-ID
               WRITE SUSPENSE-REC
                   INVALID KEY
                       DISPLAY 'Error Writing Suspense Item For '
                       DISPLAY 'WIRE TO SUSPENSE: '
                           WIRE-VALUE-DATE ' ' WIRE-AMOUNT ' - '
                           WS-SUSPENSE-REASON-TEXT
                       IF WIRE-LOAN-REFERENCE NOT = ZERO
                           PERFORM MEMO-POST-PARKED-WIRE
                       END-IF
               END-WRITE
               CLOSE SUSPENSE-FILE
           END-IF.

      *----------------------------------------------------------------
      *  A wire parked against a known loan is still money in hand
      *  for that borrower today -- memo-post it as a credit so
      *  inquiry and payoff quotes show it until it is applied.
      *----------------------------------------------------------------
       MEMO-POST-PARKED-WIRE.
           MOVE WIRE-LOAN-REFERENCE TO WS-MEMO-LOAN-ID
           MOVE WIRE-AMOUNT         TO WS-MEMO-AMOUNT
           MOVE WIRE-VALUE-DATE     TO WS-MEMO-DATE
           CALL 'WRITE-MEMO-POST' USING WS-MEMO-LOAN-ID
                                         WS-MEMO-SOURCE
                                         WS-MEMO-DIRECTION
                                         WS-MEMO-AMOUNT
                                         WS-MEMO-TRANSACTION-ID
                                         WS-MEMO-DATE.

       ASSIGN-NEXT-SUSPENSE-ID.
           MOVE 'A' TO WS-ID-MODE
           MOVE 'SUSPENSE' TO WS-ID-SERIES
