               88  TYPE-PAYOFF          VALUE 'PAYOFF'.
               88  TYPE-REVERSAL        VALUE 'REVERSAL'.
               88  TYPE-RECOVERY        VALUE 'RECOVERY'.
      *  DRAW is an advance on a home-equity line -- it raises the
      *  balance the way a REVERSAL does.
               88  TYPE-DRAW            VALUE 'DRAW'.
      *  DUP HOLD is a PAYMENT the nightly duplicate scan
      *  (DUPLICATE-PAYMENT-SCAN) took off the posting path as a
      *  suspected second copy of one already taken; it sits on
      *  SUSPENSE.DAT until DUPLICATE-PAYMENT-REVIEW releases it as
      *  a new PAYMENT or returns the money.  It is never keyed.
               88  TYPE-DUP-HOLD        VALUE 'DUP HOLD'.
               88  TYPE-IS-VALID        VALUE 'PAYMENT' 'FEE'
                                               'ADJUSTMENT' 'PAYOFF'
                                               'REVERSAL' 'RECOVERY'
                                               'DRAW'.
           05  REVERSED-TRANSACTION-ID PIC 9(5).
      *  Teller cashiering: payments keyed during a drawer session
      *  carry the session ID and tender so the drawer can balance;
      *  zero means the transaction did not come through a teller
      *  session (batch loads, fees, reversals).  CARD marks a debit
      *  or online card payment loaded off the processor settlement
      *  file, and the chargeback REVERSAL written against one.  XFER
      *  marks a line draw paid by transfer to the borrower's deposit
      *  account rather than across a teller drawer.  WAIVE marks
      *  the ADJUSTMENT POST-FEE-WAIVER writes against the FEE named
      *  in REVERSED-TRANSACTION-ID; PAYMENT-ALLOCATION takes it off
      *  FEES-RECEIVABLE through the fee bucket.  MOVE marks both
      *  legs of a misapplied-payment transfer (PAYMENT-TRANSFER):
      *  the REVERSAL on the loan the payment was moved off and the
      *  PAYMENT on the loan it was moved to, which names that
      *  REVERSAL -- the transfer reference -- in REVERSED-
      *  TRANSACTION-ID.
           05  TELLER-SESSION-ID   PIC 9(5).
           05  TENDER-TYPE         PIC X(5).
               88  TENDER-CASH         VALUE 'CASH'.
               88  TENDER-CHECK        VALUE 'CHECK'.
               88  TENDER-OTHER        VALUE 'OTHER'.
               88  TENDER-CARD         VALUE 'CARD'.
               88  TENDER-TRANSFER     VALUE 'XFER'.
               88  TENDER-WAIVER       VALUE 'WAIVE'.
               88  TENDER-PMT-TRANSFER VALUE 'MOVE'.
      *  Office where the transaction was taken; zero for batch
      *  loads and system-generated entries.
           05  BRANCH-ID           PIC 9(3).
               10  ALLOC-INTEREST-AMOUNT   PIC 9(7)V99.
               10  ALLOC-PRINCIPAL-AMOUNT  PIC 9(7)V99.
               10  ALLOC-ESCROW-AMOUNT     PIC 9(7)V99.
      *----------------------------------------------------------------
      *  Effective-dated (back-dated) posting.  A payment received on
      *  an earlier day than it was keyed -- a mailed item held over,
      *  a teller drawer released the next morning, a suspense item
      *  re-applied to the right loan -- carries the date the money
      *  actually came in.  PAYMENT-BACKDATE-REPROCESS.cbl re-accrues
      *  interest from that date, reverses any late fee the borrower
      *  would not have owed, stores the interest difference here and
      *  marks the row reprocessed.  All zero for an ordinary posting.
      *----------------------------------------------------------------
           05  BACKDATE-CONTROL.
               10  PAYMENT-EFFECTIVE-DATE  PIC 9(8).
               10  BACKDATE-STATUS         PIC X.
                   88  BACKDATE-PENDING        VALUE 'P'.
                   88  BACKDATE-REPROCESSED    VALUE 'R'.
               10  BACKDATE-INTEREST-ADJ   PIC 9(7)V99.
