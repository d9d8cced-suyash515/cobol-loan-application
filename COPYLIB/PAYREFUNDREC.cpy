      *================================================================
      *  PAYREFUNDREC.CPY  --  PAYOFF-REFUND-REC record layout, shared
      *  by every program that reads or writes PAYOFF_REFUND.DAT.
      *  One record per paid-off loan that still held borrower
      *  money at close-out: the escrow balance left on the impound
      *  ledger (credited escrow interest included) and any amount
      *  received over the payoff figure, plus the unearned premium
      *  on any ancillary product cancelled at payoff, refunded
      *  together on one check cut by PAYOFF-CLOSEOUT.
      *  LETTER-GENERATION reads it to print the refund on the
      *  payoff confirmation.
      *================================================================
       01  PAYOFF-REFUND-REC.
           05  LOAN-ID             PIC 9(5).
           05  CUSTOMER-ID         PIC 9(5).
           05  REFUND-DATE         PIC 9(8).
           05  ESCROW-REFUND       PIC 9(7)V99.
           05  OVERPAYMENT-REFUND  PIC 9(7)V99.
           05  REFUND-TOTAL        PIC 9(7)V99.
           05  REFUND-CHECK-NUMBER PIC 9(5).
           05  ANCILLARY-REFUND    PIC 9(7)V99.
