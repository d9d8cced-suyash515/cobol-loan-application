      *  every program that appends to or reads FUNDING.DAT.  One
      *  record per loan disbursement proves money actually left the
      *  bank: when, how, the gross amount, the origination fee
      *  netted out, and who funded it.  ORIGINATION-FEE carries every
      *  prepaid finance charge netted -- the ORIGINATION fee plus
      *  any DOC PREP fee on the schedule and any rate-lock
      *  extension fees.
      *================================================================
       01  FUNDING-REC.
           05  LOAN-ID             PIC 9(5).
           05  ORIGINATION-FEE     PIC 9(7)V99.
           05  NET-AMOUNT          PIC 9(7)V99.
           05  FUNDED-BY           PIC X(10).
      *  A refinance ('R') retires REFI-PAYOFF-LOAN-ID out of the
      *  proceeds: REFI-PAYOFF-AMOUNT (principal, interest and any
      *  prepayment penalty) applies straight to the old loan, and
      *  NET-AMOUNT is only the cash-out that actually leaves the
      *  bank.  'N' (or space, on rows written before the fields
      *  existed) is new money with nothing paid off.
           05  FUNDING-PURPOSE     PIC X.
               88  FUNDED-NEW-MONEY    VALUE 'N' ' '.
               88  FUNDED-REFINANCE    VALUE 'R'.
           05  REFI-PAYOFF-LOAN-ID PIC 9(5).
           05  REFI-PAYOFF-AMOUNT  PIC 9(7)V99.
