      *================================================================
      *  STATELIMITREC.CPY  --  STATE-LIMIT-REC record layout, shared
      *  by every program that reads or writes STATE_LIMIT.DAT.  One
      *  row per state per effective date, keyed the same way
      *  FEESCHEDREC.CPY is, so the limits in force on any date are
      *  the last row on or before it.  A zero limit means the state
      *  sets none: no usury ceiling, no late-fee cap, or no grace
      *  period beyond the house LATE GRACE DAYS.
      *
      *    LATE-FEE-CAP-AMOUNT   -- flat dollar ceiling on one fee
      *    LATE-FEE-CAP-PERCENT  -- ceiling as a percent of the late
      *                             installment; where both are set
      *                             the lower of the two binds
      *    MIN-FINANCE-CHARGE    -- least finance charge a
      *                             precomputed contract may keep on
      *                             early payoff; the unearned-
      *                             interest rebate is cut back so
      *                             the lender retains at least this
      *================================================================
       01  STATE-LIMIT-REC.
           05  STATE-LIMIT-KEY.
               10  LIMIT-STATE             PIC X(2).
               10  LIMIT-EFFECTIVE-DATE    PIC 9(8).
           05  MAX-INTEREST-RATE           PIC 9(3)V99.
           05  LATE-FEE-CAP-AMOUNT         PIC 9(7)V99.
           05  LATE-FEE-CAP-PERCENT        PIC 9(3)V99.
           05  MIN-GRACE-DAYS              PIC 9(3).
           05  MIN-FINANCE-CHARGE          PIC 9(7)V99.
