      *  CHECKISSUEREC.CPY  --  CHECK-ISSUE-REC record layout, shared
      *  by every program that reads or writes CHECK_ISSUE.DAT.  One
      *  record per escrow disbursement check cut by
      *  ESCROW-DISBURSE-BATCH or payoff refund check (PAYEE-TYPE
      *  REFUND) cut by PAYOFF-CLOSEOUT, tracked from issue through the
      *  bank's paid-items file: POSITIVE-PAY-EXPORT sends the bank
      *  the open checks, PAID-ITEMS-IMPORT marks them CLEARED, the
      *  outstanding-check report ages whatever never clears, and
               88  CHECK-ISSUED         VALUE 'ISSUED'.
               88  CHECK-CLEARED        VALUE 'CLEARED'.
               88  CHECK-VOIDED         VALUE 'VOID'.
      *  A refund check to a borrower under an identity-theft
      *  red-flag alert is cut HELD: it stays off positive pay and
      *  out of the mail until SUPERVISOR-APPROVAL releases it to
      *  ISSUED.
               88  CHECK-HELD           VALUE 'HELD'.
           05  CLEARED-DATE        PIC 9(8).
