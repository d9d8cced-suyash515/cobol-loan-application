      *  LOAN-ID.  A RELEASED row is the override LOAN-APPROVAL-FILE
      *  honors when the approval is re-run.
               88  ACTION-EXPOSURE-LIMIT  VALUE 'EXPOSURE LIMIT'.
      *  Reg O insider credit over the prior-approval threshold;
      *  PENDING-KEY-ID is the application LOAN-ID.  The release
      *  records the board's approval, which LOAN-APPROVAL-FILE
      *  honors when the approval is re-run.
               88  ACTION-REGO-BOARD      VALUE 'REG O BOARD'.
      *  Lift a legal hold; PENDING-KEY-ID is the customer or loan
      *  held, PENDING-DETAIL the hold scope (C/L) followed by the
      *  matter number.
               88  ACTION-LEGAL-HOLD-RELEASE
                                          VALUE 'LEGAL HOLD RELEASE'.
      *  Identity-theft red-flag alert items.  MAINT applies the
      *  address/phone change staged on FRAUD_ALERT.DAT for the
      *  customer in PENDING-KEY-ID; AUTOPAY the new bank account
      *  (routing and account in PENDING-DETAIL, debit day in
      *  PENDING-AUX-DATE-1) for the loan in PENDING-KEY-ID; CHECK
      *  releases the HELD refund check numbered PENDING-KEY-ID;
      *  FUNDING and DRAW are the release LOAN-FUNDING and a HELOC
      *  draw honor for the loan when re-run; CLEAR lifts the alert.
               88  ACTION-FRAUD-ALERT-MAINT
                                          VALUE 'FRAUD ALERT MAINT'.
               88  ACTION-FRAUD-ALERT-AUTOPAY
                                          VALUE 'FRAUD ALERT AUTOPAY'.
               88  ACTION-FRAUD-ALERT-CHECK
                                          VALUE 'FRAUD ALERT CHECK'.
               88  ACTION-FRAUD-ALERT-FUNDING
                                          VALUE 'FRAUD ALERT FUNDING'.
               88  ACTION-FRAUD-ALERT-DRAW
                                          VALUE 'FRAUD ALERT DRAW'.
               88  ACTION-FRAUD-ALERT-CLEAR
                                          VALUE 'FRAUD ALERT CLEAR'.
      *  Merge a duplicate customer: PENDING-KEY-ID is the
      *  CUSTOMER-ID to retire, the first five bytes of
      *  PENDING-DETAIL the surviving CUSTOMER-ID.  The release runs
      *  MERGE-CUSTOMER-RECORDS.
               88  ACTION-CUSTOMER-MERGE  VALUE 'CUSTOMER MERGE'.
      *  Internal risk grade change: PENDING-KEY-ID is the loan,
      *  PENDING-DETAIL the proposed grade, PENDING-AUX-DATE-1 the
      *  next review date.  The proposal itself (grade, rationale,
      *  requester) is staged on RISK_GRADE.DAT; only a credit
      *  officer may release it.
               88  ACTION-RISK-GRADE      VALUE 'RISK GRADE'.
      *  Fee waiver over the operator's waiver authority:
      *  PENDING-KEY-ID is the WAIVER-ID staged PENDING on
      *  FEE_WAIVER.DAT, PENDING-AUX-DATE-1 the fee's assessment
      *  date.  The release posts it through POST-FEE-WAIVER; a
      *  rejection marks the waiver REJECTED.
               88  ACTION-FEE-WAIVER      VALUE 'FEE WAIVER'.
      *  Collateral substitution: PENDING-KEY-ID is the loan, the
      *  first two bytes of PENDING-DETAIL the COLLATERAL-SEQ of the
      *  replacement item staged PENDING on COLLATERAL.DAT (it names
      *  the item it replaces), PENDING-AMOUNT the replacement's
      *  appraised value.  The release re-checks loan-to-value and
      *  makes the swap through POST-COLLATERAL-SUBST; a rejection
      *  marks the replacement REJECTED.
               88  ACTION-COLLATERAL-SUBST
                                          VALUE 'COLLATERAL SUBST'.
      *  Operator access change or revoke from the quarterly
      *  recertification: PENDING-KEY-ID is the operator's branch,
      *  PENDING-AUX-DATE-1 the recertification cycle date, and
      *  PENDING-DETAIL the decision (C/R), the operator ID, then the
      *  new role, branch and company for a change.  The release
      *  applies it through POST-OPERATOR-RECERT; a rejection leaves
      *  the access as it stands.
               88  ACTION-OPERATOR-RECERT VALUE 'OPERATOR RECERT'.
           05  PENDING-KEY-ID      PIC 9(5).
           05  PENDING-AMOUNT      PIC 9(7)V99.
           05  PENDING-AUX-DATE-1  PIC 9(8).
