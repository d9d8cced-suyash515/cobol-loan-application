               88  TYPE-PERSONAL       VALUE 'PERSONAL'.
               88  TYPE-AUTO           VALUE 'AUTO'.
               88  TYPE-MORTGAGE       VALUE 'MORTGAGE'.
               88  TYPE-HELOC          VALUE 'HELOC'.
               88  LOAN-TYPE-IS-VALID  VALUE 'PERSONAL' 'AUTO'
                                              'MORTGAGE' 'HELOC'.
           05  LOAN-AMOUNT         PIC 9(7)V99.
           05  INTEREST-RATE       PIC 9(3)V99.
           05  LOAN-TERM           PIC 9(3).
           05  INTEREST-RECEIVABLE PIC 9(7)V99.
           05  FEES-RECEIVABLE     PIC 9(7)V99.
           05  ESCROW-ADVANCES     PIC 9(7)V99.
      *  Interest day-count convention, set at boarding and funding
      *  and honored by every program that figures interest (all of
      *  them through DAY-COUNT-INTEREST): 'T' is 30/360, 'A' is
      *  Actual/365, 'X' is Actual/Actual.  Mortgage paper defaults
      *  to Actual/365 for the investors, everything else to 30/360;
      *  space (loans booked before the attribute existed) is 30/360.
           05  DAY-COUNT-BASIS     PIC X.
               88  DAYCOUNT-30-360     VALUE 'T' ' '.
               88  DAYCOUNT-ACT-365    VALUE 'A'.
               88  DAYCOUNT-ACT-ACT    VALUE 'X'.
               88  DAYCOUNT-IS-VALID   VALUE 'T' 'A' 'X'.
      *  Card payment channel.  CARD-CHARGEBACK-PROCESSING counts
      *  each chargeback reversed against the loan and blocks the
      *  channel ('B') once the count reaches the CARD CHARGEBACK
      *  MAX parameter; the online-banking extract then tells the
      *  vendor to stop offering card payment on the loan.  Space
      *  (loans booked before the attribute existed) is open.
           05  CARD-CHANNEL-STATUS PIC X.
               88  CARD-CHANNEL-OPEN     VALUE 'O' ' '.
               88  CARD-CHANNEL-BLOCKED  VALUE 'B'.
           05  CARD-CHARGEBACK-COUNT PIC 9(3).
      *  Home-equity line of credit (TYPE-HELOC).  LOAN-AMOUNT is
      *  the amount drawn at booking and CREDIT-LIMIT caps what may
      *  be outstanding; further DRAW transactions are taken through
      *  DRAW-PERIOD-END, after which the line repays over
      *  REPAY-PERIOD-MONTHS.  There is no fixed schedule: each
      *  statement cycle HELOC-LINE-CYCLE bills one minimum-payment
      *  row -- during the draw period the cycle's interest ('I') or
      *  HELOC-MIN-PAY-PCT percent of the balance ('P', never less
      *  than the interest), during repayment the level payment
      *  that retires the balance by the end of the term.  The line
      *  freezes ('F') on its own when the loan goes past due
      *  (reason 'D', HELOC-LINE-CYCLE) or a revaluation leaves the
      *  collateral short of the limit (reason 'C', COLLATERAL-
      *  REVALUE); a frozen line takes no draws until reinstated
      *  through LOAN-FILE.  All zero or space on closed-end loans.
           05  CREDIT-LIMIT        PIC 9(7)V99.
           05  DRAW-PERIOD-END     PIC 9(8).
           05  REPAY-PERIOD-MONTHS PIC 9(3).
           05  HELOC-MIN-PAY-METHOD PIC X.
               88  MINPAY-INTEREST-ONLY  VALUE 'I' ' '.
               88  MINPAY-PCT-OF-BALANCE VALUE 'P'.
           05  HELOC-MIN-PAY-PCT   PIC 9(3)V99.
           05  LINE-STATUS         PIC X.
               88  LINE-OPEN             VALUE 'O' ' '.
               88  LINE-FROZEN           VALUE 'F'.
           05  LINE-FREEZE-REASON  PIC X.
               88  FREEZE-DELINQUENT     VALUE 'D'.
               88  FREEZE-COLLATERAL     VALUE 'C'.
           05  LINE-FREEZE-DATE    PIC 9(8).
      *  Refinance cross-reference.  A loan funded by LOAN-FUNDING to
      *  pay off one of the borrower's existing loans carries that
      *  loan in REFINANCED-FROM-LOAN-ID; the loan paid off carries
      *  its replacement in REFINANCED-BY-LOAN-ID.  Zero means new
      *  money on the one side and a cash payoff (or a loan still
      *  open) on the other.
           05  REFINANCED-FROM-LOAN-ID PIC 9(5).
           05  REFINANCED-BY-LOAN-ID PIC 9(5).
      *  Truth-in-Lending disclosure of record, stored by TILA-
      *  DISCLOSURE when the federal box prints: the APR the borrower
      *  was shown and the finance charge and date it was figured as
      *  of.  LOAN-FUNDING recomputes the APR at funding and refuses
      *  to fund when the terms have since drifted outside tolerance.
      *  Zero means no disclosure has been given.
           05  DISCLOSED-APR       PIC 9(3)V9(4).
           05  DISCLOSED-FINANCE-CHARGE PIC 9(9)V99.
           05  TILA-DISCLOSURE-DATE PIC 9(8).
      *  Legal entity (COMPANY.DAT) that owns the loan and carries
      *  it on its books -- GL postings, trial balance, reserve and
      *  call report all follow this, not the servicing branch.
      *  Zero, the original charter, on loans written before the
      *  field existed.
           05  COMPANY-CODE        PIC 9(3).
      *  Maturity tracking.  MATURITY-PIPELINE mails the borrower a
      *  notice as the final schedule row (the balloon, on an
      *  AMORT-BALLOON loan) comes within 180, 90, 60 and 30 days,
      *  and keeps here the tightest milestone already noticed;
      *  MATURITY-EXTENSION clears it when the maturity moves out
      *  and counts the extensions granted.  Zero means no notice
      *  yet and no extension.
           05  MATURITY-NOTICE-DAYS PIC 9(3).
           05  MATURITY-EXT-COUNT  PIC 9(2).
      *  Precomputed-interest contracts (personal and auto paper
      *  bought on the add-on basis): the finance charge is added to
      *  the note up front, so LOAN-BALANCE is the gross contract
      *  balance and there is no per-diem.  'S' (or space) is the
      *  ordinary simple-interest loan.  PRECOMP-FINANCE-CHARGE is
      *  the charge the contract earns over its LOAN-TERM
      *  installments from booking (the unearned balance bought, on
      *  a boarded contract); INTEREST-ACCRUAL earns it installment
      *  by installment by the contract method -- sum-of-the-digits
      *  or actuarial -- out of UNEARNED-INTEREST into PRECOMP-
      *  EARNED-INTEREST, and LOAN-PAYOFF rebates what is still
      *  unearned into PRECOMP-REBATE-AMOUNT.  The GL-POSTED fields
      *  are what GL-ACCRUAL-POSTING has booked of each, so the
      *  next pass books only the movement.  All zero on a simple-
      *  interest loan.
           05  INTEREST-METHOD     PIC X.
               88  INTMETH-SIMPLE      VALUE 'S' ' '.
               88  INTMETH-RULE-OF-78S VALUE '7'.
               88  INTMETH-ACTUARIAL   VALUE 'A'.
               88  INTMETH-PRECOMPUTED VALUE '7' 'A'.
               88  INTMETH-IS-VALID    VALUE 'S' '7' 'A' ' '.
           05  PRECOMP-FINANCE-CHARGE PIC 9(7)V99.
           05  UNEARNED-INTEREST   PIC 9(7)V99.
           05  PRECOMP-EARNED-INTEREST PIC 9(7)V99.
           05  PRECOMP-EARNED-THRU PIC 9(8).
           05  PRECOMP-REBATE-AMOUNT PIC 9(7)V99.
           05  GL-POSTED-FIN-CHARGE PIC 9(7)V99.
           05  GL-POSTED-EARNED    PIC 9(7)V99.
           05  GL-POSTED-REBATE    PIC 9(7)V99.
