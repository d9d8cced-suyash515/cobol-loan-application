      *================================================================
      *  ANCILLARYREC.CPY  --  ANCILLARY-PRODUCT-REC record layout,
      *  shared by every program that reads or writes
      *  ANCILLARY_PRODUCT.DAT.  One record per add-on product
      *  financed into a loan -- GAP waiver, credit life premium,
      *  extended warranty/service contract -- keyed on LOAN-ID plus
      *  a sequence, so a loan carries as many as were sold with
      *  it.  The premium is part of LOAN-AMOUNT; this record is
      *  what says how much, who the provider is, how much of it
      *  the selling dealer kept as commission, and how the
      *  unearned part comes back when the loan closes early.
      *
      *  ANCILLARY-CANCEL fills in the cancellation: the refund by
      *  CANCEL-METHOD over the months left of PRODUCT-TERM-MONTHS,
      *  split into the dealer's share (its commission percent) and
      *  the provider's, and where the refund went -- credited to
      *  the loan balance or refunded to the borrower.  The dealer's
      *  share stays PENDING until DEALER-RESERVE-CHARGEBACK takes
      *  it back from the dealer.
      *================================================================
       01  ANCILLARY-PRODUCT-REC.
           05  ANCILLARY-KEY.
               10  LOAN-ID             PIC 9(5).
               10  ANCILLARY-SEQ       PIC 9(2).
           05  PRODUCT-TYPE            PIC X(4).
               88  PRODUCT-GAP             VALUE 'GAP'.
               88  PRODUCT-CREDIT-LIFE     VALUE 'LIFE'.
               88  PRODUCT-WARRANTY        VALUE 'WARR'.
               88  PRODUCT-TYPE-VALID      VALUE 'GAP' 'LIFE' 'WARR'.
           05  PROVIDER-NAME           PIC X(30).
      *  Selling dealer; zero for a product sold direct, which has
      *  no dealer share to charge back.
           05  DEALER-ID               PIC 9(5).
           05  PREMIUM-AMOUNT          PIC 9(7)V99.
           05  DEALER-COMMISSION-PCT   PIC 9(3)V99.
           05  PRODUCT-TERM-MONTHS     PIC 9(3).
           05  PRODUCT-EFFECTIVE-DATE  PIC 9(8).
           05  CANCEL-METHOD           PIC X.
               88  CANCEL-PRO-RATA         VALUE 'P'.
               88  CANCEL-RULE-OF-78       VALUE 'R'.
               88  CANCEL-NON-REFUNDABLE   VALUE 'N'.
               88  CANCEL-METHOD-VALID     VALUE 'P' 'R' 'N'.
           05  PRODUCT-STATUS          PIC X(10).
               88  PRODUCT-ACTIVE          VALUE 'ACTIVE'.
               88  PRODUCT-CANCELLED       VALUE 'CANCELLED'.
           05  CANCEL-DATE             PIC 9(8).
      *  PAYOFF, REFINANCE, REPO, CHARGEOFF or CUSTOMER.
           05  CANCEL-REASON           PIC X(10).
           05  REFUND-AMOUNT           PIC 9(7)V99.
           05  DEALER-SHARE            PIC 9(7)V99.
           05  PROVIDER-SHARE          PIC 9(7)V99.
           05  REFUND-DISPOSITION      PIC X.
               88  REFUND-TO-LOAN          VALUE 'L'.
               88  REFUND-TO-BORROWER      VALUE 'B'.
           05  DEALER-CB-STATUS        PIC X.
               88  DEALER-CB-NONE          VALUE ' '.
               88  DEALER-CB-PENDING       VALUE 'P'.
               88  DEALER-CB-TAKEN         VALUE 'C'.
           05  DEALER-CB-DATE          PIC 9(8).
