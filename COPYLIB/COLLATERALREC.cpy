      *================================================================
      *  COLLATERALREC.CPY  --  COLLATERAL-REC record layout, shared
      *  by every program that reads or writes COLLATERAL.DAT.  One
      *  record per collateral item describes what secures an AUTO
      *  or MORTGAGE loan -- the VIN or property address, the
      *  appraised value behind the loan-to-value edit, and where
      *  the lien stands.  LOAN-PAYOFF queues the release when the
      *  loan closes; COLLATERAL-FILE tracks it to completion.
      *================================================================
      *  COLLATERAL-KEY is the record key: a loan secured by two
      *  vehicles, or a mortgage with additional parcels, carries
      *  one item per COLLATERAL-SEQ, so a loan's items are a START
      *  at sequence zero.  Loan-to-value is measured on the
      *  combined value of the items that still secure the loan
      *  (GET-COLLATERAL-VALUE).
       01  COLLATERAL-REC.
           05  COLLATERAL-KEY.
               10  LOAN-ID             PIC 9(5).
               10  COLLATERAL-SEQ      PIC 9(2).
           05  COLLATERAL-DESC     PIC X(30).
           05  VIN-OR-ADDRESS      PIC X(50).
           05  APPRAISED-VALUE     PIC 9(7)V99.
               88  LIEN-RELEASE-QUEUED VALUE 'REL QUEUED'.
               88  LIEN-RELEASED       VALUE 'RELEASED'.
           05  LIEN-RELEASE-DATE   PIC 9(8).
      *----------------------------------------------------------------
      *  Where the item stands against the loan.  Only an ACTIVE
      *  item secures it; blank is an item recorded before items
      *  carried a status, and is active.
      *
      *      PENDING    - proposed replacement in a substitution,
      *                   awaiting supervisor release (SUBST-FOR-SEQ
      *                   names the item it replaces)
      *      SUBST OUT  - item given up in a released substitution
      *                   (SUBST-FOR-SEQ names its replacement)
      *      REJECTED   - proposed replacement the supervisor turned
      *                   down
      *      RELEASED   - item released after a paydown while the
      *                   loan stays open (RELEASE-PAYDOWN-TRAN-ID is
      *                   the PAYMENT that bought the release)
      *      REPOSSESSD - item repossessed or foreclosed on
      *                   (OWNED-ASSET-FILE carries it from there)
      *----------------------------------------------------------------
           05  ITEM-STATUS         PIC X(10).
               88  ITEM-ACTIVE          VALUE 'ACTIVE' SPACES.
               88  ITEM-PENDING-SUBST   VALUE 'PENDING'.
               88  ITEM-SUBSTITUTED     VALUE 'SUBST OUT'.
               88  ITEM-SUBST-REJECTED  VALUE 'REJECTED'.
               88  ITEM-PARTIAL-RELEASE VALUE 'RELEASED'.
               88  ITEM-REPOSSESSED     VALUE 'REPOSSESSD'.
           05  ITEM-STATUS-DATE    PIC 9(8).
           05  SUBST-FOR-SEQ       PIC 9(2).
           05  RELEASE-PAYDOWN-TRAN-ID PIC 9(5).
