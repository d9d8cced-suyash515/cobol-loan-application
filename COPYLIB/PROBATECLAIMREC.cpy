      *================================================================
      *  PROBATECLAIMREC.CPY  --  PROBATE-CLAIM-REC record layout,
      *  shared by every program that reads or writes
      *  PROBATE_CLAIM.DAT.  One row per LOAN-ID opened by
      *  DECEASED-FILE when a sole borrower dies with no credit-life
      *  coverage, so the balance has to be claimed against the
      *  estate.  FILING-DEADLINE is the last day the claim can be
      *  presented; it is computed from the notification date and
      *  can be reset once the estate publishes its notice to
      *  creditors.
      *================================================================
       01  PROBATE-CLAIM-REC.
           05  LOAN-ID               PIC 9(5).
           05  CUSTOMER-ID           PIC 9(5).
           05  OPENED-DATE           PIC 9(8).
           05  CLAIM-AMOUNT          PIC 9(7)V99.
           05  FILING-DEADLINE       PIC 9(8).
           05  CLAIM-STATUS          PIC X(10).
               88  CLAIM-OPEN            VALUE 'OPEN'.
               88  CLAIM-FILED           VALUE 'FILED'.
               88  CLAIM-CLOSED          VALUE 'CLOSED'.
               88  CLAIM-STATUS-OK       VALUE 'OPEN' 'FILED'
                                               'CLOSED'.
           05  CLAIM-FILED-DATE      PIC 9(8).
           05  CLAIM-UPDATED-BY      PIC X(10).
