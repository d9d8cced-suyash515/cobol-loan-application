      *================================================================
      *  FEEWAIVERREC.CPY  --  FEE-WAIVER-REC record layout, shared
      *  by every program that reads or writes FEE_WAIVER.DAT, the
      *  fee-waiver register.  One record per waiver of one assessed
      *  FEE transaction -- late fee, NSF fee, any other -- keyed on
      *  WAIVER-ID from the FEE WAIVER series of NEXT_ID.DAT, with
      *  WAIVE-LOAN-ID an alternate key (with duplicates) so one
      *  loan's waivers are a START instead of a file scan.
      *  FEE-WAIVER-FILE writes it with the reason and the operator,
      *  role and branch that gave it; POST-FEE-WAIVER posts the
      *  ADJUSTMENT naming the fee and stamps the register with it.
      *  FEE-WAIVER-REPORT totals the month's waivers from here, so
      *  the fee income given away is no longer lost among the other
      *  adjustments.
      *================================================================
       01  FEE-WAIVER-REC.
           05  WAIVER-ID               PIC 9(5).
           05  WAIVE-LOAN-ID           PIC 9(5).
           05  WAIVE-CUSTOMER-ID       PIC 9(5).
      *  The FEE transaction waived, with its assessment date and
      *  the amount originally assessed.
           05  WAIVE-FEE-TRAN-ID       PIC 9(5).
           05  WAIVE-FEE-DATE          PIC 9(8).
           05  WAIVE-FEE-AMOUNT        PIC 9(7)V99.
           05  WAIVE-AMOUNT            PIC 9(7)V99.
           05  WAIVE-REASON            PIC X(10).
               88  WAIVE-COURTESY          VALUE 'COURTESY'.
               88  WAIVE-BANK-ERROR        VALUE 'BANK ERROR'.
               88  WAIVE-HARDSHIP          VALUE 'HARDSHIP'.
               88  WAIVE-RETENTION         VALUE 'RETENTION'.
               88  WAIVE-DISPUTE           VALUE 'DISPUTE'.
               88  WAIVE-SCRA              VALUE 'SCRA'.
               88  WAIVE-REASON-IS-VALID   VALUE 'COURTESY'
                                                  'BANK ERROR'
                                                  'HARDSHIP'
                                                  'RETENTION'
                                                  'DISPUTE' 'SCRA'.
           05  WAIVE-COMMENT           PIC X(30).
      *  Who gave the waiver: the operator, the role they held and
      *  the office they work from (the loan's branch when the
      *  operator works any branch).
           05  WAIVE-REQUESTED-BY      PIC X(10).
           05  WAIVE-ROLE              PIC X(10).
           05  WAIVE-BRANCH            PIC 9(3).
           05  WAIVE-REQUEST-DATE      PIC 9(8).
      *  The authority the operator held when they keyed it; above
      *  it the waiver waits as PENDING for a supervisor's release.
           05  WAIVE-AUTHORITY         PIC 9(5)V99.
           05  WAIVE-STATUS            PIC X.
               88  WAIVE-PENDING           VALUE 'P'.
               88  WAIVE-APPLIED           VALUE 'A'.
               88  WAIVE-REJECTED          VALUE 'R'.
      *  The releasing supervisor (spaces when within the operator's
      *  own authority), the posting date and the ADJUSTMENT
      *  transaction written.
           05  WAIVE-APPROVED-BY       PIC X(10).
           05  WAIVE-APPLIED-DATE      PIC 9(8).
           05  WAIVE-ADJ-TRAN-ID       PIC 9(5).
