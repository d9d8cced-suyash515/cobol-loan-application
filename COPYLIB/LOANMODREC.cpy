      *  the restructure audit trail for LOAN-FILE.  One record per
      *  modification carries the old and new terms side by side so
      *  auditors can see every restructure without reconstructing it
      *  from deleted and re-added loans.  MOD-TYPE keeps a
      *  MATURITY-EXTENSION (the maturity pushed out or the balloon
      *  re-amortized, for a fee) apart from a hardship
      *  modification taken through LOAN-MODIFICATION; space is a
      *  modification recorded before the type existed.
      *================================================================
       01  LOAN-MOD-HIST-REC.
           05  LOAN-ID             PIC 9(5).
           05  NEW-LOAN-BALANCE    PIC 9(7)V99.
           05  CAPITALIZED-AMOUNT  PIC 9(7)V99.
           05  APPROVED-BY         PIC X(10).
           05  MOD-TYPE            PIC X.
               88  MOD-HARDSHIP        VALUE 'M' ' '.
               88  MOD-MATURITY-EXTENSION VALUE 'X'.
           05  OLD-MATURITY-DATE   PIC 9(8).
           05  NEW-MATURITY-DATE   PIC 9(8).
           05  EXTENSION-FEE       PIC 9(7)V99.
