           05  CB-HIGH-CREDIT          PIC 9(7)V99.
           05  CB-CURRENT-BALANCE      PIC 9(7)V99.
           05  CB-REPORT-DATE          PIC 9(8).
      *  Borrower-deceased indicator: the bureau's 'X' ECOA code
      *  once a death notice is on file (DECEASED.DAT), else space.
           05  CB-DECEASED-IND         PIC X.
               88  CB-BORROWER-DECEASED    VALUE 'X'.
               88  CB-BORROWER-LIVING      VALUE SPACE.
