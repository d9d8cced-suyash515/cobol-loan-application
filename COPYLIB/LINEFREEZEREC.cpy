      *================================================================
      *  LINEFREEZEREC.CPY  --  LINE-FREEZE-NOTICE-REC record layout,
      *  shared by every program that reads or writes
      *  LINE_FREEZE_NOTICE.DAT.  One row each time a home-equity
      *  line is frozen -- by HELOC-LINE-CYCLE when the loan goes
      *  past due, by COLLATERAL-REVALUE when the restated value no
      *  longer supports the limit -- so LETTER-GENERATION can send
      *  the borrower the suspension notice the same night.
      *================================================================
       01  LINE-FREEZE-NOTICE-REC.
           05  LFN-LOAN-ID         PIC 9(5).
           05  LFN-FREEZE-DATE     PIC 9(8).
           05  LFN-REASON          PIC X.
               88  LFN-DELINQUENT      VALUE 'D'.
               88  LFN-COLLATERAL      VALUE 'C'.
           05  LFN-CREDIT-LIMIT    PIC 9(7)V99.
           05  LFN-BALANCE         PIC 9(7)V99.
