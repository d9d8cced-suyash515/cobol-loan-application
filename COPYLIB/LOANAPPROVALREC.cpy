      *  when the flat INTEREST_RATE.DAT sheet applied).
           05  APPROVED-RATE         PIC 9(3)V99.
           05  PRICE-TIER-FLOOR      PIC 9(3).
      *  Carried from the application so commission and volume
      *  reporting can tell a refinance of an existing loan ('R',
      *  with the loan being paid off) from new money ('N', or
      *  space on approvals written before the fields existed).
           05  APPROVAL-PURPOSE      PIC X.
               88  APPROVED-NEW-MONEY    VALUE 'N' ' '.
               88  APPROVED-REFINANCE    VALUE 'R'.
           05  REFINANCE-LOAN-ID     PIC 9(5).
