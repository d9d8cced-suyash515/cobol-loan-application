      *================================================================
      *  RATELOCKREC.CPY  --  RATE-LOCK-REC record layout, shared by
      *  every program that reads or writes RATE_LOCK.DAT.  One lock
      *  per mortgage application, keyed on the application's
      *  LOAN-ID: the rate quoted, when it was locked, for how long
      *  and when it runs out.  Each extension pushes LOCK-EXPIRES
      *  out and adds the LOCK EXTENSION fee from FEE-SCHEDULE-FILE
      *  to EXTENSION-FEES, which LOAN-FUNDING collects out of the
      *  proceeds.  LOAN-APPROVAL-FILE must price at LOCKED-RATE
      *  while the lock is live and records the loan it booked in
      *  LOCKED-LOAN-ID.
      *================================================================
       01  RATE-LOCK-REC.
           05  LOAN-ID             PIC 9(5).
           05  CUSTOMER-ID         PIC 9(5).
           05  LOCKED-RATE         PIC 9(3)V99.
           05  LOCK-DATE           PIC 9(8).
           05  LOCK-PERIOD-DAYS    PIC 9(3).
           05  LOCK-EXPIRES        PIC 9(8).
           05  EXTENSION-COUNT     PIC 9(2).
           05  EXTENSION-DAYS      PIC 9(3).
           05  EXTENSION-FEES      PIC 9(7)V99.
           05  LOCK-STATUS         PIC X.
               88  LOCK-ACTIVE         VALUE 'A'.
               88  LOCK-HONORED        VALUE 'H'.
               88  LOCK-CANCELLED      VALUE 'C'.
           05  LOCKED-BY           PIC X(10).
           05  LOCKED-LOAN-ID      PIC 9(5).
