      *================================================================
      *  LEGALHOLDREC.CPY  --  LEGAL-HOLD-REC record layout, shared by
      *  every program that reads or writes LEGAL_HOLD.DAT.  One row
      *  per matter per customer or loan that counsel has told us to
      *  preserve, keyed on the scope (C customer, L loan), the
      *  CUSTOMER-ID or LOAN-ID, and the matter number, so one
      *  subject can sit under several matters at once.  While a row
      *  is OPEN, CHECK-LEGAL-HOLD stops RETENTION-PURGE,
      *  LOAN-ARCHIVE-PURGE and DEBT-SALE from touching the subject's
      *  records; a customer hold covers every loan the customer
      *  has.  A hold is released only by a supervisor through the
      *  dual-control queue, and the row is kept for the record.
      *================================================================
       01  LEGAL-HOLD-REC.
           05  HOLD-KEY.
               10  HOLD-SCOPE          PIC X.
                   88  HOLD-ON-CUSTOMER    VALUE 'C'.
                   88  HOLD-ON-LOAN        VALUE 'L'.
                   88  HOLD-SCOPE-IS-VALID VALUE 'C' 'L'.
               10  HOLD-SUBJECT-ID     PIC 9(5).
               10  HOLD-MATTER-NUMBER  PIC X(15).
           05  HOLD-DESCRIPTION    PIC X(30).
           05  HOLD-PLACED-DATE    PIC 9(8).
           05  HOLD-PLACED-BY      PIC X(10).
           05  HOLD-STATUS         PIC X.
               88  HOLD-OPEN           VALUE 'O'.
               88  HOLD-RELEASED       VALUE 'R'.
           05  HOLD-RELEASED-DATE  PIC 9(8).
           05  HOLD-RELEASED-BY    PIC X(10).
