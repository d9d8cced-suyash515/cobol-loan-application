      *================================================================
      *  CREDLIFEREC.CPY  --  CREDIT-LIFE-REC record layout, shared
      *  by every program that reads or writes CREDIT_LIFE.DAT.  One
      *  record per LOAN-ID for credit-life insurance written with
      *  the loan: carrier, certificate, coverage and term.  When a
      *  borrower dies, ACTIVE coverage means the carrier pays the
      *  balance and no probate claim is needed.
      *================================================================
       01  CREDIT-LIFE-REC.
           05  LOAN-ID               PIC 9(5).
           05  LIFE-CARRIER-NAME     PIC X(30).
           05  LIFE-CERTIFICATE-NO   PIC X(20).
           05  LIFE-COVERAGE-AMOUNT  PIC 9(7)V99.
           05  LIFE-EFFECTIVE-DATE   PIC 9(8).
           05  LIFE-EXPIRATION-DATE  PIC 9(8).
           05  LIFE-COVERAGE-STATUS  PIC X(10).
               88  LIFE-COVERAGE-ACTIVE  VALUE 'ACTIVE'.
               88  LIFE-COVERAGE-CANCELLED
                                         VALUE 'CANCELLED'.
               88  LIFE-COVERAGE-CLAIMED VALUE 'CLAIMED'.
               88  LIFE-COVERAGE-STATUS-OK
                                         VALUE 'ACTIVE' 'CANCELLED'
                                               'CLAIMED'.
