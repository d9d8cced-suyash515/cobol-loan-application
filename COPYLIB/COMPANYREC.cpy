      *================================================================
      *  COMPANYREC.CPY  --  COMPANY-REC record layout, shared by
      *  every program that reads or writes COMPANY.DAT, the legal-
      *  entity master.  Each bank charter serviced on this system
      *  keeps its own books: COMPANY-CODE is carried on BRANCH-REC
      *  (the entity whose office services the loan), LOAN-REC (the
      *  entity that owns it), OPERATOR-REC and GL-POSTING-REC.
      *  Company 000 is the original charter -- every record written
      *  before the field existed carries zero, which is the
      *  original charter's code.
      *================================================================
       01  COMPANY-REC.
           05  COMPANY-CODE        PIC 9(3).
           05  COMPANY-NAME        PIC X(30).
           05  COMPANY-CHARTER-NO  PIC X(10).
