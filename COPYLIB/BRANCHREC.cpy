           05  BRANCH-ID           PIC 9(3).
           05  BRANCH-NAME         PIC X(30).
           05  BRANCH-ADDRESS      PIC X(50).
      *  Legal entity (COMPANY.DAT) the office belongs to.  A loan
      *  serviced here but owned by another entity books its cash
      *  through the intercompany accounts (GL-INTERFACE-EXTRACT).
      *  Zero, the original charter, on branches keyed before the
      *  field existed.
           05  COMPANY-CODE        PIC 9(3).
      *  Operator ID of the branch manager, who recertifies the
      *  branch's operator access each quarter (OPERATOR-RECERT).
      *  Blank leaves the branch's list to any supervisor.
           05  BRANCH-MANAGER-ID   PIC X(10).
