      *  high-balance band under the queue's assignment rules.
               88  ROLE-COLLECTOR      VALUE 'COLLECTOR'.
               88  ROLE-SR-COLLECTOR   VALUE 'SRCOLLECT'.
      *  Credit officers approve internal risk grade changes
      *  (RISK GRADE items on the dual-control queue).
               88  ROLE-CREDIT-OFFICER VALUE 'CREDITOFCR'.
               88  ROLE-IS-VALID       VALUE 'TELLER' 'SUPERVISOR'
                                              'COLLECTOR' 'SRCOLLECT'
                                              'CREDITOFCR'.
           05  OPERATOR-STATUS     PIC X.
               88  OPERATOR-ACTIVE     VALUE 'A'.
               88  OPERATOR-INACTIVE   VALUE 'I'.
      *  Disabled by OPERATOR-RECERT after going longer than the
      *  DORMANT ID DAYS parameter without signing on.  MAIN-MENU
      *  refuses it like any other non-active ID; a supervisor
      *  re-enables it through OPERATOR-SECURITY-FILE.
               88  OPERATOR-DORMANT    VALUE 'D'.
      *  Collector's home office for branch-affinity queue routing
      *  (COLLECTOR-WORKQUEUE); zero works any branch.  Zero on
      *  operators keyed before the field existed.
           05  OPERATOR-BRANCH     PIC 9(3).
      *  Legal entity whose loans the operator may work; CHECK-LOAN-
      *  ACCESS refuses any other entity's loan.  999 works every
      *  entity (head-office staff serving both charters).  Zero,
      *  the original charter, on operators keyed before the field
      *  existed.
           05  OPERATOR-COMPANY    PIC 9(3).
               88  OPERATOR-ALL-COMPANIES VALUE 999.
      *  Fee-waiver dollar authority (FEE-WAIVER-FILE): the most
      *  this operator may waive on one fee without a second pair of
      *  eyes.  Zero takes the role's limit -- the WAIVE LMT <role>
      *  parameter.  A larger waiver goes to dual control.
           05  OPERATOR-WAIVE-LIMIT PIC 9(5)V99.
      *  Access review dates.  MAIN-MENU stamps the business date
      *  of every good sign-on; STATUS-DATE is when the ID was added
      *  or its status last changed (the dormancy clock for an ID
      *  that has never signed on); LAST-CERT-DATE is when a branch
      *  manager last recertified the access in OPERATOR-RECERT.
      *  Zero on operators keyed before the fields existed.
           05  OPERATOR-LAST-SIGNON PIC 9(8).
           05  OPERATOR-STATUS-DATE PIC 9(8).
           05  OPERATOR-LAST-CERT-DATE PIC 9(8).
