               88  APPLICATION-PENDING  VALUE 'PENDING'.
               88  APPLICATION-APPROVED VALUE 'APPROVED'.
               88  APPLICATION-DENIED   VALUE 'DENIED'.
               88  APPLICATION-WITHDRAWN VALUE 'WITHDRAWN'.
               88  APPLICATION-INCOMPLETE VALUE 'INCOMPLETE'.
               88  APPLICATION-CLOSED-OUT VALUE 'WITHDRAWN'
                                                'INCOMPLETE'.
      *  Underwriting capture: stated income and obligations, the
      *  debt-to-income ratio including the proposed payment, and
      *  the recommendation code intake computed against the
      *  taken before the fields existed).
           05  DEALER-ID           PIC 9(5).
           05  DEALER-BUY-RATE     PIC 9(3)V99.
      *  Refinance request: 'R' when the borrower is applying to pay
      *  off REFINANCE-LOAN-ID, one of their ACTIVE loans, out of the
      *  new loan's proceeds.  'N' (or space, on applications taken
      *  before the fields existed) is new money.
           05  APPLICATION-PURPOSE PIC X.
               88  APPL-NEW-MONEY      VALUE 'N' ' '.
               88  APPL-REFINANCE      VALUE 'R'.
           05  REFINANCE-LOAN-ID   PIC 9(5).
      *  Military Lending Act determination for a PERSONAL
      *  application, kept as exam evidence: whether the DoD status
      *  check found the applicant (or a dependent) a covered
      *  borrower, the date of the check and where the result came
      *  from, with the certificate reference it returned.  ' '
      *  means the MLA did not apply (non-PERSONAL, or taken before
      *  the fields existed).  MLA-MAPR is the all-in military APR,
      *  estimated at intake and refigured at approval on the terms
      *  approved.
           05  MLA-COVERED-IND     PIC X.
               88  MLA-COVERED-BORROWER VALUE 'Y'.
               88  MLA-NOT-COVERED      VALUE 'N'.
               88  MLA-NOT-APPLICABLE   VALUE ' '.
           05  MLA-CHECK-DATE      PIC 9(8).
           05  MLA-CHECK-SOURCE    PIC X(10).
           05  MLA-CERTIFICATE-ID  PIC X(20).
           05  MLA-MAPR            PIC 9(3)V9(4).
      *  Application aging: the ORIGINATOR.DAT loan officer working
      *  the application, the date APPLICATION-AGING sent the notice
      *  of incompleteness and the response deadline it gave, and
      *  the date the application was closed out WITHDRAWN or
      *  INCOMPLETE.  Spaces / zero on applications taken before the
      *  fields existed, and until each event happens.
           05  APPL-ORIGINATOR-ID  PIC A(10).
           05  INCOMPLETE-NOTICE-DATE PIC 9(8).
           05  INCOMPLETE-DUE-DATE PIC 9(8).
           05  APPL-CLOSED-DATE    PIC 9(8).
