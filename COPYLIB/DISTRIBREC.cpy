      *================================================================
      *  DISTRIBREC.CPY  --  DISTRIBUTION-REC record layout, shared by
      *  every program that reads or writes DISTRIBUTION.DAT, the
      *  report distribution master.  One row per report type, branch
      *  and recipient says who gets that branch's pages of the
      *  report, where they go and in what form.  Branch zero means
      *  every branch -- the department that wants the whole report
      *  (finance, collections) -- and is also the only way to
      *  receive bank-wide rows that belong to no branch.
      *================================================================
       01  DISTRIBUTION-REC.
           05  DIST-KEY.
               10  DIST-REPORT-TYPE    PIC A(30).
               10  DIST-BRANCH-ID      PIC 9(3).
               10  DIST-RECIPIENT-ID   PIC X(10).
           05  DIST-RECIPIENT-NAME     PIC X(30).
           05  DIST-DEPARTMENT         PIC X(20).
      *  Print queue or mailbox the recipient's pages are routed to.
           05  DIST-DESTINATION        PIC X(20).
           05  DIST-FORMAT             PIC X.
               88  DIST-PRINT-ONLY      VALUE 'P'.
               88  DIST-DELIMITED-ONLY  VALUE 'D'.
               88  DIST-PRINT-AND-FILE  VALUE 'B'.
           05  DIST-STATUS             PIC X.
               88  DIST-ACTIVE          VALUE 'A'.
               88  DIST-INACTIVE        VALUE 'I'.
