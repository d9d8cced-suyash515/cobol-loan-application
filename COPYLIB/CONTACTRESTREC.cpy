      *================================================================
      *  CONTACTRESTREC.CPY  --  CONTACT-RESTRICT-REC record layout,
      *  shared by every program that reads or writes
      *  CONTACT_RESTRICT.DAT.  One record per LOAN-ID whose
      *  borrower has told us to stop: a cease-communication
      *  request (no collection contact at all) or a do-not-call
      *  request (no telephone contact).  While ACTIVE,
      *  CHECK-CONTACT-LIMIT keeps the loan off the collectors'
      *  worklists and refuses a call attempt on it.  The row is
      *  placed by a CEASE or DO NOT CALL call outcome or keyed
      *  from a letter; a removal is kept on the row for the record.
      *================================================================
       01  CONTACT-RESTRICT-REC.
           05  LOAN-ID             PIC 9(5).
           05  RESTRICT-TYPE       PIC X.
               88  RESTRICT-CEASE          VALUE 'C'.
               88  RESTRICT-DO-NOT-CALL    VALUE 'D'.
               88  RESTRICT-TYPE-IS-VALID  VALUE 'C' 'D'.
           05  RESTRICT-STATUS     PIC X.
               88  RESTRICT-ACTIVE         VALUE 'A'.
               88  RESTRICT-REMOVED        VALUE 'R'.
           05  RESTRICT-PLACED-DATE PIC 9(8).
           05  RESTRICT-PLACED-BY  PIC X(10).
           05  RESTRICT-REMOVED-DATE PIC 9(8).
           05  RESTRICT-REMOVED-BY PIC X(10).
