      *  GLPOSTREC.CPY  --  GL-POSTING-REC record layout, shared by
      *  every program that reads or writes GL_POSTING.DAT.  One row
      *  per GL line item in the format the accounting system's daily
      *  interface feed expects.  GL-COMPANY-CODE names the legal
      *  entity's books the line belongs to (the owning entity of
      *  the loan, or the servicing entity on an intercompany line);
      *  zero, the original charter, on lines written before the
      *  field existed.
      *================================================================
       01  GL-POSTING-REC.
           05  GL-POSTING-DATE     PIC 9(8).
               88  GL-IS-CREDIT        VALUE 'C'.
           05  GL-AMOUNT           PIC 9(9)V99.
           05  GL-DESCRIPTION      PIC X(30).
           05  GL-COMPANY-CODE     PIC 9(3).
