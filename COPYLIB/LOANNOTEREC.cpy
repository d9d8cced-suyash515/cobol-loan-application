      *================================================================
      *  LOANNOTEREC.CPY  --  LOAN-NOTE-REC record layout, shared by
      *  every program that reads or writes LOAN_NOTE.DAT, the
      *  loan-level servicing notes (account comment history), and
      *  its closed-loan mirror LOAN_NOTE_ARCHIVE.DAT.  NOTE-KEY is
      *  the loan and a per-loan sequence, so a loan's notes read
      *  oldest first from a START at sequence zero.  Notes are
      *  written once by ADD-LOAN-NOTE and never rewritten or
      *  deleted; the only thing that moves them is LOAN-ARCHIVE-
      *  PURGE carrying them into the archive with their loan.
      *  RETENTION-PURGE does not touch this file.
      *================================================================
       01  LOAN-NOTE-REC.
           05  NOTE-KEY.
               10  LOAN-ID             PIC 9(5).
               10  NOTE-SEQ            PIC 9(5).
           05  NOTE-CATEGORY       PIC X(14).
               88  NOTE-CALL               VALUE 'CALL'.
               88  NOTE-CORRESPONDENCE     VALUE 'CORRESPONDENCE'.
               88  NOTE-COLLECTIONS        VALUE 'COLLECTIONS'.
               88  NOTE-ESCALATION         VALUE 'ESCALATION'.
               88  NOTE-CATEGORY-IS-VALID  VALUE 'CALL'
                                                 'CORRESPONDENCE'
                                                 'COLLECTIONS'
                                                 'ESCALATION'.
           05  NOTE-OPERATOR       PIC X(10).
           05  NOTE-DATE           PIC 9(8).
           05  NOTE-TIME           PIC 9(6).
           05  NOTE-LINE-COUNT     PIC 9.
           05  NOTE-TEXT.
               10  NOTE-LINE           PIC X(60) OCCURS 5 TIMES.
