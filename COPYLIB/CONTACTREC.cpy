      *================================================================
      *  CONTACTREC.CPY  --  CONTACT-ATTEMPT-REC record layout,
      *  shared by every program that reads or writes
      *  CONTACT_ATTEMPT.DAT.  One record per call a collector
      *  places on a delinquent loan, written from the
      *  COLLECTOR-WORKQUEUE work-loan screen: who called, which
      *  number, whether the borrower (the right party) was reached,
      *  and how it came out.  CONTACT-KEY is the loan, date and
      *  time, so a loan's attempts read oldest first from a START
      *  at the loan -- which is how CHECK-CONTACT-LIMIT counts the
      *  attempts against the call-frequency cap.
      *================================================================
       01  CONTACT-ATTEMPT-REC.
           05  CONTACT-KEY.
               10  LOAN-ID             PIC 9(5).
               10  CONTACT-DATE        PIC 9(8).
               10  CONTACT-TIME        PIC 9(6).
           05  CONTACT-COLLECTOR   PIC X(10).
           05  CONTACT-PHONE       PIC 9(15).
           05  PHONE-TYPE          PIC X(6).
               88  PHONE-HOME              VALUE 'HOME'.
               88  PHONE-WORK              VALUE 'WORK'.
               88  PHONE-MOBILE            VALUE 'MOBILE'.
               88  PHONE-OTHER             VALUE 'OTHER'.
               88  PHONE-TYPE-IS-VALID     VALUE 'HOME' 'WORK'
                                                 'MOBILE' 'OTHER'.
      *  'Y' when the borrower (or co-borrower) was the one reached
      *  -- a right-party contact -- rather than a machine, a third
      *  party or nobody.
           05  RIGHT-PARTY         PIC X.
               88  RIGHT-PARTY-CONTACT     VALUE 'Y'.
      *  CEASE and DO NOT CALL place a contact restriction on the
      *  loan (CONTACT_RESTRICT.DAT) as the attempt is written.
           05  CONTACT-OUTCOME     PIC X(12).
               88  OUTCOME-NO-ANSWER       VALUE 'NO ANSWER'.
               88  OUTCOME-MESSAGE         VALUE 'MESSAGE'.
               88  OUTCOME-WRONG-NUMBER    VALUE 'WRONG NUMBER'.
               88  OUTCOME-REFUSED         VALUE 'REFUSED'.
               88  OUTCOME-CALLBACK        VALUE 'CALLBACK'.
               88  OUTCOME-PROMISE         VALUE 'PROMISE'.
               88  OUTCOME-CEASE           VALUE 'CEASE'.
               88  OUTCOME-DO-NOT-CALL     VALUE 'DO NOT CALL'.
               88  OUTCOME-IS-VALID        VALUE 'NO ANSWER'
                                                 'MESSAGE'
                                                 'WRONG NUMBER'
                                                 'REFUSED'
                                                 'CALLBACK'
                                                 'PROMISE'
                                                 'CEASE'
                                                 'DO NOT CALL'.
