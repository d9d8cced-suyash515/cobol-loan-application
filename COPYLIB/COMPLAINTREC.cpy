      *================================================================
      *  COMPLAINTREC.CPY  --  COMPLAINT-REC record layout, shared by
      *  every program that reads or writes COMPLAINT.DAT, the
      *  borrower complaint and qualified-written-request case file.
      *  One row per CASE-ID; LOAN-ID is an alternate key (with
      *  duplicates) so a loan's cases are a START away.  The
      *  acknowledgment and resolution deadlines are business days
      *  from receipt (COMPLAINT ACK DAYS / COMPLAINT RESOLVE DAYS
      *  parameters, 5 and 30 by default) on the holiday calendar.
      *  While a NOTICE OF ERROR case is OPEN, CREDIT-BUREAU-EXTRACT
      *  suspends reporting of the disputed loan.
      *================================================================
       01  COMPLAINT-REC.
           05  CASE-ID               PIC 9(5).
           05  LOAN-ID               PIC 9(5).
           05  CUSTOMER-ID           PIC 9(5).
           05  CASE-BRANCH-ID        PIC 9(3).
           05  CASE-CATEGORY         PIC X(12).
               88  CATEGORY-COMPLAINT    VALUE 'COMPLAINT'.
               88  CATEGORY-ERROR        VALUE 'ERROR NOTICE'.
               88  CATEGORY-INFO-REQUEST VALUE 'INFO REQUEST'.
               88  CATEGORY-IS-VALID     VALUE 'COMPLAINT'
                                               'ERROR NOTICE'
                                               'INFO REQUEST'.
           05  CASE-CHANNEL          PIC X(5).
               88  CHANNEL-MAIL          VALUE 'MAIL'.
               88  CHANNEL-PHONE         VALUE 'PHONE'.
               88  CHANNEL-IS-VALID      VALUE 'MAIL' 'PHONE'.
           05  CASE-SUMMARY          PIC X(50).
           05  RECEIVED-DATE         PIC 9(8).
           05  ACK-DUE-DATE          PIC 9(8).
           05  RESOLVE-DUE-DATE      PIC 9(8).
           05  ACK-DATE              PIC 9(8).
           05  RESOLVED-DATE         PIC 9(8).
           05  RESOLUTION-CODE       PIC X(10).
               88  RESOLVED-CORRECTED    VALUE 'CORRECTED'.
               88  RESOLVED-NO-ERROR     VALUE 'NO ERROR'.
               88  RESOLVED-INFO-SENT    VALUE 'INFO SENT'.
               88  RESOLVED-WITHDRAWN    VALUE 'WITHDRAWN'.
               88  RESOLUTION-IS-VALID   VALUE 'CORRECTED'
                                               'NO ERROR'
                                               'INFO SENT'
                                               'WITHDRAWN'.
           05  CASE-STATUS           PIC X(8).
               88  CASE-OPEN             VALUE 'OPEN'.
               88  CASE-RESOLVED         VALUE 'RESOLVED'.
           05  HANDLED-BY            PIC X(10).
