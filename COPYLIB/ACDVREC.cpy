      *================================================================
      *  ACDVREC.CPY  --  BUREAU-DISPUTE-REC record layout, shared by
      *  every program that reads or writes BUREAU_DISPUTE.DAT, the
      *  log of credit-bureau dispute requests (ACDVs) loaded by
      *  ACDV-DISPUTE-IMPORT.  One row per DISPUTE-ID; the bureau's
      *  ACDV control number is a unique alternate key so a request
      *  sent twice loads once, and LOAN-ID is an alternate key (with
      *  duplicates) so a loan's disputes are a START away.  The
      *  response is due ACDV RESPONSE DAYS calendar days from
      *  receipt (parameter, 30 by default).
      *
      *  ACDV-REPORTED holds what we furnish today -- status and
      *  balance off the last credit-bureau extract row, past-due
      *  off the payment schedule and a 12-month payment history off
      *  the delinquency snapshots (position 1 the current month;
      *  0 current, 1/2/3 30/60/90+ days, - no snapshot).  An
      *  analyst confirms it or keys ACDV-CORRECTED; a correction
      *  stays PENDING until the next CREDIT-BUREAU-EXTRACT run
      *  furnishes it and marks it APPLIED.
      *================================================================
       01  BUREAU-DISPUTE-REC.
           05  DISPUTE-ID              PIC 9(5).
           05  ACDV-CONTROL-NO         PIC X(20).
           05  ACDV-BUREAU             PIC X(10).
               88  BUREAU-EQUIFAX          VALUE 'EQUIFAX'.
               88  BUREAU-EXPERIAN         VALUE 'EXPERIAN'.
               88  BUREAU-TRANSUNION       VALUE 'TRANSUNION'.
           05  LOAN-ID                 PIC 9(5).
           05  CUSTOMER-ID             PIC 9(5).
           05  ACDV-REASON-CODE        PIC X(3).
           05  ACDV-CLAIM-TEXT         PIC X(40).
           05  ACDV-RECEIVED-DATE      PIC 9(8).
           05  ACDV-RESPONSE-DUE       PIC 9(8).
           05  ACDV-REPORTED.
               10  RPT-ACCOUNT-STATUS      PIC X(10).
               10  RPT-CURRENT-BALANCE     PIC 9(7)V99.
               10  RPT-PAST-DUE-AMOUNT     PIC 9(7)V99.
               10  RPT-PAYMENT-HISTORY     PIC X(12).
           05  ACDV-CORRECTED.
               10  COR-ACCOUNT-STATUS      PIC X(10).
               10  COR-CURRENT-BALANCE     PIC 9(7)V99.
               10  COR-PAST-DUE-AMOUNT     PIC 9(7)V99.
               10  COR-PAYMENT-HISTORY     PIC X(12).
           05  ACDV-RESPONSE-CODE      PIC X(10).
               88  RESPONSE-CONFIRMED      VALUE 'CONFIRMED'.
               88  RESPONSE-CORRECTED      VALUE 'CORRECTED'.
               88  RESPONSE-NOT-FOUND      VALUE 'NOT FOUND'.
           05  ACDV-STATUS             PIC X(10).
               88  DISPUTE-OPEN            VALUE 'OPEN'.
               88  DISPUTE-ANSWERED        VALUE 'ANSWERED'.
               88  DISPUTE-SENT            VALUE 'SENT'.
           05  ACDV-RESPONDED-BY       PIC X(10).
           05  ACDV-RESPONSE-DATE      PIC 9(8).
           05  ACDV-SENT-DATE          PIC 9(8).
           05  ACDV-CORRECTION-STATE   PIC X.
               88  CORRECTION-NONE         VALUE SPACE.
               88  CORRECTION-PENDING      VALUE 'P'.
               88  CORRECTION-APPLIED      VALUE 'A'.
           05  ACDV-CORRECTION-APPLIED PIC 9(8).
