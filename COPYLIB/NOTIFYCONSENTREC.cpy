      *================================================================
      *  NOTIFYCONSENTREC.CPY  --  NOTIFY-CONSENT-REC record layout,
      *  shared by every program that reads or writes
      *  NOTIFY_CONSENT.DAT.  One record per customer who has given
      *  us an email address or mobile number for electronic
      *  notices: the address, whether the borrower consented to
      *  receive notices there, and the date consent was given or
      *  withdrawn.  A customer with no record gets paper only.
      *  Kept apart from CUSTOMER-REC, whose 200 bytes are full.
      *================================================================
       01  NOTIFY-CONSENT-REC.
           05  CUSTOMER-ID         PIC 9(5).
           05  EMAIL-ADDRESS       PIC X(50).
      *  Consent is 'Y' while in force, 'N' once withdrawn; the date
      *  is the day it was given or withdrawn.
           05  EMAIL-CONSENT       PIC X.
               88  EMAIL-CONSENTED         VALUE 'Y'.
           05  EMAIL-CONSENT-DATE  PIC 9(8).
      *  'B' once the messaging vendor reports a bounce against the
      *  address (NOTIFICATION-STATUS-IMPORT); no further email goes
      *  to it until a new address is keyed and the flag clears.
           05  EMAIL-STATUS        PIC X.
               88  EMAIL-GOOD              VALUE 'G' ' '.
               88  EMAIL-BOUNCED           VALUE 'B'.
           05  EMAIL-BOUNCE-DATE   PIC 9(8).
           05  SMS-NUMBER          PIC 9(10).
           05  SMS-CONSENT         PIC X.
               88  SMS-CONSENTED           VALUE 'Y'.
           05  SMS-CONSENT-DATE    PIC 9(8).
           05  CONSENT-UPDATED-BY  PIC X(10).
           05  CONSENT-UPDATED-DATE PIC 9(8).
