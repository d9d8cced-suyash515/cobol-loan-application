      *================================================================
      *  PRIVPREFREC.CPY  --  PRIVACY-PREF-REC record layout, shared
      *  by every program that reads or writes PRIVACY_PREF.DAT.  One
      *  record per customer who has told us how their information
      *  may be used: the opt-out from sharing with our affiliates,
      *  the opt-out from sharing with nonaffiliated third parties,
      *  and the opt-out from marketing solicitations, each with the
      *  date it was received and the channel it came in on.  A
      *  customer with no record has opted out of nothing.  Kept
      *  apart from CUSTOMER-REC, whose 200 bytes are full.
      *================================================================
       01  PRIVACY-PREF-REC.
           05  CUSTOMER-ID         PIC 9(5).
      *  Each opt-out is 'Y' while in force, 'N' once withdrawn.  The
      *  channel it was received on is MAIL, PHONE, ONLINE or
      *  BRANCH.
           05  AFFILIATE-OPT-OUT   PIC X.
               88  AFFILIATE-OPTED-OUT     VALUE 'Y'.
           05  AFFILIATE-OPT-DATE  PIC 9(8).
           05  AFFILIATE-CHANNEL   PIC X(6).
           05  THIRD-PARTY-OPT-OUT PIC X.
               88  THIRD-PARTY-OPTED-OUT   VALUE 'Y'.
           05  THIRD-PARTY-OPT-DATE PIC 9(8).
           05  THIRD-PARTY-CHANNEL PIC X(6).
           05  MARKETING-OPT-OUT   PIC X.
               88  MARKETING-OPTED-OUT     VALUE 'Y'.
           05  MARKETING-OPT-DATE  PIC 9(8).
           05  MARKETING-CHANNEL   PIC X(6).
           05  PREF-UPDATED-BY     PIC X(10).
           05  PREF-UPDATED-DATE   PIC 9(8).
