      *================================================================
      *  FRAUDALERTREC.CPY  --  FRAUD-ALERT-REC record layout, shared
      *  by every program that reads or writes FRAUD_ALERT.DAT.  One
      *  record per customer under an identity-theft red-flag alert:
      *  what raised it (the borrower's own report, or a suspicious
      *  change we caught), when, the note on how the borrower's
      *  identity is to be verified, and whether the alert is still
      *  ACTIVE.  While it is, address and phone maintenance is not
      *  applied to CUSTOMER-REC but staged here and queued for a
      *  supervisor; the STAGED- fields hold the one change awaiting
      *  release (a blank street line or a zero phone means that
      *  part is unchanged).
      *================================================================
       01  FRAUD-ALERT-REC.
           05  CUSTOMER-ID         PIC 9(5).
           05  ALERT-TYPE          PIC X(2).
               88  ALERT-IDENTITY-THEFT   VALUE 'IT'.
               88  ALERT-SUSPICIOUS-CHANGE VALUE 'SC'.
               88  ALERT-TYPE-IS-VALID    VALUE 'IT' 'SC'.
           05  ALERT-DATE          PIC 9(8).
           05  VERIFICATION-NOTE   PIC X(40).
           05  ALERT-PLACED-BY     PIC X(10).
           05  ALERT-STATUS        PIC X.
               88  ALERT-ACTIVE        VALUE 'A'.
               88  ALERT-CLEARED       VALUE 'C'.
           05  ALERT-CLEARED-DATE  PIC 9(8).
           05  ALERT-CLEARED-BY    PIC X(10).
           05  STAGED-CHANGE-FLAG  PIC X.
               88  CHANGE-STAGED       VALUE 'Y'.
           05  STAGED-BY           PIC X(10).
           05  STAGED-DATE         PIC 9(8).
           05  STAGED-STREET-1     PIC X(30).
           05  STAGED-STREET-2     PIC X(18).
           05  STAGED-CITY         PIC X(20).
           05  STAGED-STATE        PIC X(2).
           05  STAGED-ZIP-5        PIC X(5).
           05  STAGED-ZIP-4        PIC X(4).
           05  STAGED-PHONE        PIC 9(15).
