      *================================================================
      *  DECEASEDREC.CPY  --  DECEASED-REC record layout, shared by
      *  every program that reads or writes DECEASED.DAT.  One row
      *  per CUSTOMER-ID recorded by DECEASED-FILE when we are told
      *  a borrower has died: date of death, who told us, and the
      *  estate or executor contact statements now go to.  While
      *  the record is CONFIRMED, collection letters, ACH drafts and
      *  collector assignment stop (CHECK-DECEASED-BORROWER) and the
      *  credit bureau extract reports the deceased indicator.  A
      *  notice recorded in error is REVERSED, not deleted.
      *================================================================
       01  DECEASED-REC.
           05  CUSTOMER-ID           PIC 9(5).
           05  DATE-OF-DEATH         PIC 9(8).
           05  NOTIFIED-DATE         PIC 9(8).
           05  NOTIFICATION-SOURCE   PIC X(10).
               88  SOURCE-FAMILY         VALUE 'FAMILY'.
               88  SOURCE-EXECUTOR       VALUE 'EXECUTOR'.
               88  SOURCE-ATTORNEY       VALUE 'ATTORNEY'.
               88  SOURCE-SSA            VALUE 'SSA'.
               88  SOURCE-OBITUARY       VALUE 'OBITUARY'.
               88  SOURCE-COURT          VALUE 'COURT'.
               88  SOURCE-IS-VALID       VALUE 'FAMILY' 'EXECUTOR'
                                               'ATTORNEY' 'SSA'
                                               'OBITUARY' 'COURT'.
           05  ESTATE-CONTACT-NAME   PIC X(30).
           05  ESTATE-CONTACT-ROLE   PIC X(12).
           05  ESTATE-STREET-1       PIC X(30).
           05  ESTATE-STREET-2       PIC X(18).
           05  ESTATE-CITY           PIC X(20).
           05  ESTATE-STATE          PIC X(2).
           05  ESTATE-ZIP-5          PIC X(5).
           05  ESTATE-ZIP-4          PIC X(4).
           05  ESTATE-PHONE          PIC 9(15).
           05  DECEASED-STATUS       PIC X.
               88  DECEASED-CONFIRMED    VALUE 'D'.
               88  DECEASED-REVERSED     VALUE 'R'.
           05  RECORDED-BY           PIC X(10).
