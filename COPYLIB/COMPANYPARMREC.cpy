      *================================================================
      *  COMPANYPARMREC.CPY  --  COMPANY-PARM-REC record layout,
      *  shared by every program that reads or writes
      *  COMPANY_PARM.DAT, the entity-specific overrides of
      *  SYSTEM_PARM.DAT.  Keyed on COMPANY-CODE, PARM-NAME and
      *  EFFECTIVE-DATE: COMPANY-PARM-LOOKUP takes the entity's own
      *  effective-dated value when one is on file and falls back to
      *  the system-wide SYSTEM_PARM.DAT value when not, so only the
      *  policy numbers that truly differ by charter need a row here.
      *================================================================
       01  COMPANY-PARM-REC.
           05  COMPANY-PARM-KEY.
               10  COMPANY-CODE        PIC 9(3).
               10  PARM-NAME           PIC X(20).
               10  EFFECTIVE-DATE      PIC 9(8).
           05  PARM-VALUE              PIC 9(7)V99.
