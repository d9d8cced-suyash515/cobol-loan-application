      *================================================================
      *  GLCOMPMAPREC.CPY  --  GL-COMPANY-MAP-REC record layout,
      *  shared by every program that reads or writes
      *  GL_COMPANY_MAP.DAT, the entity-specific overrides of
      *  GL_ACCOUNT_MAP.DAT.  Keyed on COMPANY-CODE plus category:
      *  GL-ACCOUNT-LOOKUP books a category to the entity's own
      *  account when a row is on file here and to the shared
      *  GL_ACCOUNT_MAP.DAT account when not.
      *================================================================
       01  GL-COMPANY-MAP-REC.
           05  GL-COMPANY-MAP-KEY.
               10  COMPANY-CODE        PIC 9(3).
               10  GL-CATEGORY         PIC X(10).
           05  GL-MAPPED-ACCOUNT   PIC X(10).
