                   15  RECON-ACTUAL-BALANCE    PIC 9(7)V99.
                   15  RECON-DIFFERENCE        PIC S9(7)V99.
                   15  RECON-STATUS            PIC A(10).
      *  Legal entity the row reconciles (TRIAL-BALANCE writes one
      *  row per entity); spaces on rows written before the field.
                   15  RECON-COMPANY-CODE      PIC 9(3).
                   15  FILLER                  PIC X(55).
               10  INTEREST-STMT-DATA REDEFINES DELINQUENCY-DATA.
                   15  STMT-LOAN-ID            PIC 9(5).
                   15  STMT-CUSTOMER-ID        PIC 9(5).
                   15  COMM-ORIGINATOR-ID      PIC A(10).
                   15  COMM-APPROVED-VOLUME    PIC 9(9)V99.
                   15  COMM-AMOUNT             PIC 9(7)V99.
      *  The part of the approved volume that refinances the
      *  borrower's own existing loans rather than new money.
                   15  COMM-REFI-VOLUME        PIC 9(9)V99.
                   15  FILLER                  PIC X(59).
               10  EXCEPTION-DATA REDEFINES DELINQUENCY-DATA.
                   15  EXCEP-SOURCE-FILE       PIC A(20).
                   15  EXCEP-KEY-ID            PIC 9(5).
