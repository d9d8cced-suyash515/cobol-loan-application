      *================================================================
      *  CUSTMERGEREC.CPY  --  CUSTOMER-MERGE-REC record layout,
      *  shared by every program that reads or writes
      *  CUSTOMER_MERGE.DAT.  One record per CUSTOMER-ID retired by
      *  a supervisor-approved duplicate merge: the forwarding
      *  pointer to the surviving CUSTOMER-ID, who asked for the
      *  merge and who released it, and how many records were
      *  re-pointed.  The retired CUSTOMER-REC itself stays on
      *  CUSTOMER.DAT (its 200 bytes are full) with its balances
      *  folded into the survivor; RESOLVE-CUSTOMER-ID follows the
      *  pointer so an old CUSTOMER-ID still finds the borrower.
      *================================================================
       01  CUSTOMER-MERGE-REC.
           05  RETIRED-CUSTOMER-ID PIC 9(5).
           05  SURVIVING-CUSTOMER-ID PIC 9(5).
           05  MERGE-DATE          PIC 9(8).
           05  MERGE-REQUESTED-BY  PIC X(10).
           05  MERGE-APPROVED-BY   PIC X(10).
           05  MERGE-COUNTS.
               10  MERGED-LOANS        PIC 9(5).
               10  MERGED-GUARANTEES   PIC 9(5).
               10  MERGED-CO-BORROWERS PIC 9(5).
               10  MERGED-SCORE-ROWS   PIC 9(5).
               10  MERGED-LETTER-ROWS  PIC 9(5).
