      *================================================================
      *  TRIALBALREC.CPY  --  TRIAL-BALANCE-REC record layout, shared
      *  by every program that reads or writes TRIAL_BALANCE.DAT.
      *  One record per business date and legal entity stores that
      *  entity's closing LOAN-BALANCE total, so the next night's
      *  rollforward has its opening figure.  TB-COMPANY-CODE is
      *  zero, the original charter, on rows written before the
      *  field existed.
      *================================================================
       01  TRIAL-BALANCE-REC.
           05  TB-DATE             PIC 9(8).
           05  TB-CLOSING-BALANCE  PIC 9(11)V99.
           05  TB-COMPANY-CODE     PIC 9(3).
