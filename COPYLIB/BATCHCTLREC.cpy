      *  step actually read, wrote and moved in dollars, so the
      *  balancing step can prove the chain ties out the night it
      *  runs instead of BALANCE-RECONCILE finding the damage days
      *  later.  The start and end stamps are the calendar date and
      *  wall-clock time (HHMMSS) the step ran, for the cycle
      *  performance report and the mid-cycle SLA projection.
      *================================================================
       01  BATCH-CONTROL-REC.
           05  STEP-NAME           PIC X(20).
           05  RECORDS-WRITTEN     PIC 9(7).
           05  DOLLARS-IN          PIC 9(9)V99.
           05  DOLLARS-OUT         PIC 9(9)V99.
           05  STEP-START-DATE     PIC 9(8).
           05  STEP-START-TIME     PIC 9(6).
           05  STEP-END-DATE       PIC 9(8).
           05  STEP-END-TIME       PIC 9(6).
