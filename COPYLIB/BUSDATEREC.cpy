      *  same night sees its own stamp and leaves the date standing,
      *  while the next night's run rolls again.
           05  LAST-ROLLED-ON          PIC 9(8).
      *  Catch-up after a missed night: CYCLE-CATCHUP-CHECK stamps the
      *  missed business date CATCHUP-CYCLE is processing and the
      *  highest TRANSACTION-ID that belongs to it, so the posting
      *  steps leave later-dated work for its own date's run.  Zero
      *  on an ordinary night.
           05  CATCHUP-DATE            PIC 9(8).
           05  CATCHUP-TRAN-LIMIT      PIC 9(5).
