      *  Nightly batch job.  Reads every posting on TRANSACTION-FILE
      *  and applies PAYMENT-AMOUNT against the matching LOAN-FILE
      *  record's LOAN-BALANCE, so the loan master reflects the day's
      *  payments.  A REVERSAL puts its amount back on the balance,
      *  and so does a home-equity line DRAW, which is new principal
      *  advanced to the borrower.  Checkpoints the last
      *  TRANSACTION-ID it fully processed to BALANCE_UPDATE.CKPT
      *  after every transaction, so a rerun after an abend skips
      *  everything up through that ID instead of double-posting or
      *  losing a record.
      *
      *  The checkpoint only ever advances through a contiguous run of
      *  successes -- the moment one transaction fails to post, this
      *  the same run can never push the watermark past it; a rerun
      *  still retries the failed transaction instead of treating it
      *  as already-applied.
      *
      *  On a CATCHUP-CYCLE pass over a missed business date the run
      *  stops at that date's last TRANSACTION-ID (CHECK-CATCHUP-RUN);
      *  the later-dated work waits for its own date's pass.
      *================================================================

       ENVIRONMENT DIVISION.
           05  REV-REMAINING-BALANCE   PIC 9(7)V99.
           05  REV-TRANSACTION-TYPE    PIC X(10).
           05  REV-REVERSED-TRAN-ID    PIC 9(5).
           05  FILLER                  PIC X(67).

       FD  LOAN-FILE.
       COPY LOANREC.
       01  WS-CTL-DOLLARS-OUT      PIC 9(9)V99.


       01  WS-CU-TRAN-LIMIT       PIC 9(5) VALUE ZERO.
       01  WS-CU-IN-CATCHUP       PIC X VALUE 'N'.
           88  CATCHUP-RUN         VALUE 'Y'.

       01  WS-RST-MODE            PIC X.
       01  WS-RST-STEP-NAME       PIC X(20).
       01  WS-RST-BUSINESS-DATE   PIC 9(8).
       END-IF

       PERFORM READ-LAST-CHECKPOINT
       CALL 'CHECK-CATCHUP-RUN' USING WS-CU-TRAN-LIMIT
                                       WS-CU-IN-CATCHUP
       IF CATCHUP-RUN
           DISPLAY 'Catch-Up Run - Applying Through Transaction ID '
               WS-CU-TRAN-LIMIT ' Only.'
       END-IF

       OPEN INPUT TRANSACTION-FILE
       IF NOT TRAN-FILE-OK
               AT END
                   MOVE 'Y' TO WS-END-OF-TRANSACTIONS
               NOT AT END
      *  On a catch-up pass, everything past the missed date's last
      *  transaction belongs to a later date's run.
                   IF CATCHUP-RUN
                      AND TRANSACTION-ID > WS-CU-TRAN-LIMIT
                       MOVE 'Y' TO WS-END-OF-TRANSACTIONS
                   ELSE
                       PERFORM APPLY-OR-RESUME-TRANSACTION
                   END-IF
           END-READ.

       APPLY-OR-RESUME-TRANSACTION.
           ADD 1 TO WS-TRANS-READ
           IF TRANSACTION-ID <= WS-LAST-CHECKPOINT-ID
               ADD 1 TO WS-TRANSACTIONS-RESUMED
           ELSE
               MOVE 'N' TO WS-TRANSACTION-FAILED
               PERFORM POST-TRANSACTION-TO-LOAN
               IF TRANSACTION-FAILED
                   MOVE 'Y' TO WS-RUN-HALTED
               ELSE
                   PERFORM WRITE-CHECKPOINT
               END-IF
           END-IF.

       POST-TRANSACTION-TO-LOAN.
      *  A DUP HOLD payment waits in suspense for review; if it is
      *  released, the new PAYMENT written for it is what applies.
           IF TYPE-FEE OR TYPE-ADJUSTMENT OR TYPE-PAYOFF
              OR TYPE-RECOVERY OR TYPE-DUP-HOLD
               ADD 1 TO WS-TRANSACTIONS-SKIPPED
           ELSE
               MOVE LOAN-ID OF TRANSACTION-REC TO LOAN-ID OF LOAN-REC
           END-IF.

       APPLY-BALANCE-CHANGE.
           EVALUATE TRUE
               WHEN TYPE-REVERSAL
                   ADD PAYMENT-AMOUNT OF TRANSACTION-REC
                       TO LOAN-BALANCE OF LOAN-REC
               WHEN TYPE-DRAW
                   ADD PAYMENT-AMOUNT OF TRANSACTION-REC
                       TO LOAN-BALANCE OF LOAN-REC
                   ADD PAYMENT-AMOUNT OF TRANSACTION-REC
                       TO PRINCIPAL-BALANCE
               WHEN OTHER
                   SUBTRACT PAYMENT-AMOUNT OF TRANSACTION-REC
                       FROM LOAN-BALANCE OF LOAN-REC
           END-EVALUATE

           REWRITE LOAN-REC
               INVALID KEY
