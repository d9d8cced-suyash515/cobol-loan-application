      *  Now that the schedule is indexed on SCHEDULE-KEY the matched
      *  row is REWRITten in place -- the nightly rewrite of the
      *  whole file to PAYMENT_SCHEDULE.NEW and copy-back is gone,
      *  which was the long pole in the batch window.  On a
      *  CATCHUP-CYCLE pass only the missed date's transactions
      *  (through CHECK-CATCHUP-RUN's limit) can settle a row.
      *================================================================

       ENVIRONMENT DIVISION.
       01  WS-CTL-DOLLARS-IN       PIC 9(9)V99.
       01  WS-CTL-DOLLARS-OUT      PIC 9(9)V99.

       01  WS-CU-TRAN-LIMIT       PIC 9(5) VALUE ZERO.
       01  WS-CU-IN-CATCHUP       PIC X VALUE 'N'.
           88  CATCHUP-RUN         VALUE 'Y'.

       01  WS-RST-MODE            PIC X.
       01  WS-RST-STEP-NAME       PIC X(20).
       01  WS-RST-BUSINESS-DATE   PIC 9(8).
           STOP RUN
       END-IF

       CALL 'CHECK-CATCHUP-RUN' USING WS-CU-TRAN-LIMIT
                                       WS-CU-IN-CATCHUP

       OPEN I-O PAYMENT-SCHEDULE-FILE
       IF NOT SCHED-FILE-OK
           DISPLAY 'Error Opening PAYMENT-SCHEDULE-FILE.'
      *  settles the row: partials belong to the suspense sweep
      *  alone, so the same money cannot both mark the row paid and
      *  sit open in the work queue.
      *  An effective-dated payment (a suspense re-apply, a payment
      *  moved from another loan) also settles the row due on the
      *  day the money came in.
      *----------------------------------------------------------------
       SCAN-NEXT-TRANSACTION.
           READ TRANSACTION-FILE NEXT RECORD
                       MOVE 'Y' TO WS-END-OF-TRANSACTIONS
                   ELSE
                       IF TYPE-PAYMENT
                          AND (NOT CATCHUP-RUN
                               OR TRANSACTION-ID NOT > WS-CU-TRAN-LIMIT)
                          AND (PAYMENT-DATE = PAYMENT-DUE-DATE
                               OR (BACKDATE-CONTROL NOT = SPACES
                                   AND PAYMENT-EFFECTIVE-DATE
                                       = PAYMENT-DUE-DATE))
                          AND PAYMENT-AMOUNT OF TRANSACTION-REC
                              NOT < PAYMENT-AMOUNT
                                  OF PAYMENT-SCHEDULE-REC
