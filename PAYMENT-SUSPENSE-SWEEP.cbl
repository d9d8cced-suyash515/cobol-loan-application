      *  the work queue (SUSPENSE-WORKQUEUE.cbl) to research, instead
      *  of sitting unmatched in TRANSACTION.DAT until
      *  BALANCE-RECONCILE flags the loan.  A payment already written
      *  to suspense, or already reversed, is not re-swept.  On a
      *  CATCHUP-CYCLE pass only the missed date's payments (through
      *  CHECK-CATCHUP-RUN's limit) are swept.
      *================================================================

       ENVIRONMENT DIVISION.
           05  CHK-REMAINING-BALANCE   PIC 9(7)V99.
           05  CHK-TRANSACTION-TYPE    PIC X(10).
           05  CHK-REVERSED-TRAN-ID    PIC 9(5).
           05  FILLER                  PIC X(67).

       FD  LOAN-FILE.
       COPY LOANREC.
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

       PERFORM ASSIGN-NEXT-SUSPENSE-ID

       PERFORM SWEEP-NEXT-TRANSACTION
                   MOVE 'Y' TO WS-END-OF-TRANSACTIONS
               NOT AT END
                   IF TYPE-PAYMENT
                      AND (NOT CATCHUP-RUN
                           OR TRANSACTION-ID OF TRANSACTION-REC
                              NOT > WS-CU-TRAN-LIMIT)
                       ADD 1 TO WS-PAYMENTS-CHECKED
                       PERFORM EVALUATE-PAYMENT
                   END-IF
           MOVE 'OPEN'          TO SUSPENSE-STATUS
           MOVE ZERO            TO RESOLVED-DATE
           MOVE SPACES          TO RESOLVED-BY
           MOVE ZERO            TO DUP-MATCHED-TRAN-ID
           MOVE ZERO            TO DUP-RELEASE-TRAN-ID

           WRITE SUSPENSE-REC
               INVALID KEY
