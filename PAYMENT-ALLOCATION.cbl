      *  amount across the allocation waterfall in this order:
      *
      *      1. outstanding late/NSF fees (FEE transactions for the
      *         loan not yet covered by earlier allocations or
      *         waived by an ADJUSTMENT naming the fee)
      *      2. the matched schedule row's INTEREST-AMOUNT
      *      3. the matched schedule row's PRINCIPAL-AMOUNT
      *      4. escrow -- anything left over
      *  posting COLLECT-ESCROW makes by hand.  GL-INTERFACE-EXTRACT
      *  books from ALLOCATION-SPLIT, so the GL lines stop being
      *  estimated by hunting for a schedule row.
      *
      *  A fee waiver ADJUSTMENT (tender WAIVE) is allocated whole to
      *  the fee bucket the same night, which is what takes the
      *  waived fee off the loan's FEES-RECEIVABLE.
      *
      *  A transfer REVERSAL (tender MOVE) takes the moved payment's
      *  split and backs each bucket out of the loan the payment was
      *  moved off; the payment's new PAYMENT on the other loan is
      *  allocated like any other.
      *
      *  On a precomputed-interest contract the finance charge is
      *  already in the balance, so there is no interest bucket: the
      *  whole installment retires the gross contract balance, and
      *  the interest is earned off UNEARNED-INTEREST by INTEREST-
      *  ACCRUAL instead of out of the payment.
      *================================================================

       ENVIRONMENT DIVISION.
           05  SCAN-ALLOC-INTEREST     PIC 9(7)V99.
           05  SCAN-ALLOC-PRINCIPAL    PIC 9(7)V99.
           05  SCAN-ALLOC-ESCROW       PIC 9(7)V99.
           05  SCAN-PAYMENT-EFF-DATE   PIC 9(8).
           05  SCAN-BACKDATE-STATUS    PIC X.
           05  SCAN-BACKDATE-INT-ADJ   PIC 9(7)V99.

       FD  PAYMENT-SCHEDULE-FILE.
       COPY PAYSCHREC.
           88  END-OF-SCHEDULE      VALUE 'Y'.
       01  WS-ROW-FOUND            PIC X VALUE 'N'.
           88  DUE-ROW-FOUND        VALUE 'Y'.
       01  WS-PRECOMPUTED-LOAN     PIC X VALUE 'N'.
           88  PRECOMPUTED-LOAN     VALUE 'Y'.

       01  WS-OUTSTANDING-FEES     PIC S9(9)V99 COMP-3.
       01  WS-ROW-INTEREST         PIC 9(7)V99.
       01  WS-AMOUNT-LEFT          PIC S9(9)V99 COMP-3.
       01  WS-BUCKET-TAKE          PIC 9(7)V99 COMP-3.
       01  WS-TRANSACTIONS-SPLIT   PIC 9(5) COMP VALUE ZERO.
       01  WS-WAIVERS-RELIEVED     PIC 9(5) COMP VALUE ZERO.
       01  WS-TRANSFERS-BACKED-OUT PIC 9(5) COMP VALUE ZERO.
       01  WS-MATCH-DATE           PIC 9(8).

       01  WS-CTL-STEP-NAME        PIC X(20).
       01  WS-CTL-RECORDS-READ     PIC 9(7).
       01  WS-CTL-RECORDS-WRITTEN  PIC 9(7).
       01  WS-CTL-DOLLARS-IN       PIC 9(9)V99.
       01  WS-CTL-DOLLARS-OUT      PIC 9(9)V99.

       01  WS-RST-MODE            PIC X.
       01  WS-RST-STEP-NAME       PIC X(20).

       CLOSE TRANSACTION-FILE

       PERFORM WRITE-CONTROL-RECORD

       MOVE 'R' TO WS-RST-MODE
       CALL 'STEP-RESTART-CONTROL' USING WS-RST-MODE
                                          WS-RST-STEP-NAME

       DISPLAY 'Payment Allocation Complete.  Transactions Split: '
           WS-TRANSACTIONS-SPLIT
       DISPLAY 'Fee Waivers Relieved: ' WS-WAIVERS-RELIEVED
       DISPLAY 'Transferred Payments Backed Out: '
           WS-TRANSFERS-BACKED-OUT

       STOP RUN.

                               PERFORM RELIEVE-SUB-BALANCES
                       END-REWRITE
                   END-IF
                   IF TYPE-ADJUSTMENT AND TENDER-WAIVER
                      AND (ALLOCATION-SPLIT = ZEROS
                           OR ALLOCATION-SPLIT = SPACES)
                       PERFORM ALLOCATE-FEE-WAIVER
                   END-IF
                   IF TYPE-REVERSAL AND TENDER-PMT-TRANSFER
                      AND (ALLOCATION-SPLIT = ZEROS
                           OR ALLOCATION-SPLIT = SPACES)
                       PERFORM BACK-OUT-TRANSFER-SPLIT
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  The REVERSAL PAYMENT-TRANSFER writes when a misapplied
      *  payment is moved to another loan takes over the moved
      *  payment's split and puts every bucket back on this loan:
      *  fees, interest and principal owed again, the interest back
      *  into accrual, the escrow portion back out of the ledger.
      *  The payment always carries the lower ID, so by the time the
      *  reversal is read it has been allocated, tonight if not
      *  before.
      *----------------------------------------------------------------
       BACK-OUT-TRANSFER-SPLIT.
           MOVE ZEROS TO ALLOCATION-SPLIT
           OPEN INPUT SCAN-TRAN-FILE
           IF SCAN-TRAN-OK
               MOVE REVERSED-TRANSACTION-ID TO SCAN-TRANSACTION-ID
               READ SCAN-TRAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SCAN-ALLOC-FEE NUMERIC
                          AND SCAN-ALLOC-INTEREST NUMERIC
                          AND SCAN-ALLOC-PRINCIPAL NUMERIC
                          AND SCAN-ALLOC-ESCROW NUMERIC
                           MOVE SCAN-ALLOC-FEE TO ALLOC-FEE-AMOUNT
                           MOVE SCAN-ALLOC-INTEREST
                               TO ALLOC-INTEREST-AMOUNT
                           MOVE SCAN-ALLOC-PRINCIPAL
                               TO ALLOC-PRINCIPAL-AMOUNT
                           MOVE SCAN-ALLOC-ESCROW
                               TO ALLOC-ESCROW-AMOUNT
                       END-IF
               END-READ
               CLOSE SCAN-TRAN-FILE
           END-IF
           IF ALLOCATION-SPLIT NOT = ZEROS
               REWRITE TRANSACTION-REC
                   INVALID KEY
                       DISPLAY 'Error Rewriting Transaction '
                           TRANSACTION-ID
                   NOT INVALID KEY
                       PERFORM RESTORE-SUB-BALANCES
                       ADD 1 TO WS-TRANSFERS-BACKED-OUT
               END-REWRITE
           END-IF.

       RESTORE-SUB-BALANCES.
           OPEN I-O LOAN-FILE
           IF LOAN-FILE-OK
               MOVE LOAN-ID OF TRANSACTION-REC
                   TO LOAN-ID OF LOAN-REC
               READ LOAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD ALLOC-FEE-AMOUNT TO FEES-RECEIVABLE
                       ADD ALLOC-INTEREST-AMOUNT
                           TO INTEREST-RECEIVABLE
                       ADD ALLOC-PRINCIPAL-AMOUNT
                           TO PRINCIPAL-BALANCE
                       REWRITE LOAN-REC
                           INVALID KEY
                               DISPLAY 'Error Updating Sub-Balances '
                                   'For Loan ' LOAN-ID OF LOAN-REC
                       END-REWRITE
               END-READ
               CLOSE LOAN-FILE
           END-IF

           IF ALLOC-INTEREST-AMOUNT > ZERO
               OPEN I-O ACCRUAL-FILE
               IF ACCRUAL-FILE-OK
                   MOVE LOAN-ID OF TRANSACTION-REC
                       TO LOAN-ID OF ACCRUAL-REC
                   READ ACCRUAL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD ALLOC-INTEREST-AMOUNT
                               TO ACCRUED-INTEREST
                           REWRITE ACCRUAL-REC
                               INVALID KEY
                                   DISPLAY 'Error Restoring Accrual '
                                       'For Loan '
                                       LOAN-ID OF ACCRUAL-REC
                           END-REWRITE
                   END-READ
                   CLOSE ACCRUAL-FILE
               END-IF
           END-IF

           IF ALLOC-ESCROW-AMOUNT > ZERO
               PERFORM RETURN-ESCROW-PORTION
           END-IF.

       RETURN-ESCROW-PORTION.
           OPEN I-O ESCROW-FILE
           IF ESCROW-FILE-OK
               MOVE LOAN-ID OF TRANSACTION-REC
                   TO LOAN-ID OF ESCROW-REC
               READ ESCROW-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ESCROW-COLLECTED > ALLOC-ESCROW-AMOUNT
                           SUBTRACT ALLOC-ESCROW-AMOUNT
                               FROM ESCROW-COLLECTED
                       ELSE
                           MOVE ZERO TO ESCROW-COLLECTED
                       END-IF
                       IF ESCROW-BALANCE > ALLOC-ESCROW-AMOUNT
                           SUBTRACT ALLOC-ESCROW-AMOUNT
                               FROM ESCROW-BALANCE
                       ELSE
                           MOVE ZERO TO ESCROW-BALANCE
                       END-IF
                       REWRITE ESCROW-REC
                           INVALID KEY
                               DISPLAY 'Error Updating Escrow Ledger '
                                   'For Loan ' LOAN-ID OF ESCROW-REC
                       END-REWRITE
               END-READ
               CLOSE ESCROW-FILE
           END-IF.

      *----------------------------------------------------------------
      *  A fee waiver (the ADJUSTMENT POST-FEE-WAIVER writes against
      *  the waived FEE) goes wholly to the fee bucket: the same
      *  relief a payment's fee portion gets, without the cash.
      *----------------------------------------------------------------
       ALLOCATE-FEE-WAIVER.
           MOVE ZEROS TO ALLOCATION-SPLIT
           MOVE PAYMENT-AMOUNT OF TRANSACTION-REC TO ALLOC-FEE-AMOUNT
           REWRITE TRANSACTION-REC
               INVALID KEY
                   DISPLAY 'Error Rewriting Transaction '
                       TRANSACTION-ID
               NOT INVALID KEY
                   PERFORM RELIEVE-SUB-BALANCES
                   ADD 1 TO WS-WAIVERS-RELIEVED
           END-REWRITE.

      *----------------------------------------------------------------
      *  The split just written also relieves the loan's receivable
      *  sub-balances: fee money comes out of FEES-RECEIVABLE,
       SPLIT-THIS-TRANSACTION.
           PERFORM SUM-OUTSTANDING-FEES
           PERFORM FIND-MATCHED-ROW
           PERFORM CHECK-PRECOMPUTED-LOAN
           IF PRECOMPUTED-LOAN
               ADD WS-ROW-INTEREST TO WS-ROW-PRINCIPAL
               MOVE ZERO TO WS-ROW-INTEREST
           END-IF

           MOVE PAYMENT-AMOUNT OF TRANSACTION-REC TO WS-AMOUNT-LEFT

                   MOVE 'Y' TO WS-END-OF-SCAN
               NOT AT END
                   IF SCAN-LOAN-ID = LOAN-ID OF TRANSACTION-REC
                       EVALUATE TRUE
                           WHEN SCAN-TRANSACTION-TYPE = 'FEE'
                               ADD SCAN-PAYMENT-AMOUNT
                                   TO WS-OUTSTANDING-FEES
      *  A fee waived by an ADJUSTMENT naming it (a back-dated
      *  payment that landed inside the grace period, a fee waiver)
      *  is not owed.  The waiver's own fee bucket is that same
      *  amount, so it is not taken off a second time.
                           WHEN SCAN-TRANSACTION-TYPE = 'ADJUSTMENT'
                            AND SCAN-REVERSED-TRAN-ID NOT = ZERO
                               SUBTRACT SCAN-PAYMENT-AMOUNT
                                   FROM WS-OUTSTANDING-FEES
      *  A payment moved off this loan owes back the fees it paid.
                           WHEN SCAN-TRANSACTION-TYPE = 'REVERSAL'
                            AND SCAN-TENDER-TYPE = 'MOVE'
                               IF SCAN-ALLOC-FEE NUMERIC
                                   ADD SCAN-ALLOC-FEE
                                       TO WS-OUTSTANDING-FEES
                               END-IF
                           WHEN OTHER
                               IF SCAN-ALLOC-FEE NUMERIC
                                   SUBTRACT SCAN-ALLOC-FEE
                                       FROM WS-OUTSTANDING-FEES
                               END-IF
                       END-EVALUATE
                   ELSE
                       MOVE 'Y' TO WS-END-OF-SCAN
                   END-IF
           MOVE 'N' TO WS-END-OF-SCHEDULE
           MOVE ZERO TO WS-ROW-INTEREST
           MOVE ZERO TO WS-ROW-PRINCIPAL
      *  An effective-dated payment settles the row due on the day
      *  the money came in, not the day it was keyed.
           MOVE PAYMENT-DATE OF TRANSACTION-REC TO WS-MATCH-DATE
           IF BACKDATE-CONTROL NOT = SPACES
              AND PAYMENT-EFFECTIVE-DATE NUMERIC
              AND PAYMENT-EFFECTIVE-DATE > ZERO
               MOVE PAYMENT-EFFECTIVE-DATE TO WS-MATCH-DATE
           END-IF

           OPEN INPUT PAYMENT-SCHEDULE-FILE
           IF SCHED-FILE-OK
               NOT AT END
                   IF LOAN-ID OF PAYMENT-SCHEDULE-REC
                       = LOAN-ID OF TRANSACTION-REC
                      AND PAYMENT-DUE-DATE = WS-MATCH-DATE
                       MOVE INTEREST-AMOUNT  TO WS-ROW-INTEREST
                       MOVE PRINCIPAL-AMOUNT TO WS-ROW-PRINCIPAL
                       MOVE 'Y' TO WS-ROW-FOUND
                   END-IF
           END-READ.

       CHECK-PRECOMPUTED-LOAN.
           MOVE 'N' TO WS-PRECOMPUTED-LOAN
           OPEN INPUT LOAN-FILE
           IF LOAN-FILE-OK
               MOVE LOAN-ID OF TRANSACTION-REC
                   TO LOAN-ID OF LOAN-REC
               READ LOAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF INTMETH-PRECOMPUTED
                           MOVE 'Y' TO WS-PRECOMPUTED-LOAN
                       END-IF
               END-READ
               CLOSE LOAN-FILE
           END-IF.

       COLLECT-ESCROW-PORTION.
           OPEN I-O ESCROW-FILE
           IF ESCROW-FILE-OK
               END-READ
               CLOSE ESCROW-FILE
           END-IF.

       WRITE-CONTROL-RECORD.
           MOVE WS-RST-STEP-NAME TO WS-CTL-STEP-NAME
           MOVE WS-TRANSACTIONS-SPLIT TO WS-CTL-RECORDS-READ
           MOVE WS-TRANSACTIONS-SPLIT TO WS-CTL-RECORDS-WRITTEN
           MOVE ZERO TO WS-CTL-DOLLARS-IN
           MOVE ZERO TO WS-CTL-DOLLARS-OUT
           CALL 'WRITE-BATCH-CONTROL' USING WS-CTL-STEP-NAME
                                             WS-CTL-RECORDS-READ
                                             WS-CTL-RECORDS-WRITTEN
                                             WS-CTL-DOLLARS-IN
                                             WS-CTL-DOLLARS-OUT.
