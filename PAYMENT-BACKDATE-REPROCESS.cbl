       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-BACKDATE-REPROCESS.

      *================================================================
      *  Nightly reprocessing of effective-dated (back-dated)
      *  payments, run after the suspense sweep and ahead of
      *  PAYMENT-ALLOCATION and BALANCE-UPDATE, so LOAN-BALANCE is
      *  still the balance before tonight's payments.  For every
      *  PAYMENT or PAYOFF on TRANSACTION.DAT flagged BACKDATE-
      *  PENDING:
      *
      *    - if the effective date falls before the loan's accrued-
      *      through date, the interest accrued from the effective
      *      date forward is rolled back and re-accrued on the
      *      balance net of the payment, both on the loan's own
      *      DAY-COUNT-BASIS through DAY-COUNT-INTEREST at the rate
      *      in force on the effective date.  The difference comes
      *      off ACCRUED-INTEREST (or the INTEREST-IN-SUSPENSE memo
      *      for a nonaccrual loan); the accrued-through date does
      *      not move, and GL-ACCRUAL-POSTING books the lower
      *      position tonight as a reversing movement;
      *
      *    - if the effective date is within the 'LATE GRACE DAYS'
      *      grace period (or the borrower's longer state minimum
      *      grace) of the due date the payment pays, the late
      *      fee assessed for that due date is reversed with an
      *      ADJUSTMENT transaction naming the fee in
      *      REVERSED-TRANSACTION-ID, and FEES-RECEIVABLE comes down
      *      -- so the allocation waterfall that follows applies the
      *      payment as if it had been on time;
      *
      *    - the interest difference is stored on the payment, the
      *      row is marked BACKDATE-REPROCESSED, and every adjustment
      *      is written to the audit log.
      *
      *  Pending rows are gathered on a first pass and worked by key
      *  on a second, so the fee scans and the reversal writes never
      *  disturb a sequential read in progress.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO 'TRANSACTION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID OF TRANSACTION-REC
               ALTERNATE RECORD KEY IS LOAN-ID OF TRANSACTION-REC
                   WITH DUPLICATES
               FILE STATUS IS TRAN-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-REC
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF LOAN-REC
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO 'ACCRUED_INTEREST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF ACCRUAL-REC
               FILE STATUS IS ACCRUAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       COPY TRANREC.

       FD  LOAN-FILE.
       COPY LOANREC.

       FD  ACCRUAL-FILE.
       COPY ACCRUALREC.

       WORKING-STORAGE SECTION.
       01  TRAN-FILE-STATUS        PIC XX.
           88  TRAN-FILE-OK         VALUE '00'.
           88  TRAN-FILE-NOT-FOUND  VALUE '35'.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
       01  ACCRUAL-FILE-STATUS     PIC XX.
           88  ACCRUAL-FILE-OK      VALUE '00'.
       01  WS-ACCRUAL-OPEN         PIC X VALUE 'N'.
           88  ACCRUAL-IS-OPEN      VALUE 'Y'.
       01  WS-END-OF-TRANSACTIONS  PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS  VALUE 'Y'.
       01  WS-END-OF-LOAN-HISTORY  PIC X VALUE 'N'.
           88  END-OF-LOAN-HISTORY  VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-BUSDATE-FOUND        PIC X.
           88  BUSINESS-DATE-FOUND  VALUE 'Y'.

      *  Back-dated payments gathered on the first pass.  A night
      *  with more than the table holds leaves the rest pending for
      *  the next cycle.
       01  WS-PENDING-COUNT        PIC 9(3) COMP VALUE ZERO.
       01  WS-PENDING-HELD-OVER    PIC 9(5) COMP VALUE ZERO.
       01  WS-PENDING-IX           PIC 9(3) COMP.
       01  WS-PENDING-PAYMENTS.
           05  WS-PENDING-TRAN-ID  PIC 9(5) OCCURS 500 TIMES.

      *  The payment being reprocessed.
       01  WS-PAY-TRAN-ID          PIC 9(5).
       01  WS-PAY-LOAN-ID          PIC 9(5).
       01  WS-PAY-AMOUNT           PIC 9(7)V99.
       01  WS-PAY-DUE-DATE         PIC 9(8).
       01  WS-PAY-DUE-DATE-PARTS REDEFINES WS-PAY-DUE-DATE.
           05  WS-DUE-YEAR         PIC 9(4).
           05  WS-DUE-MONTH        PIC 9(2).
           05  WS-DUE-DAY          PIC 9(2).
       01  WS-PAY-EFF-DATE         PIC 9(8).
       01  WS-PAY-EFF-DATE-PARTS REDEFINES WS-PAY-EFF-DATE.
           05  WS-EFF-YEAR         PIC 9(4).
           05  WS-EFF-MONTH        PIC 9(2).
           05  WS-EFF-DAY          PIC 9(2).
       01  WS-DAYS-AFTER-DUE       PIC S9(5).

       01  WS-INTEREST-AT-OLD-BAL  PIC 9(7)V99.
       01  WS-INTEREST-AT-NEW-BAL  PIC 9(7)V99.
       01  WS-INTEREST-ADJ         PIC 9(7)V99.

       01  WS-GRACE-DAYS           PIC 9(3) VALUE 10.
       01  WS-PARM-NAME            PIC X(20).
       01  WS-PARM-VALUE           PIC 9(7)V99.
       01  WS-PARM-FOUND           PIC X.
           88  PARM-WAS-FOUND       VALUE 'Y'.
       01  WS-LOAN-GRACE-DAYS      PIC 9(3).
       01  WS-LIMIT-CUSTOMER-ID    PIC 9(5).
       01  WS-LIMIT-STATE          PIC X(2).
       01  WS-LIMIT-MAX-RATE       PIC 9(3)V99.
       01  WS-LIMIT-FEE-CAP-AMT    PIC 9(7)V99.
       01  WS-LIMIT-FEE-CAP-PCT    PIC 9(3)V99.
       01  WS-LIMIT-MIN-GRACE      PIC 9(3).
       01  WS-LIMIT-MIN-FIN-CHG    PIC 9(7)V99.
       01  WS-LIMIT-FOUND          PIC X.
           88  LIMIT-WAS-FOUND      VALUE 'Y'.

       01  WS-FEE-FOUND            PIC X.
           88  LATE-FEE-FOUND       VALUE 'Y'.
       01  WS-FEE-REVERSED         PIC X.
           88  FEE-ALREADY-REVERSED VALUE 'Y'.
       01  WS-FEE-TRAN-ID          PIC 9(5).
       01  WS-FEE-AMOUNT           PIC 9(7)V99.

       01  WS-NEXT-TRANSACTION-ID  PIC 9(5) VALUE ZERO.
       01  WS-ID-MODE              PIC X.
       01  WS-ID-SERIES            PIC X(12).
       01  WS-ID-FOUND             PIC X.
           88  ID-SERIES-FOUND      VALUE 'Y'.

       01  WS-PAYMENTS-REPROCESSED PIC 9(5) COMP VALUE ZERO.
       01  WS-INTEREST-ADJUSTED    PIC 9(5) COMP VALUE ZERO.
       01  WS-FEES-REVERSED        PIC 9(5) COMP VALUE ZERO.
       01  WS-TOTAL-INTEREST-ADJ   PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-FEES-REVERSED  PIC 9(9)V99 VALUE ZERO.

       01  WS-SCRA-LOAN-ID         PIC 9(5).
       01  WS-SCRA-NOTE-RATE       PIC 9(3)V99.
       01  WS-SCRA-EFFECTIVE-RATE  PIC 9(3)V99.
       01  WS-SCRA-CAPPED          PIC X.
           88  SCRA-RATE-CAPPED     VALUE 'Y'.

       01  WS-DCI-BASIS           PIC X.
       01  WS-DCI-FROM-DATE       PIC 9(8).
       01  WS-DCI-TO-DATE         PIC 9(8).
       01  WS-DCI-PRINCIPAL       PIC 9(7)V99.
       01  WS-DCI-RATE            PIC 9(3)V99.
       01  WS-DCI-DAYS            PIC S9(5).
       01  WS-DCI-PER-DIEM        PIC 9(5)V9(4).
       01  WS-DCI-INTEREST        PIC 9(7)V99.

       01  WS-USER-ID              PIC A(10) VALUE 'BACKDATE'.
       01  WS-LOG-ACTION-TYPE      PIC A(20).
       01  WS-LOG-DESCRIPTION      PIC A(50).
       01  WS-DISPLAY-AMOUNT       PIC Z(6)9.99.

       01  WS-CTL-STEP-NAME        PIC X(20).
       01  WS-CTL-RECORDS-READ     PIC 9(7).
       01  WS-CTL-RECORDS-WRITTEN  PIC 9(7).
       01  WS-CTL-DOLLARS-IN       PIC 9(9)V99.
       01  WS-CTL-DOLLARS-OUT      PIC 9(9)V99.

       01  WS-RST-MODE            PIC X.
       01  WS-RST-STEP-NAME       PIC X(20).
       01  WS-RST-BUSINESS-DATE   PIC 9(8).
       01  WS-RST-STEP-DONE       PIC X.
           88  RESTART-STEP-DONE   VALUE 'Y'.
       01  WS-RST-DATE-FOUND      PIC X.
           88  RST-DATE-FOUND      VALUE 'Y'.

       PROCEDURE DIVISION.

       CALL 'GET-BUSINESS-DATE' USING WS-RST-BUSINESS-DATE
                                       WS-RST-DATE-FOUND
       IF NOT RST-DATE-FOUND
           ACCEPT WS-RST-BUSINESS-DATE FROM DATE YYYYMMDD
       END-IF
       MOVE 'BACKDATE-REPROCESS' TO WS-RST-STEP-NAME
       MOVE 'C' TO WS-RST-MODE
       CALL 'STEP-RESTART-CONTROL' USING WS-RST-MODE
                                          WS-RST-STEP-NAME
                                          WS-RST-BUSINESS-DATE
                                          WS-RST-STEP-DONE
       IF RESTART-STEP-DONE
           DISPLAY 'Step Already Complete For ' WS-RST-BUSINESS-DATE
               ' - Skipped On Restart.'
           STOP RUN
       END-IF

       CALL 'GET-BUSINESS-DATE' USING WS-RUN-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           DISPLAY 'Enter Back-Date Reprocess Run Date (YYYYMMDD): '
           ACCEPT WS-RUN-DATE
       END-IF

       MOVE 'LATE GRACE DAYS' TO WS-PARM-NAME
       CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                 WS-RUN-DATE
                                 WS-PARM-VALUE
                                 WS-PARM-FOUND
       IF PARM-WAS-FOUND
           MOVE WS-PARM-VALUE TO WS-GRACE-DAYS
       END-IF

       OPEN I-O TRANSACTION-FILE
       IF TRAN-FILE-NOT-FOUND
           DISPLAY 'No Transactions On File - Nothing To Reprocess.'
       ELSE
           IF NOT TRAN-FILE-OK
               DISPLAY 'Error Opening TRANSACTION-FILE.'
               STOP RUN
           END-IF

           OPEN I-O LOAN-FILE
           IF NOT LOAN-FILE-OK
               DISPLAY 'Error Opening LOAN-FILE.'
               CLOSE TRANSACTION-FILE
               STOP RUN
           END-IF

      *  No accrual file yet just means no loan has started accruing,
      *  so there is no interest to roll back -- fees still reverse.
           OPEN I-O ACCRUAL-FILE
           IF ACCRUAL-FILE-OK
               MOVE 'Y' TO WS-ACCRUAL-OPEN
           END-IF

           PERFORM GATHER-NEXT-PENDING UNTIL END-OF-TRANSACTIONS

           PERFORM REPROCESS-ONE-PAYMENT
               VARYING WS-PENDING-IX FROM 1 BY 1
               UNTIL WS-PENDING-IX > WS-PENDING-COUNT

           IF ACCRUAL-IS-OPEN
               CLOSE ACCRUAL-FILE
           END-IF
           CLOSE LOAN-FILE
           CLOSE TRANSACTION-FILE
       END-IF

       PERFORM WRITE-CONTROL-TOTALS

       MOVE 'R' TO WS-RST-MODE
       CALL 'STEP-RESTART-CONTROL' USING WS-RST-MODE
                                          WS-RST-STEP-NAME
                                          WS-RST-BUSINESS-DATE
                                          WS-RST-STEP-DONE

       DISPLAY 'Back-Dated Payments Reprocessed: '
           WS-PAYMENTS-REPROCESSED ' Interest Adjusted: '
           WS-INTEREST-ADJUSTED ' Late Fees Reversed: '
           WS-FEES-REVERSED
       IF WS-PENDING-HELD-OVER > ZERO
           DISPLAY 'Held Over To Next Cycle: ' WS-PENDING-HELD-OVER
       END-IF

       STOP RUN.

       GATHER-NEXT-PENDING.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-TRANSACTIONS
               NOT AT END
                   IF (TYPE-PAYMENT OR TYPE-PAYOFF)
                      AND BACKDATE-PENDING
                       IF WS-PENDING-COUNT < 500
                           ADD 1 TO WS-PENDING-COUNT
                           MOVE TRANSACTION-ID OF TRANSACTION-REC
                               TO WS-PENDING-TRAN-ID (WS-PENDING-COUNT)
                       ELSE
                           ADD 1 TO WS-PENDING-HELD-OVER
                       END-IF
                   END-IF
           END-READ.

       REPROCESS-ONE-PAYMENT.
           MOVE WS-PENDING-TRAN-ID (WS-PENDING-IX)
               TO TRANSACTION-ID OF TRANSACTION-REC
           READ TRANSACTION-FILE
               INVALID KEY
                   DISPLAY 'Back-Dated Transaction Not Found: '
                       WS-PENDING-TRAN-ID (WS-PENDING-IX)
               NOT INVALID KEY
                   PERFORM RECOMPUTE-BACKDATED-PAYMENT
           END-READ.

       RECOMPUTE-BACKDATED-PAYMENT.
           MOVE TRANSACTION-ID OF TRANSACTION-REC TO WS-PAY-TRAN-ID
           MOVE LOAN-ID OF TRANSACTION-REC        TO WS-PAY-LOAN-ID
           MOVE PAYMENT-AMOUNT OF TRANSACTION-REC TO WS-PAY-AMOUNT
           MOVE PAYMENT-DATE OF TRANSACTION-REC   TO WS-PAY-DUE-DATE
           MOVE PAYMENT-EFFECTIVE-DATE            TO WS-PAY-EFF-DATE
           MOVE ZERO TO WS-INTEREST-ADJ

           MOVE WS-PAY-LOAN-ID TO LOAN-ID OF LOAN-REC
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY 'Loan Not Found For Back-Dated Payment '
                       WS-PAY-TRAN-ID ': ' WS-PAY-LOAN-ID
               NOT INVALID KEY
                   IF WS-PAY-EFF-DATE NOT = ZERO
                       PERFORM ROLL-BACK-ACCRUAL
                       PERFORM REVERSE-WAIVED-LATE-FEE
                   END-IF
           END-READ

           PERFORM MARK-PAYMENT-REPROCESSED.

      *----------------------------------------------------------------
      *  The position already carries interest from the effective
      *  date to ACCRUED-THRU-DATE on the full balance.  Back that
      *  out and put back the same days on the balance the payment
      *  leaves; the net is what the borrower was over-charged.
      *----------------------------------------------------------------
       ROLL-BACK-ACCRUAL.
           IF ACCRUAL-IS-OPEN
               MOVE WS-PAY-LOAN-ID TO LOAN-ID OF ACCRUAL-REC
               READ ACCRUAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-PAY-EFF-DATE < ACCRUED-THRU-DATE
                           PERFORM RECOMPUTE-ACCRUED-INTEREST
                       END-IF
               END-READ
           END-IF.

       RECOMPUTE-ACCRUED-INTEREST.
           MOVE LOAN-ID OF LOAN-REC TO WS-SCRA-LOAN-ID
           MOVE INTEREST-RATE OF LOAN-REC TO WS-SCRA-NOTE-RATE
           CALL 'GET-SCRA-RATE' USING WS-SCRA-LOAN-ID
                                       WS-PAY-EFF-DATE
                                       WS-SCRA-NOTE-RATE
                                       WS-SCRA-EFFECTIVE-RATE
                                       WS-SCRA-CAPPED

           MOVE DAY-COUNT-BASIS        TO WS-DCI-BASIS
           MOVE WS-PAY-EFF-DATE        TO WS-DCI-FROM-DATE
           MOVE ACCRUED-THRU-DATE      TO WS-DCI-TO-DATE
           MOVE WS-SCRA-EFFECTIVE-RATE TO WS-DCI-RATE
           MOVE ZERO                   TO WS-DCI-DAYS
           MOVE LOAN-BALANCE OF LOAN-REC TO WS-DCI-PRINCIPAL
           PERFORM CALL-DAY-COUNT-INTEREST
           MOVE WS-DCI-INTEREST TO WS-INTEREST-AT-OLD-BAL

           IF LOAN-BALANCE OF LOAN-REC > WS-PAY-AMOUNT
               COMPUTE WS-DCI-PRINCIPAL =
                   LOAN-BALANCE OF LOAN-REC - WS-PAY-AMOUNT
           ELSE
               MOVE ZERO TO WS-DCI-PRINCIPAL
           END-IF
           MOVE WS-PAY-EFF-DATE        TO WS-DCI-FROM-DATE
           MOVE ZERO                   TO WS-DCI-DAYS
           PERFORM CALL-DAY-COUNT-INTEREST
           MOVE WS-DCI-INTEREST TO WS-INTEREST-AT-NEW-BAL

           IF WS-INTEREST-AT-OLD-BAL > WS-INTEREST-AT-NEW-BAL
               COMPUTE WS-INTEREST-ADJ =
                   WS-INTEREST-AT-OLD-BAL - WS-INTEREST-AT-NEW-BAL
           END-IF

           IF WS-INTEREST-ADJ > ZERO
               PERFORM APPLY-INTEREST-ADJUSTMENT
           END-IF.

      *  A nonaccrual loan's interest sits in the suspense memo, not
      *  the earning position, so that is where the credit goes.
      *  Neither can go below zero; the stored adjustment is what
      *  actually came off.
       APPLY-INTEREST-ADJUSTMENT.
           IF NONACCRUAL
               IF WS-INTEREST-ADJ > INTEREST-IN-SUSPENSE
                   MOVE INTEREST-IN-SUSPENSE TO WS-INTEREST-ADJ
               END-IF
               SUBTRACT WS-INTEREST-ADJ FROM INTEREST-IN-SUSPENSE
               REWRITE LOAN-REC
                   INVALID KEY
                       DISPLAY 'Error Updating Suspense Memo '
                           'For Loan ' LOAN-ID OF LOAN-REC
               END-REWRITE
           ELSE
               IF WS-INTEREST-ADJ > ACCRUED-INTEREST
                   MOVE ACCRUED-INTEREST TO WS-INTEREST-ADJ
               END-IF
               SUBTRACT WS-INTEREST-ADJ FROM ACCRUED-INTEREST
               REWRITE ACCRUAL-REC
                   INVALID KEY
                       DISPLAY 'Error Updating Accrual Position For '
                           'Loan ' LOAN-ID OF ACCRUAL-REC
               END-REWRITE
           END-IF

           ADD 1 TO WS-INTEREST-ADJUSTED
           ADD WS-INTEREST-ADJ TO WS-TOTAL-INTEREST-ADJ

           MOVE WS-INTEREST-ADJ TO WS-DISPLAY-AMOUNT
           MOVE 'INTEREST ADJUSTMENT' TO WS-LOG-ACTION-TYPE
           MOVE SPACES TO WS-LOG-DESCRIPTION
           STRING 'Loan ' WS-PAY-LOAN-ID
                  ' Tran ' WS-PAY-TRAN-ID
                  ' Eff ' WS-PAY-EFF-DATE
                  ' Int ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO WS-LOG-DESCRIPTION
           CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                         WS-USER-ID
                                         WS-LOG-DESCRIPTION.

      *----------------------------------------------------------------
      *  Days from the due date the payment pays to the date the
      *  money came in, on the same 30/360 count LATE-FEE-ASSESSMENT
      *  uses -- inside the grace period, the late fee assessed for
      *  that due date should never have been charged.  The grace is
      *  the same one LATE-FEE-ASSESSMENT applied: the house period
      *  or the borrower's longer state minimum.
      *----------------------------------------------------------------
       REVERSE-WAIVED-LATE-FEE.
           COMPUTE WS-DAYS-AFTER-DUE =
               (WS-EFF-YEAR - WS-DUE-YEAR) * 360
             + (WS-EFF-MONTH - WS-DUE-MONTH) * 30
             + (WS-EFF-DAY - WS-DUE-DAY)

           MOVE WS-GRACE-DAYS TO WS-LOAN-GRACE-DAYS
           MOVE CUSTOMER-ID OF LOAN-REC TO WS-LIMIT-CUSTOMER-ID
           CALL 'STATE-LIMIT-LOOKUP' USING WS-LIMIT-CUSTOMER-ID
                                            WS-PAY-EFF-DATE
                                            WS-LIMIT-STATE
                                            WS-LIMIT-MAX-RATE
                                            WS-LIMIT-FEE-CAP-AMT
                                            WS-LIMIT-FEE-CAP-PCT
                                            WS-LIMIT-MIN-GRACE
                                            WS-LIMIT-MIN-FIN-CHG
                                            WS-LIMIT-FOUND
           IF LIMIT-WAS-FOUND
              AND WS-LIMIT-MIN-GRACE > WS-GRACE-DAYS
               MOVE WS-LIMIT-MIN-GRACE TO WS-LOAN-GRACE-DAYS
           END-IF

           IF WS-DAYS-AFTER-DUE NOT > WS-LOAN-GRACE-DAYS
               PERFORM FIND-LATE-FEE-FOR-DUE-DATE
               IF LATE-FEE-FOUND
                   PERFORM CHECK-FEE-ALREADY-REVERSED
                   IF NOT FEE-ALREADY-REVERSED
                       PERFORM WRITE-FEE-REVERSAL
                   END-IF
               END-IF
           END-IF.

       FIND-LATE-FEE-FOR-DUE-DATE.
           MOVE 'N' TO WS-FEE-FOUND
           PERFORM START-LOAN-HISTORY
           PERFORM SCAN-FOR-LATE-FEE
               UNTIL END-OF-LOAN-HISTORY OR LATE-FEE-FOUND.

       SCAN-FOR-LATE-FEE.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-LOAN-HISTORY
               NOT AT END
                   IF LOAN-ID OF TRANSACTION-REC NOT = WS-PAY-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-LOAN-HISTORY
                   ELSE
                       IF TYPE-FEE
                          AND PAYMENT-DATE OF TRANSACTION-REC
                              = WS-PAY-DUE-DATE
                           MOVE 'Y' TO WS-FEE-FOUND
                           MOVE TRANSACTION-ID OF TRANSACTION-REC
                               TO WS-FEE-TRAN-ID
                           MOVE PAYMENT-AMOUNT OF TRANSACTION-REC
                               TO WS-FEE-AMOUNT
                       END-IF
                   END-IF
           END-READ.

      *  A fee already waived or reversed by an earlier run (or by
      *  hand) is not reversed twice.
       CHECK-FEE-ALREADY-REVERSED.
           MOVE 'N' TO WS-FEE-REVERSED
           PERFORM START-LOAN-HISTORY
           PERFORM SCAN-FOR-FEE-REVERSAL
               UNTIL END-OF-LOAN-HISTORY OR FEE-ALREADY-REVERSED.

       SCAN-FOR-FEE-REVERSAL.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-LOAN-HISTORY
               NOT AT END
                   IF LOAN-ID OF TRANSACTION-REC NOT = WS-PAY-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-LOAN-HISTORY
                   ELSE
                       IF REVERSED-TRANSACTION-ID = WS-FEE-TRAN-ID
                          AND (TYPE-ADJUSTMENT OR TYPE-REVERSAL)
                           MOVE 'Y' TO WS-FEE-REVERSED
                       END-IF
                   END-IF
           END-READ.

       START-LOAN-HISTORY.
           MOVE 'N' TO WS-END-OF-LOAN-HISTORY
           MOVE WS-PAY-LOAN-ID TO LOAN-ID OF TRANSACTION-REC
           START TRANSACTION-FILE
               KEY IS EQUAL TO LOAN-ID OF TRANSACTION-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LOAN-HISTORY
           END-START.

       WRITE-FEE-REVERSAL.
           PERFORM ASSIGN-NEXT-TRANSACTION-ID

           MOVE WS-NEXT-TRANSACTION-ID TO TRANSACTION-ID
                                           OF TRANSACTION-REC
           MOVE WS-PAY-LOAN-ID         TO LOAN-ID OF TRANSACTION-REC
           MOVE WS-RUN-DATE            TO PAYMENT-DATE
                                           OF TRANSACTION-REC
           MOVE WS-FEE-AMOUNT          TO PAYMENT-AMOUNT
                                           OF TRANSACTION-REC
           MOVE LOAN-BALANCE OF LOAN-REC
                                       TO REMAINING-BALANCE
           MOVE 'ADJUSTMENT'           TO TRANSACTION-TYPE
           MOVE WS-FEE-TRAN-ID         TO REVERSED-TRANSACTION-ID
           MOVE ZERO                   TO BRANCH-ID
                                           OF TRANSACTION-REC
           MOVE ZERO                   TO TELLER-SESSION-ID
           MOVE SPACES                 TO TENDER-TYPE
           MOVE ZEROS                  TO ALLOCATION-SPLIT
           MOVE ZEROS                  TO BACKDATE-CONTROL
           WRITE TRANSACTION-REC
               INVALID KEY
                   DISPLAY 'Error Writing Fee Reversal For Loan '
                       WS-PAY-LOAN-ID
               NOT INVALID KEY
                   PERFORM RELIEVE-FEES-RECEIVABLE
           END-WRITE.

       RELIEVE-FEES-RECEIVABLE.
           IF WS-FEE-AMOUNT > FEES-RECEIVABLE
               MOVE ZERO TO FEES-RECEIVABLE
           ELSE
               SUBTRACT WS-FEE-AMOUNT FROM FEES-RECEIVABLE
           END-IF
           REWRITE LOAN-REC
               INVALID KEY
                   DISPLAY 'Error Updating Fees Receivable For Loan '
                       LOAN-ID OF LOAN-REC
           END-REWRITE

           ADD 1 TO WS-FEES-REVERSED
           ADD WS-FEE-AMOUNT TO WS-TOTAL-FEES-REVERSED

           MOVE 'LATE FEE REVERSED' TO WS-LOG-ACTION-TYPE
           MOVE SPACES TO WS-LOG-DESCRIPTION
           STRING 'Loan ' WS-PAY-LOAN-ID
                  ' Fee ' WS-FEE-TRAN-ID
                  ' Waived - Paid Eff ' WS-PAY-EFF-DATE
                  DELIMITED BY SIZE INTO WS-LOG-DESCRIPTION
           CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                         WS-USER-ID
                                         WS-LOG-DESCRIPTION.

       MARK-PAYMENT-REPROCESSED.
           MOVE WS-PAY-TRAN-ID TO TRANSACTION-ID OF TRANSACTION-REC
           READ TRANSACTION-FILE
               INVALID KEY
                   DISPLAY 'Back-Dated Transaction Not Found: '
                       WS-PAY-TRAN-ID
               NOT INVALID KEY
                   MOVE WS-INTEREST-ADJ TO BACKDATE-INTEREST-ADJ
                   MOVE 'R' TO BACKDATE-STATUS
                   REWRITE TRANSACTION-REC
                       INVALID KEY
                           DISPLAY 'Error Rewriting Transaction '
                               WS-PAY-TRAN-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-PAYMENTS-REPROCESSED
                   END-REWRITE
           END-READ.

       CALL-DAY-COUNT-INTEREST.
           CALL 'DAY-COUNT-INTEREST' USING WS-DCI-BASIS
                                            WS-DCI-FROM-DATE
                                            WS-DCI-TO-DATE
                                            WS-DCI-PRINCIPAL
                                            WS-DCI-RATE
                                            WS-DCI-DAYS
                                            WS-DCI-PER-DIEM
                                            WS-DCI-INTEREST.

       ASSIGN-NEXT-TRANSACTION-ID.
           MOVE 'A' TO WS-ID-MODE
           MOVE 'TRANSACTION' TO WS-ID-SERIES
           CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                        WS-ID-SERIES
                                        WS-NEXT-TRANSACTION-ID
                                        WS-ID-FOUND
           IF NOT ID-SERIES-FOUND
               PERFORM SEED-TRANSACTION-SERIES
           END-IF.

      *----------------------------------------------------------------
      *  First use of the central control file for this series: seed
      *  it once from the old high-water-mark scan, then every later
      *  assignment comes straight off NEXT_ID.DAT.  The file is
      *  already open here, so the scan restarts from the low key.
      *----------------------------------------------------------------
       SEED-TRANSACTION-SERIES.
           MOVE ZERO TO WS-NEXT-TRANSACTION-ID
           MOVE 'N' TO WS-END-OF-TRANSACTIONS
           MOVE ZERO TO TRANSACTION-ID OF TRANSACTION-REC
           START TRANSACTION-FILE
               KEY IS NOT LESS THAN TRANSACTION-ID OF TRANSACTION-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-TRANSACTIONS
           END-START
           PERFORM FIND-HIGHEST-TRANSACTION-ID
               UNTIL END-OF-TRANSACTIONS
           ADD 1 TO WS-NEXT-TRANSACTION-ID
           MOVE 'S' TO WS-ID-MODE
           MOVE 'TRANSACTION' TO WS-ID-SERIES
           CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                        WS-ID-SERIES
                                        WS-NEXT-TRANSACTION-ID
                                        WS-ID-FOUND.

       FIND-HIGHEST-TRANSACTION-ID.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-TRANSACTIONS
               NOT AT END
                   IF TRANSACTION-ID OF TRANSACTION-REC
                       > WS-NEXT-TRANSACTION-ID
                       MOVE TRANSACTION-ID OF TRANSACTION-REC
                           TO WS-NEXT-TRANSACTION-ID
                   END-IF
           END-READ.

       WRITE-CONTROL-TOTALS.
           MOVE 'BACKDATE-REPROCESS'    TO WS-CTL-STEP-NAME
           MOVE WS-PENDING-COUNT        TO WS-CTL-RECORDS-READ
           MOVE WS-PAYMENTS-REPROCESSED TO WS-CTL-RECORDS-WRITTEN
           MOVE WS-TOTAL-INTEREST-ADJ   TO WS-CTL-DOLLARS-IN
           ADD WS-TOTAL-FEES-REVERSED   TO WS-CTL-DOLLARS-IN
           MOVE WS-CTL-DOLLARS-IN       TO WS-CTL-DOLLARS-OUT
           CALL 'WRITE-BATCH-CONTROL' USING WS-CTL-STEP-NAME
                                             WS-CTL-RECORDS-READ
                                             WS-CTL-RECORDS-WRITTEN
                                             WS-CTL-DOLLARS-IN
                                             WS-CTL-DOLLARS-OUT.
