       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECOMPUTED-REBATE.

      *================================================================
      *  Callable subprogram.  Given a precomputed-interest contract
      *  and a payoff date, returns the unearned interest the
      *  borrower is rebated for paying the contract off early.
      *
      *  The contract's installments are counted off PAYMENT-
      *  SCHEDULE-FILE: n is every installment on the contract and k
      *  the installments falling due after the payoff date, with P
      *  the level installment.  Then
      *
      *      Rule of 78s  rebate = FC * k(k+1) / n(n+1)
      *      actuarial    rebate = kP - P(1 - (1+i)**-k) / i
      *
      *  where FC is the finance charge added to the contract and i
      *  the contract rate per month -- the actuarial rebate is the
      *  interest left in the k installments once the balance they
      *  would retire at the contract rate is taken out.  The rebate
      *  never exceeds the interest still unearned on the loan.
      *
      *  A state minimum finance charge (STATE-LIMIT-LOOKUP as of the
      *  payoff date) then cuts the rebate back so the borrower is
      *  charged no less than that minimum over the life of the
      *  contract; minimum-applied comes back 'Y' when it did.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-SCHEDULE-FILE
               ASSIGN TO 'PAYMENT_SCHEDULE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHEDULE-KEY OF PAYMENT-SCHEDULE-REC
               FILE STATUS IS SCHEDULE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-SCHEDULE-FILE.
       COPY PAYSCHREC.

       WORKING-STORAGE SECTION.
       01  SCHEDULE-FILE-STATUS   PIC XX.
           88  SCHEDULE-FILE-OK    VALUE '00'.
       01  WS-END-OF-SCHEDULE     PIC X VALUE 'N'.
           88  END-OF-SCHEDULE     VALUE 'Y'.
       01  WS-TOTAL-INSTALLMENTS  PIC 9(5) COMP VALUE ZERO.
       01  WS-REMAINING-INSTALLMENTS PIC 9(5) COMP VALUE ZERO.
       01  WS-LEVEL-PAYMENT       PIC 9(7)V99 VALUE ZERO.
       01  WS-MONTHLY-RATE        PIC 9V9(9) COMP-3 VALUE ZERO.
       01  WS-PRESENT-VALUE       PIC 9(9)V99 COMP-3 VALUE ZERO.
       01  WS-REBATE-WORK         PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-CHARGE-KEPT         PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  WS-LIMIT-STATE         PIC X(2).
       01  WS-LIMIT-MAX-RATE      PIC 9(3)V99.
       01  WS-LIMIT-FEE-CAP-AMT   PIC 9(7)V99.
       01  WS-LIMIT-FEE-CAP-PCT   PIC 9(3)V99.
       01  WS-LIMIT-MIN-GRACE     PIC 9(3).
       01  WS-LIMIT-MIN-FIN-CHG   PIC 9(7)V99.
       01  WS-LIMIT-FOUND         PIC X.
           88  LIMIT-WAS-FOUND     VALUE 'Y'.

       LINKAGE SECTION.
       01  WS-RB-LOAN-ID          PIC 9(5).
       01  WS-RB-CUSTOMER-ID      PIC 9(5).
       01  WS-RB-PAYOFF-DATE      PIC 9(8).
       01  WS-RB-METHOD           PIC X.
           88  RB-RULE-OF-78S      VALUE '7'.
           88  RB-ACTUARIAL        VALUE 'A'.
       01  WS-RB-FINANCE-CHARGE   PIC 9(7)V99.
       01  WS-RB-UNEARNED         PIC 9(7)V99.
       01  WS-RB-INTEREST-RATE    PIC 9(3)V99.
       01  WS-RB-REBATE           PIC 9(7)V99.
       01  WS-RB-MIN-APPLIED      PIC X.

       PROCEDURE DIVISION USING WS-RB-LOAN-ID
                                 WS-RB-CUSTOMER-ID
                                 WS-RB-PAYOFF-DATE
                                 WS-RB-METHOD
                                 WS-RB-FINANCE-CHARGE
                                 WS-RB-UNEARNED
                                 WS-RB-INTEREST-RATE
                                 WS-RB-REBATE
                                 WS-RB-MIN-APPLIED.

       MOVE ZERO TO WS-RB-REBATE
       MOVE 'N' TO WS-RB-MIN-APPLIED
       MOVE ZERO TO WS-TOTAL-INSTALLMENTS
       MOVE ZERO TO WS-REMAINING-INSTALLMENTS
       MOVE ZERO TO WS-LEVEL-PAYMENT
       MOVE ZERO TO WS-REBATE-WORK
       MOVE 'N' TO WS-END-OF-SCHEDULE

       IF NOT RB-RULE-OF-78S AND NOT RB-ACTUARIAL
           GOBACK
       END-IF

       OPEN INPUT PAYMENT-SCHEDULE-FILE
       IF NOT SCHEDULE-FILE-OK
           GOBACK
       END-IF

       MOVE WS-RB-LOAN-ID TO LOAN-ID OF PAYMENT-SCHEDULE-REC
       MOVE ZERO TO PAYMENT-DUE-DATE
       START PAYMENT-SCHEDULE-FILE KEY IS NOT LESS THAN
               SCHEDULE-KEY OF PAYMENT-SCHEDULE-REC
           INVALID KEY
               MOVE 'Y' TO WS-END-OF-SCHEDULE
       END-START

       PERFORM COUNT-NEXT-INSTALLMENT UNTIL END-OF-SCHEDULE

       CLOSE PAYMENT-SCHEDULE-FILE

       IF WS-TOTAL-INSTALLMENTS = ZERO
               OR WS-REMAINING-INSTALLMENTS = ZERO
           GOBACK
       END-IF

       EVALUATE TRUE
           WHEN RB-RULE-OF-78S
               COMPUTE WS-REBATE-WORK ROUNDED =
                   WS-RB-FINANCE-CHARGE
                   * WS-REMAINING-INSTALLMENTS
                   * (WS-REMAINING-INSTALLMENTS + 1)
                   / (WS-TOTAL-INSTALLMENTS
                      * (WS-TOTAL-INSTALLMENTS + 1))
           WHEN RB-ACTUARIAL
               PERFORM COMPUTE-ACTUARIAL-REBATE
       END-EVALUATE

       IF WS-REBATE-WORK < ZERO
           MOVE ZERO TO WS-REBATE-WORK
       END-IF
       IF WS-REBATE-WORK > WS-RB-UNEARNED
           MOVE WS-RB-UNEARNED TO WS-REBATE-WORK
       END-IF

       PERFORM APPLY-MINIMUM-CHARGE

       MOVE WS-REBATE-WORK TO WS-RB-REBATE

       GOBACK.

       COUNT-NEXT-INSTALLMENT.
           READ PAYMENT-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-SCHEDULE
               NOT AT END
                   IF LOAN-ID OF PAYMENT-SCHEDULE-REC
                          NOT = WS-RB-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-SCHEDULE
                   ELSE
                       ADD 1 TO WS-TOTAL-INSTALLMENTS
                       IF WS-LEVEL-PAYMENT = ZERO
                           MOVE PAYMENT-AMOUNT OF PAYMENT-SCHEDULE-REC
                               TO WS-LEVEL-PAYMENT
                       END-IF
                       IF PAYMENT-DUE-DATE > WS-RB-PAYOFF-DATE
                           ADD 1 TO WS-REMAINING-INSTALLMENTS
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  At a zero contract rate there is no interest left in the
      *  remaining installments, so nothing is rebated.
      *----------------------------------------------------------------
       COMPUTE-ACTUARIAL-REBATE.
           COMPUTE WS-MONTHLY-RATE = WS-RB-INTEREST-RATE / 1200
           IF WS-MONTHLY-RATE = ZERO
               MOVE ZERO TO WS-REBATE-WORK
           ELSE
               COMPUTE WS-PRESENT-VALUE ROUNDED =
                   WS-LEVEL-PAYMENT
                   * (1 - ((1 + WS-MONTHLY-RATE)
                           ** (- WS-REMAINING-INSTALLMENTS)))
                   / WS-MONTHLY-RATE
               COMPUTE WS-REBATE-WORK =
                   (WS-LEVEL-PAYMENT * WS-REMAINING-INSTALLMENTS)
                   - WS-PRESENT-VALUE
           END-IF.

      *----------------------------------------------------------------
      *  The borrower keeps paying the finance charge less the
      *  rebate; where that falls below the state minimum the rebate
      *  gives back only what lies above the minimum.
      *----------------------------------------------------------------
       APPLY-MINIMUM-CHARGE.
           CALL 'STATE-LIMIT-LOOKUP' USING WS-RB-CUSTOMER-ID
                                           WS-RB-PAYOFF-DATE
                                           WS-LIMIT-STATE
                                           WS-LIMIT-MAX-RATE
                                           WS-LIMIT-FEE-CAP-AMT
                                           WS-LIMIT-FEE-CAP-PCT
                                           WS-LIMIT-MIN-GRACE
                                           WS-LIMIT-MIN-FIN-CHG
                                           WS-LIMIT-FOUND
           IF LIMIT-WAS-FOUND AND WS-LIMIT-MIN-FIN-CHG > ZERO
               COMPUTE WS-CHARGE-KEPT =
                   WS-RB-FINANCE-CHARGE - WS-REBATE-WORK
               IF WS-CHARGE-KEPT < WS-LIMIT-MIN-FIN-CHG
                   COMPUTE WS-REBATE-WORK =
                       WS-RB-FINANCE-CHARGE - WS-LIMIT-MIN-FIN-CHG
                   IF WS-REBATE-WORK < ZERO
                       MOVE ZERO TO WS-REBATE-WORK
                   END-IF
                   MOVE 'Y' TO WS-RB-MIN-APPLIED
               END-IF
           END-IF.
