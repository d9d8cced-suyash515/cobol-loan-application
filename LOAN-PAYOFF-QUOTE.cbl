      *  Finds the loan's
      *  most recent PAYMENT-SCHEDULE-FILE entry, counts the days from
      *  that entry's PAYMENT-DUE-DATE to the operator-supplied quote
      *  date on the loan's DAY-COUNT-BASIS, and adds that much
      *  accrued interest to LOAN-BALANCE -- DAY-COUNT-INTEREST, the
      *  same arithmetic the accrual engine and LOAN-PAYOFF use.
      *  Open intraday memo posts (MEMO_POST.DAT) net out of the
      *  figure: pending credits come off, pending debits go on.
      *  A precomputed-interest contract already carries its interest
      *  in the balance, so it accrues nothing; the unearned interest
      *  rebated for the early payoff (PRECOMPUTED-REBATE) comes off
      *  the balance instead.
      *================================================================

       ENVIRONMENT DIVISION.
           88  END-OF-SCHEDULE       VALUE 'Y'.
       01  WS-LOAN-ID               PIC 9(5).
       01  WS-QUOTE-DATE            PIC 9(8).

       01  WS-LAST-ENTRY-DATE       PIC 9(8) VALUE ZERO.

       01  WS-LAST-ENTRY-FOUND      PIC X VALUE 'N'.
           88  LAST-ENTRY-FOUND      VALUE 'Y'.

       01  WS-DAYS-ACCRUED          PIC S9(5).
       01  WS-PER-DIEM              PIC 9(5)V9(4) COMP-3.
       01  WS-DCI-BASIS             PIC X.
       01  WS-DCI-FROM-DATE         PIC 9(8).
       01  WS-DCI-TO-DATE           PIC 9(8).
       01  WS-DCI-PRINCIPAL         PIC 9(7)V99.
       01  WS-DCI-RATE              PIC 9(3)V99.
       01  WS-DCI-DAYS              PIC S9(5).
       01  WS-DCI-PER-DIEM          PIC 9(5)V9(4).
       01  WS-DCI-INTEREST          PIC 9(7)V99.
       01  WS-SCRA-LOAN-ID          PIC 9(5).
       01  WS-SCRA-NOTE-RATE        PIC 9(3)V99.
       01  WS-SCRA-EFFECTIVE-RT     PIC 9(3)V99.
       01  WS-PARM-FOUND            PIC X.
           88  PARM-WAS-FOUND        VALUE 'Y'.
       01  WS-PAYOFF-AMOUNT         PIC 9(7)V99 COMP-3.
       01  WS-PRECOMP-REBATE        PIC 9(7)V99 VALUE ZERO.
       01  WS-REBATE-MIN-APPLIED    PIC X VALUE 'N'.
           88  REBATE-MIN-APPLIED    VALUE 'Y'.
       01  WS-MEMO-CREDITS          PIC 9(7)V99 VALUE ZERO.
       01  WS-MEMO-DEBITS           PIC 9(7)V99 VALUE ZERO.

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       DISPLAY 'Enter Loan ID For Payoff Quote: '
       ACCEPT WS-LOAN-ID
       CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                      WS-LOAN-ACCESS
       IF NOT LOAN-ACCESS-ALLOWED
           STOP RUN
       END-IF
       DISPLAY 'Enter Quote Date (YYYYMMDD): '
       ACCEPT WS-QUOTE-DATE


       CLOSE LOAN-FILE

       IF INTMETH-PRECOMPUTED
           PERFORM QUOTE-PRECOMPUTED-REBATE
       ELSE
           PERFORM QUOTE-ACCRUED-INTEREST
       END-IF

       PERFORM COMPUTE-PREPAY-PENALTY

       COMPUTE WS-PAYOFF-AMOUNT =
           LOAN-BALANCE OF LOAN-REC + WS-ACCRUED-INTEREST
           + WS-PREPAY-PENALTY - WS-PRECOMP-REBATE

      *  Today's memo-posted activity the nightly run has not applied
      *  yet nets out of the payoff -- a payment taken this morning
      *  is not owed again.
       CALL 'GET-MEMO-POSITION' USING WS-LOAN-ID
                                      WS-MEMO-CREDITS
                                      WS-MEMO-DEBITS
       IF WS-PAYOFF-AMOUNT + WS-MEMO-DEBITS > WS-MEMO-CREDITS
           COMPUTE WS-PAYOFF-AMOUNT =
               WS-PAYOFF-AMOUNT + WS-MEMO-DEBITS - WS-MEMO-CREDITS
       ELSE
           MOVE ZERO TO WS-PAYOFF-AMOUNT
       END-IF

       DISPLAY ' '
       DISPLAY '============================================'
           DISPLAY '  Fees Rcv          : ' FEES-RECEIVABLE
           DISPLAY '  Escrow Advances   : ' ESCROW-ADVANCES
       END-IF
       IF INTMETH-PRECOMPUTED
           DISPLAY 'Unearned Interest   : ' UNEARNED-INTEREST
           DISPLAY 'Less Interest Rebate: ' WS-PRECOMP-REBATE
           IF REBATE-MIN-APPLIED
               DISPLAY '  (Rebate Reduced To State Minimum Charge)'
           END-IF
       ELSE
           DISPLAY 'Days Accrued        : ' WS-DAYS-ACCRUED
           DISPLAY 'Accrued Interest    : ' WS-ACCRUED-INTEREST
           DISPLAY 'Per-Diem Amount     : ' WS-PER-DIEM
       END-IF
       IF WS-PREPAY-PENALTY > ZERO
           DISPLAY 'Prepayment Penalty  : ' WS-PREPAY-PENALTY
       END-IF
       IF WS-MEMO-CREDITS > ZERO
           DISPLAY 'Less Memo Credits   : ' WS-MEMO-CREDITS
       END-IF
       IF WS-MEMO-DEBITS > ZERO
           DISPLAY 'Plus Memo Debits    : ' WS-MEMO-DEBITS
       END-IF
       DISPLAY 'Total Payoff Amount : ' WS-PAYOFF-AMOUNT
       DISPLAY '============================================'


       STOP RUN.

      *----------------------------------------------------------------
      *  A servicemember relief period in force caps the per-diem
      *  the quote accrues at, same as the nightly accrual engine.
      *----------------------------------------------------------------
       QUOTE-ACCRUED-INTEREST.
           MOVE WS-LOAN-ID TO WS-SCRA-LOAN-ID
           MOVE INTEREST-RATE OF LOAN-REC TO WS-SCRA-NOTE-RATE
           CALL 'GET-SCRA-RATE' USING WS-SCRA-LOAN-ID
                                       WS-QUOTE-DATE
                                       WS-SCRA-NOTE-RATE
                                       WS-SCRA-EFFECTIVE-RT
                                       WS-SCRA-CAPPED

           MOVE DAY-COUNT-BASIS TO WS-DCI-BASIS
           MOVE LOAN-BALANCE OF LOAN-REC TO WS-DCI-PRINCIPAL
           MOVE WS-SCRA-EFFECTIVE-RT TO WS-DCI-RATE
           MOVE WS-QUOTE-DATE TO WS-DCI-TO-DATE
           MOVE ZERO TO WS-DCI-FROM-DATE
           MOVE ZERO TO WS-DCI-DAYS
           PERFORM CALL-DAY-COUNT-INTEREST
           MOVE WS-DCI-PER-DIEM TO WS-PER-DIEM

           PERFORM READ-ACCRUAL-POSITION

           IF ACCRUAL-ON-FILE
               PERFORM QUOTE-FROM-ACCRUAL
           ELSE
               PERFORM QUOTE-FROM-SCHEDULE
           END-IF.

      *----------------------------------------------------------------
      *  Precomputed contract: no interest accrues and no per-diem
      *  runs on the quote -- the rebate is what changes day to day,
      *  and only as installment due dates pass.
      *----------------------------------------------------------------
       QUOTE-PRECOMPUTED-REBATE.
           MOVE ZERO TO WS-DAYS-ACCRUED
           MOVE ZERO TO WS-ACCRUED-INTEREST
           MOVE ZERO TO WS-PER-DIEM
           CALL 'PRECOMPUTED-REBATE' USING WS-LOAN-ID
                                           CUSTOMER-ID OF LOAN-REC
                                           WS-QUOTE-DATE
                                           INTEREST-METHOD
                                           PRECOMP-FINANCE-CHARGE
                                           UNEARNED-INTEREST
                                           INTEREST-RATE OF LOAN-REC
                                           WS-PRECOMP-REBATE
                                           WS-REBATE-MIN-APPLIED.

      *----------------------------------------------------------------
      *  The note's prepayment penalty, when the quote date falls
      *  on or before the penalty expiration: flat amount, percent
       QUOTE-FROM-ACCRUAL.
           MOVE ACCRUED-THRU-DATE TO WS-LAST-ENTRY-DATE
           PERFORM COMPUTE-DAYS-ACCRUED
           COMPUTE WS-ACCRUED-INTEREST =
               ACCRUED-INTEREST OF ACCRUAL-REC + WS-DCI-INTEREST.

      *----------------------------------------------------------------
      *  No accrual position on file yet -- fall back to counting
               MOVE ZERO TO WS-DAYS-ACCRUED
           END-IF

           IF WS-DAYS-ACCRUED > ZERO
               MOVE WS-DCI-INTEREST TO WS-ACCRUED-INTEREST
           ELSE
               MOVE ZERO TO WS-ACCRUED-INTEREST
           END-IF.

      *----------------------------------------------------------------
      *  Rescans PAYMENT-SCHEDULE-FILE for this loan's highest
           END-READ.

      *----------------------------------------------------------------
      *  Days and interest from the last accrual or schedule date to
      *  the quote date, on the loan's own day-count basis.
      *----------------------------------------------------------------
       COMPUTE-DAYS-ACCRUED.
           MOVE WS-LAST-ENTRY-DATE TO WS-DCI-FROM-DATE
           PERFORM CALL-DAY-COUNT-INTEREST
           MOVE WS-DCI-DAYS TO WS-DAYS-ACCRUED
           IF WS-DAYS-ACCRUED < ZERO
               MOVE ZERO TO WS-DAYS-ACCRUED
           END-IF.

       CALL-DAY-COUNT-INTEREST.
           CALL 'DAY-COUNT-INTEREST' USING WS-DCI-BASIS
                                            WS-DCI-FROM-DATE
                                            WS-DCI-TO-DATE
                                            WS-DCI-PRINCIPAL
                                            WS-DCI-RATE
                                            WS-DCI-DAYS
                                            WS-DCI-PER-DIEM
                                            WS-DCI-INTEREST.
