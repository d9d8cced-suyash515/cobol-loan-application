      *  shape: level payment, interest-only rows for the IO-MONTHS
      *  window and a re-amortized tail, or a balloon structure
      *  whose payment amortizes over AMORT-TERM but whose final
      *  scheduled row pays the loan off at LOAN-TERM.  Each row's
      *  interest follows the loan's DAY-COUNT-BASIS: a 30/360 loan
      *  earns the even periodic rate, an Actual/365 or Actual/Actual
      *  loan earns DAY-COUNT-INTEREST's figure for the calendar days
      *  from the prior due date to this one, and the level payment
      *  absorbs the difference until the final row squares it.
      *  A precomputed-interest contract bills its gross contract
      *  balance in level monthly installments; each row's interest
      *  is the share of the unearned finance charge the contract
      *  method earns on that installment -- sum-of-the-digits under
      *  the Rule of 78s, the note rate on the amount financed still
      *  outstanding under the actuarial method -- and the rest of
      *  the installment retires the amount financed.
      *================================================================

       ENVIRONMENT DIVISION.
       01  WS-DAYS-TO-ADD           PIC 9(2) COMP.
       01  WS-SEMI-HALF             PIC 9 VALUE ZERO.
       01  WS-CANDIDATE-DUE-DATE    PIC 9(8).
       01  WS-PERIOD-START-DATE     PIC 9(8).
       01  WS-DCI-BASIS             PIC X.
       01  WS-DCI-FROM-DATE         PIC 9(8).
       01  WS-DCI-TO-DATE           PIC 9(8).
       01  WS-DCI-PRINCIPAL         PIC 9(7)V99.
       01  WS-DCI-RATE              PIC 9(3)V99.
       01  WS-DCI-DAYS              PIC S9(5).
       01  WS-DCI-PER-DIEM          PIC 9(5)V9(4).
       01  WS-DCI-INTEREST          PIC 9(7)V99.
       01  WS-ADJUSTED-DUE-DATE     PIC 9(8).
       01  WS-UNEARNED-LEFT         PIC 9(7)V99 COMP-3.

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       DISPLAY 'Enter Loan ID To Amortize: '
       ACCEPT WS-SEARCH-LOAN-ID
       CALL 'CHECK-LOAN-ACCESS' USING WS-SEARCH-LOAN-ID
                                      WS-LOAN-ACCESS
       IF NOT LOAN-ACCESS-ALLOWED
           STOP RUN
       END-IF
       DISPLAY 'Enter First Payment Due Date (YYYYMMDD): '
       ACCEPT WS-FIRST-DUE-DATE

           INVALID KEY
               DISPLAY 'Loan Not Found: ' WS-SEARCH-LOAN-ID
           NOT INVALID KEY
      *  A home-equity line is never amortized up front --
      *  HELOC-LINE-CYCLE bills its minimum payment each cycle.
               IF TYPE-HELOC
                   DISPLAY 'Loan ' WS-SEARCH-LOAN-ID ' Is A Home-Equity'
                       ' Line - Billed Per Cycle, Not Amortized.'
               ELSE
                   PERFORM BUILD-SCHEDULE
               END-IF
       END-READ

       CLOSE LOAN-FILE
               WS-SCRA-EFFECTIVE-RT / 100 / WS-PERIODS-PER-YEAR
           MOVE LOAN-BALANCE TO WS-REMAINING-BALANCE

           IF INTMETH-PRECOMPUTED
               IF NOT (FREQ-MONTHLY AND AMORT-LEVEL)
                   DISPLAY 'Precomputed Contract Must Be Monthly '
                       'Level Payment - Cannot Amortize.'
                   STOP RUN
               END-IF
               COMPUTE WS-REMAINING-BALANCE =
                   LOAN-BALANCE - UNEARNED-INTEREST
               MOVE UNEARNED-INTEREST TO WS-UNEARNED-LEFT
           END-IF

           EVALUATE TRUE
               WHEN AMORT-INT-ONLY
                   COMPUTE WS-IO-PERIODS =
                   MOVE WS-TOTAL-PERIODS TO WS-AMORT-PERIODS
           END-EVALUATE

           EVALUATE TRUE
      *  The level payment for the tail is computed once the IO
      *  window ends; IO rows bill interest only.
               WHEN AMORT-INT-ONLY
                   MOVE ZERO TO WS-MONTHLY-PAYMENT
               WHEN INTMETH-PRECOMPUTED
                   COMPUTE WS-MONTHLY-PAYMENT ROUNDED =
                       LOAN-BALANCE / WS-TOTAL-PERIODS
               WHEN OTHER
                   COMPUTE WS-PAYMENT-DIVISOR =
                       1 - ((1 + WS-MONTHLY-RATE)
                           ** (- WS-AMORT-PERIODS))
                   COMPUTE WS-MONTHLY-PAYMENT ROUNDED =
                       WS-REMAINING-BALANCE * WS-MONTHLY-RATE
                           / WS-PAYMENT-DIVISOR
           END-EVALUATE

           OPEN I-O PAYMENT-SCHEDULE-FILE
           IF PAY-SCHEDULE-NOT-FOUND
               WS-TOTAL-PERIODS ' Payments.'.

       WRITE-ONE-SCHEDULE-ROW.
           MOVE WS-DUE-YEAR       TO WS-PERIOD-START-DATE(1:4)
           MOVE WS-DUE-MONTH      TO WS-PERIOD-START-DATE(5:2)
           MOVE WS-ACTUAL-DUE-DAY TO WS-PERIOD-START-DATE(7:2)

           PERFORM ADVANCE-DUE-DATE

           MOVE WS-DUE-YEAR       TO WS-CANDIDATE-DUE-DATE(1:4)
           MOVE WS-DUE-MONTH      TO WS-CANDIDATE-DUE-DATE(5:2)
           MOVE WS-ACTUAL-DUE-DAY TO WS-CANDIDATE-DUE-DATE(7:2)

           EVALUATE TRUE
               WHEN INTMETH-PRECOMPUTED
                   PERFORM SPLIT-PRECOMPUTED-ROW
               WHEN DAYCOUNT-30-360
                   COMPUTE WS-INTEREST-PORTION ROUNDED =
                       WS-REMAINING-BALANCE * WS-MONTHLY-RATE
               WHEN OTHER
                   PERFORM COMPUTE-ACTUAL-DAY-INTEREST
           END-EVALUATE

           IF AMORT-INT-ONLY
              AND WS-MONTH-COUNT = WS-IO-PERIODS + 1

           SUBTRACT WS-PRINCIPAL-PORTION FROM WS-REMAINING-BALANCE

           MOVE WS-SEARCH-LOAN-ID TO LOAN-ID OF PAYMENT-SCHEDULE-REC
      *  A due date landing on a weekend or bank holiday slides to
      *  the next business day off the CALENDAR-FILE calendar.
           CALL 'NEXT-BUSINESS-DAY' USING WS-CANDIDATE-DUE-DATE
                       WS-SEARCH-LOAN-ID ' Due ' PAYMENT-DUE-DATE
           END-WRITE.

      *----------------------------------------------------------------
      *  Calendar-day interest for the period ending on this row's
      *  scheduled (pre-business-day) due date.
      *----------------------------------------------------------------
       COMPUTE-ACTUAL-DAY-INTEREST.
           MOVE DAY-COUNT-BASIS       TO WS-DCI-BASIS
           MOVE WS-PERIOD-START-DATE  TO WS-DCI-FROM-DATE
           MOVE WS-CANDIDATE-DUE-DATE TO WS-DCI-TO-DATE
           MOVE WS-REMAINING-BALANCE  TO WS-DCI-PRINCIPAL
           MOVE WS-SCRA-EFFECTIVE-RT  TO WS-DCI-RATE
           CALL 'DAY-COUNT-INTEREST' USING WS-DCI-BASIS
                                            WS-DCI-FROM-DATE
                                            WS-DCI-TO-DATE
                                            WS-DCI-PRINCIPAL
                                            WS-DCI-RATE
                                            WS-DCI-DAYS
                                            WS-DCI-PER-DIEM
                                            WS-DCI-INTEREST
           MOVE WS-DCI-INTEREST TO WS-INTEREST-PORTION.

      *----------------------------------------------------------------
      *  The interest a precomputed installment earns.  Rule of 78s
      *  gives row k of n the sum-of-the-digits share (n - k + 1) /
      *  (n(n + 1) / 2) of the unearned charge; actuarial earns the
      *  periodic rate on the amount financed still outstanding.
      *  The final row takes whatever is left unearned, and no row
      *  earns more than is left.
      *----------------------------------------------------------------
       SPLIT-PRECOMPUTED-ROW.
           IF WS-MONTH-COUNT = WS-TOTAL-PERIODS
               MOVE WS-UNEARNED-LEFT TO WS-INTEREST-PORTION
           ELSE
               IF INTMETH-RULE-OF-78S
                   COMPUTE WS-INTEREST-PORTION ROUNDED =
                       UNEARNED-INTEREST
                       * (WS-TOTAL-PERIODS - WS-MONTH-COUNT + 1) * 2
                       / (WS-TOTAL-PERIODS
                          * (WS-TOTAL-PERIODS + 1))
               ELSE
                   COMPUTE WS-INTEREST-PORTION ROUNDED =
                       WS-REMAINING-BALANCE * WS-MONTHLY-RATE
               END-IF
               IF WS-INTEREST-PORTION > WS-UNEARNED-LEFT
                   MOVE WS-UNEARNED-LEFT TO WS-INTEREST-PORTION
               END-IF
           END-IF
           SUBTRACT WS-INTEREST-PORTION FROM WS-UNEARNED-LEFT.

      *----------------------------------------------------------------
      *  Re-amortizing replaces this loan's existing rows only --
      *  every other loan's schedule stays put, where the old
