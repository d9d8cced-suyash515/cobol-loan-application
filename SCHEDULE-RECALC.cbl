      *  regenerated rows are WRITTEN -- instead of rewriting every
      *  loan's rows to PAYMENT_SCHEDULE.NEW and copying back.  The
      *  date step between regenerated rows honors the loan's
      *  PAYMENT-FREQUENCY the same way LOAN-AMORTIZE does, and so
      *  does each row's interest: the even periodic rate on a 30/360
      *  loan, DAY-COUNT-INTEREST's calendar-day figure on an
      *  Actual/365 or Actual/Actual loan.
      *================================================================

       ENVIRONMENT DIVISION.
           88  RECALC-SEMIMONTHLY   VALUE 'S'.
       01  WS-SEMI-HALF            PIC 9 VALUE ZERO.
       01  WS-DAYS-TO-ADD          PIC 9(2) COMP.
       01  WS-PERIOD-START-DATE    PIC 9(8).
       01  WS-LOAN-RATE            PIC 9(3)V99.
       01  WS-DAY-COUNT-BASIS      PIC X VALUE 'T'.
           88  RECALC-30-360        VALUE 'T' ' '.
       01  WS-DCI-BASIS            PIC X.
       01  WS-DCI-FROM-DATE        PIC 9(8).
       01  WS-DCI-TO-DATE          PIC 9(8).
       01  WS-DCI-PRINCIPAL        PIC 9(7)V99.
       01  WS-DCI-RATE             PIC 9(3)V99.
       01  WS-DCI-DAYS             PIC S9(5).
       01  WS-DCI-PER-DIEM         PIC 9(5)V9(4).
       01  WS-DCI-INTEREST         PIC 9(7)V99.
       01  WS-CTL-STEP-NAME        PIC X(20).
       01  WS-CTL-RECORDS-READ     PIC 9(7).
       01  WS-CTL-RECORDS-WRITTEN  PIC 9(7).
       01  WS-CTL-DOLLARS-IN       PIC 9(9)V99.
       01  WS-CTL-DOLLARS-OUT      PIC 9(9)V99.
       01  WS-TIMER-MODE          PIC X.
       01  WS-TIMER-START-DATE    PIC 9(8).
       01  WS-TIMER-START-TIME    PIC 9(6).

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       MOVE 'S' TO WS-TIMER-MODE
       CALL 'STEP-TIMER' USING WS-TIMER-MODE
                                WS-TIMER-START-DATE
                                WS-TIMER-START-TIME

       DISPLAY 'Enter Loan ID: '
       ACCEPT WS-TARGET-LOAN-ID
       CALL 'CHECK-LOAN-ACCESS' USING WS-TARGET-LOAN-ID
                                      WS-LOAN-ACCESS
       IF NOT LOAN-ACCESS-ALLOWED
           STOP RUN
       END-IF
       DISPLAY 'Enter Payment Due Date Overpaid (YYYYMMDD): '
       ACCEPT WS-TARGET-DUE-DATE
       DISPLAY 'Enter Extra Principal Amount Paid: '
      *  interest-only window or delete a balloon row; those
      *  structures are reworked through LOAN-MODIFICATION where the
      *  terms are captured deliberately.
      *  A home-equity line has no fixed schedule at all; extra
      *  principal simply lowers the next cycle's minimum payment.
           IF TYPE-HELOC
               DISPLAY 'Loan Is A Home-Equity Line - Minimum Payment '
                   'Is Billed Per Cycle, No Recalc Needed: '
                   WS-TARGET-LOAN-ID
               CLOSE LOAN-FILE
               STOP RUN
           END-IF
      *  A precomputed contract's installments are fixed by the
      *  contract; extra money on one comes off the payoff through
      *  the rebate, not by shortening the schedule.
           IF INTMETH-PRECOMPUTED
               DISPLAY 'Loan Is A Precomputed Contract - Schedule Is '
                   'Fixed, Recalc Not Supported: ' WS-TARGET-LOAN-ID
               CLOSE LOAN-FILE
               STOP RUN
           END-IF
           IF NOT AMORT-LEVEL
               DISPLAY 'Loan Is Not Level-Amortizing - Recalc Not '
                   'Supported For This Structure: '
           END-IF

           MOVE PAYMENT-FREQUENCY TO WS-PAYMENT-FREQUENCY
           MOVE DAY-COUNT-BASIS   TO WS-DAY-COUNT-BASIS
           MOVE INTEREST-RATE     TO WS-LOAN-RATE
           EVALUATE TRUE
               WHEN RECALC-BIWEEKLY
                   COMPUTE WS-MONTHLY-RATE = INTEREST-RATE / 100 / 26
      *  The date step honors the loan's PAYMENT-FREQUENCY the same
      *  way LOAN-AMORTIZE generates it in the first place.
       GENERATE-NEXT-SCHEDULE-ROW.
           MOVE WS-NEXT-DUE-DATE TO WS-PERIOD-START-DATE
           MOVE WS-NEXT-DUE-DATE(1:4) TO WS-DUE-YEAR
           MOVE WS-NEXT-DUE-DATE(5:2) TO WS-DUE-MONTH
           MOVE WS-NEXT-DUE-DATE(7:2) TO WS-DUE-DAY
           MOVE WS-DUE-MONTH      TO WS-NEXT-DUE-DATE(5:2)
           MOVE WS-ACTUAL-DUE-DAY TO WS-NEXT-DUE-DATE(7:2)

           IF RECALC-30-360
               COMPUTE WS-INTEREST-PORTION ROUNDED =
                   WS-REMAINING-BALANCE * WS-MONTHLY-RATE
           ELSE
               PERFORM COMPUTE-ACTUAL-DAY-INTEREST
           END-IF

           MOVE WS-TARGET-LOAN-ID
               TO LOAN-ID OF PAYMENT-SCHEDULE-REC
           END-WRITE
           ADD 1 TO WS-ROWS-GENERATED.

      *----------------------------------------------------------------
      *  Calendar-day interest for the period from the prior row's
      *  due date to this one.
      *----------------------------------------------------------------
       COMPUTE-ACTUAL-DAY-INTEREST.
           MOVE WS-DAY-COUNT-BASIS   TO WS-DCI-BASIS
           MOVE WS-PERIOD-START-DATE TO WS-DCI-FROM-DATE
           MOVE WS-NEXT-DUE-DATE     TO WS-DCI-TO-DATE
           MOVE WS-REMAINING-BALANCE TO WS-DCI-PRINCIPAL
           MOVE WS-LOAN-RATE         TO WS-DCI-RATE
           CALL 'DAY-COUNT-INTEREST' USING WS-DCI-BASIS
                                            WS-DCI-FROM-DATE
                                            WS-DCI-TO-DATE
                                            WS-DCI-PRINCIPAL
                                            WS-DCI-RATE
                                            WS-DCI-DAYS
                                            WS-DCI-PER-DIEM
                                            WS-DCI-INTEREST
           MOVE WS-DCI-INTEREST TO WS-INTEREST-PORTION.

       ADD-ONE-DAY.
           PERFORM FIND-LAST-DAY-OF-MONTH
           IF WS-DUE-DAY < WS-LAST-DAY-OF-MONTH
