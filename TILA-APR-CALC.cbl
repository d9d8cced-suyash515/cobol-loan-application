       IDENTIFICATION DIVISION.
       PROGRAM-ID. TILA-APR-CALC.

      *================================================================
      *  Callable subprogram.  The one place the Truth-in-Lending
      *  figures for a closed-end loan are worked out, so the
      *  disclosure TILA-DISCLOSURE prints and the check LOAN-FUNDING
      *  makes before money moves can never be figured two ways:
      *
      *      prepaid finance charges  ORIGINATION and DOC PREP fees
      *                               from FEE-SCHEDULE-FILE as of
      *                               the funding date, plus any
      *                               rate-lock extension fees
      *                               carried on the application's
      *                               RATE_LOCK.DAT lock
      *      amount financed          loan amount less the prepaid
      *                               finance charges
      *      total of payments        every row on the loan's
      *                               PAYMENT-SCHEDULE-FILE stream
      *      finance charge           total of payments less the
      *                               amount financed
      *      APR                      actuarial method: the rate per
      *                               unit period that discounts the
      *                               payment stream back to the
      *                               amount financed, times the unit
      *                               periods in a year
      *
      *  The unit period follows the loan's PAYMENT-FREQUENCY --
      *  a month (12 a year), a half-month of 15 days (24) or 14
      *  days (26).  The odd first period from funding to the first
      *  due date counts whole unit periods plus a simple-interest
      *  fraction, its days figured 30/360 on monthly and semi-
      *  monthly loans and in calendar days on bi-weekly loans.  The
      *  rate is found by halving the interval between zero and 10%
      *  per period until it no longer moves the fourth decimal of
      *  the APR.  WS-APR-COMPUTED comes back 'N' when the loan has
      *  no schedule to disclose.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-LOCK-FILE ASSIGN TO 'RATE_LOCK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF RATE-LOCK-REC
               FILE STATUS IS RATE-LOCK-FILE-STATUS.

           SELECT PAYMENT-SCHEDULE-FILE
               ASSIGN TO 'PAYMENT_SCHEDULE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHEDULE-KEY OF PAYMENT-SCHEDULE-REC
               FILE STATUS IS SCHED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-SCHEDULE-FILE.
       COPY PAYSCHREC.

       FD  RATE-LOCK-FILE.
       COPY RATELOCKREC.

       WORKING-STORAGE SECTION.
       01  SCHED-FILE-STATUS      PIC XX.
           88  SCHED-FILE-OK       VALUE '00'.
       01  RATE-LOCK-FILE-STATUS  PIC XX.
           88  RATE-LOCK-FILE-OK   VALUE '00'.
       01  WS-END-OF-SCHEDULE     PIC X VALUE 'N'.
           88  END-OF-SCHEDULE     VALUE 'Y'.

       01  WS-FEE-TYPE            PIC X(20).
       01  WS-FEE-AMOUNT          PIC 9(7)V99.
       01  WS-FEE-FOUND           PIC X.
           88  FEE-WAS-FOUND       VALUE 'Y'.

      *  The payment stream, in due-date order.  1,200 rows covers a
      *  thirty-year note paid bi-weekly with room to spare.
       01  WS-PAYMENT-COUNT       PIC 9(4) COMP VALUE ZERO.
       01  WS-PAYMENT-TABLE.
           05  WS-PAYMENT-ROW OCCURS 1200 TIMES.
               10  WS-ROW-DUE-DATE PIC 9(8).
               10  WS-ROW-AMOUNT  PIC 9(7)V99.
       01  WS-PMT-IX              PIC 9(4) COMP.

       01  WS-UNIT-DAYS           PIC 9(2).
       01  WS-PERIODS-PER-YEAR    PIC 9(2).
       01  WS-FIRST-PERIOD-SPAN   PIC 9(4)V9(6).
       01  WS-WHOLE-PERIODS       PIC 9(4).
       01  WS-FRACTION            PIC 9V9(6).

       01  WS-RATE-LOW            PIC 9V9(12) COMP-3.
       01  WS-RATE-HIGH           PIC 9V9(12) COMP-3.
       01  WS-RATE-MID            PIC 9V9(12) COMP-3.
       01  WS-ODD-DAYS-FACTOR     PIC 9V9(12) COMP-3.
       01  WS-FIRST-GROWTH        PIC 9(3)V9(12) COMP-3.
       01  WS-DISCOUNT            PIC 9V9(15) COMP-3.
       01  WS-PRESENT-VALUE       PIC 9(9)V9(6) COMP-3.

       01  WS-DCI-BASIS           PIC X.
       01  WS-DCI-FROM-DATE       PIC 9(8).
       01  WS-DCI-TO-DATE         PIC 9(8).
       01  WS-DCI-PRINCIPAL       PIC 9(7)V99 VALUE ZERO.
       01  WS-DCI-RATE            PIC 9(3)V99 VALUE ZERO.
       01  WS-DCI-DAYS            PIC S9(5).
       01  WS-DCI-PER-DIEM        PIC 9(5)V9(4).
       01  WS-DCI-INTEREST        PIC 9(7)V99.

       LINKAGE SECTION.
       01  WS-APR-LOAN-ID         PIC 9(5).
       01  WS-APR-APPLICATION-ID  PIC 9(5).
       01  WS-APR-LOAN-AMOUNT     PIC 9(7)V99.
       01  WS-APR-FREQUENCY       PIC X.
           88  APR-FREQ-BIWEEKLY   VALUE 'B'.
           88  APR-FREQ-SEMIMONTHLY VALUE 'S'.
       01  WS-APR-FUNDING-DATE    PIC 9(8).
       01  WS-APR-PREPAID-FEES    PIC 9(7)V99.
       01  WS-APR-AMOUNT-FINANCED PIC 9(7)V99.
       01  WS-APR-TOTAL-PAYMENTS  PIC 9(9)V99.
       01  WS-APR-FINANCE-CHARGE  PIC 9(9)V99.
       01  WS-APR-PAYMENT-COUNT   PIC 9(4).
       01  WS-APR-RATE            PIC 9(3)V9(4).
       01  WS-APR-COMPUTED        PIC X.
           88  APR-WAS-COMPUTED    VALUE 'Y'.

       PROCEDURE DIVISION USING WS-APR-LOAN-ID
                                 WS-APR-APPLICATION-ID
                                 WS-APR-LOAN-AMOUNT
                                 WS-APR-FREQUENCY
                                 WS-APR-FUNDING-DATE
                                 WS-APR-PREPAID-FEES
                                 WS-APR-AMOUNT-FINANCED
                                 WS-APR-TOTAL-PAYMENTS
                                 WS-APR-FINANCE-CHARGE
                                 WS-APR-PAYMENT-COUNT
                                 WS-APR-RATE
                                 WS-APR-COMPUTED.

       MOVE 'N' TO WS-APR-COMPUTED
       MOVE ZERO TO WS-APR-PREPAID-FEES
       MOVE ZERO TO WS-APR-TOTAL-PAYMENTS
       MOVE ZERO TO WS-APR-FINANCE-CHARGE
       MOVE ZERO TO WS-APR-PAYMENT-COUNT
       MOVE ZERO TO WS-APR-RATE

       MOVE 'ORIGINATION' TO WS-FEE-TYPE
       PERFORM ADD-PREPAID-FEE
       MOVE 'DOC PREP' TO WS-FEE-TYPE
       PERFORM ADD-PREPAID-FEE
       PERFORM ADD-LOCK-EXTENSION-FEES
       IF WS-APR-PREPAID-FEES > WS-APR-LOAN-AMOUNT
           MOVE WS-APR-LOAN-AMOUNT TO WS-APR-PREPAID-FEES
       END-IF
       COMPUTE WS-APR-AMOUNT-FINANCED =
           WS-APR-LOAN-AMOUNT - WS-APR-PREPAID-FEES

       PERFORM LOAD-PAYMENT-STREAM
       IF WS-PAYMENT-COUNT = ZERO
           GOBACK
       END-IF
       MOVE WS-PAYMENT-COUNT TO WS-APR-PAYMENT-COUNT

       IF WS-APR-TOTAL-PAYMENTS > WS-APR-AMOUNT-FINANCED
           COMPUTE WS-APR-FINANCE-CHARGE =
               WS-APR-TOTAL-PAYMENTS - WS-APR-AMOUNT-FINANCED
       END-IF

       EVALUATE TRUE
           WHEN APR-FREQ-BIWEEKLY
               MOVE 14 TO WS-UNIT-DAYS
               MOVE 26 TO WS-PERIODS-PER-YEAR
               MOVE 'A' TO WS-DCI-BASIS
           WHEN APR-FREQ-SEMIMONTHLY
               MOVE 15 TO WS-UNIT-DAYS
               MOVE 24 TO WS-PERIODS-PER-YEAR
               MOVE 'T' TO WS-DCI-BASIS
           WHEN OTHER
               MOVE 30 TO WS-UNIT-DAYS
               MOVE 12 TO WS-PERIODS-PER-YEAR
               MOVE 'T' TO WS-DCI-BASIS
       END-EVALUATE

       PERFORM FIND-FIRST-PERIOD

       IF WS-APR-FINANCE-CHARGE > ZERO
          AND WS-APR-AMOUNT-FINANCED > ZERO
           MOVE ZERO TO WS-RATE-LOW
           MOVE 0.10 TO WS-RATE-HIGH
           PERFORM NARROW-PERIODIC-RATE 40 TIMES
           COMPUTE WS-APR-RATE ROUNDED =
               (WS-RATE-LOW + WS-RATE-HIGH) / 2
               * WS-PERIODS-PER-YEAR * 100
       END-IF

       MOVE 'Y' TO WS-APR-COMPUTED

       GOBACK.

       ADD-PREPAID-FEE.
           CALL 'FEE-LOOKUP' USING WS-FEE-TYPE
                                    WS-APR-FUNDING-DATE
                                    WS-FEE-AMOUNT
                                    WS-FEE-FOUND
           IF FEE-WAS-FOUND
               ADD WS-FEE-AMOUNT TO WS-APR-PREPAID-FEES
           END-IF.

      *  Extension fees are charged on the lock, not the schedule, so
      *  they are what the lock says was charged.  A lock cancelled
      *  before approval never priced this loan.
       ADD-LOCK-EXTENSION-FEES.
           IF WS-APR-APPLICATION-ID > ZERO
               OPEN INPUT RATE-LOCK-FILE
               IF RATE-LOCK-FILE-OK
                   MOVE WS-APR-APPLICATION-ID
                       TO LOAN-ID OF RATE-LOCK-REC
                   READ RATE-LOCK-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF NOT LOCK-CANCELLED
                               ADD EXTENSION-FEES
                                   TO WS-APR-PREPAID-FEES
                           END-IF
                   END-READ
                   CLOSE RATE-LOCK-FILE
               END-IF
           END-IF.

       LOAD-PAYMENT-STREAM.
           MOVE ZERO TO WS-PAYMENT-COUNT
           MOVE 'N' TO WS-END-OF-SCHEDULE
           OPEN INPUT PAYMENT-SCHEDULE-FILE
           IF SCHED-FILE-OK
               MOVE WS-APR-LOAN-ID
                   TO LOAN-ID OF PAYMENT-SCHEDULE-REC
               MOVE ZERO TO PAYMENT-DUE-DATE
               START PAYMENT-SCHEDULE-FILE KEY IS NOT LESS THAN
                       SCHEDULE-KEY OF PAYMENT-SCHEDULE-REC
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-SCHEDULE
               END-START
               PERFORM LOAD-NEXT-PAYMENT
                   UNTIL END-OF-SCHEDULE
               CLOSE PAYMENT-SCHEDULE-FILE
           END-IF.

       LOAD-NEXT-PAYMENT.
           READ PAYMENT-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-SCHEDULE
               NOT AT END
                   IF LOAN-ID OF PAYMENT-SCHEDULE-REC
                           NOT = WS-APR-LOAN-ID
                      OR WS-PAYMENT-COUNT = 1200
                       MOVE 'Y' TO WS-END-OF-SCHEDULE
                   ELSE
                       ADD 1 TO WS-PAYMENT-COUNT
                       MOVE PAYMENT-DUE-DATE
                           TO WS-ROW-DUE-DATE (WS-PAYMENT-COUNT)
                       MOVE PAYMENT-AMOUNT OF PAYMENT-SCHEDULE-REC
                           TO WS-ROW-AMOUNT (WS-PAYMENT-COUNT)
                       ADD PAYMENT-AMOUNT OF PAYMENT-SCHEDULE-REC
                           TO WS-APR-TOTAL-PAYMENTS
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Funding to the first due date, in unit periods: the whole
      *  periods compound, the odd days left over earn simple
      *  interest.  A first due date on or before funding is taken
      *  as one regular period.
      *----------------------------------------------------------------
       FIND-FIRST-PERIOD.
           MOVE WS-APR-FUNDING-DATE TO WS-DCI-FROM-DATE
           MOVE WS-ROW-DUE-DATE (1) TO WS-DCI-TO-DATE
           MOVE ZERO TO WS-DCI-DAYS
           CALL 'DAY-COUNT-INTEREST' USING WS-DCI-BASIS
                                            WS-DCI-FROM-DATE
                                            WS-DCI-TO-DATE
                                            WS-DCI-PRINCIPAL
                                            WS-DCI-RATE
                                            WS-DCI-DAYS
                                            WS-DCI-PER-DIEM
                                            WS-DCI-INTEREST
           IF WS-DCI-DAYS > ZERO
               COMPUTE WS-FIRST-PERIOD-SPAN =
                   WS-DCI-DAYS / WS-UNIT-DAYS
           ELSE
               MOVE 1 TO WS-FIRST-PERIOD-SPAN
           END-IF
           MOVE WS-FIRST-PERIOD-SPAN TO WS-WHOLE-PERIODS
           COMPUTE WS-FRACTION =
               WS-FIRST-PERIOD-SPAN - WS-WHOLE-PERIODS.

      *----------------------------------------------------------------
      *  One halving step.  Discounted at too low a rate the stream
      *  is worth more than the amount financed, so the true rate
      *  lies above the midpoint; otherwise at or below it.
      *----------------------------------------------------------------
       NARROW-PERIODIC-RATE.
           COMPUTE WS-RATE-MID = (WS-RATE-LOW + WS-RATE-HIGH) / 2
           PERFORM DISCOUNT-PAYMENT-STREAM
           IF WS-PRESENT-VALUE > WS-APR-AMOUNT-FINANCED
               MOVE WS-RATE-MID TO WS-RATE-LOW
           ELSE
               MOVE WS-RATE-MID TO WS-RATE-HIGH
           END-IF.

       DISCOUNT-PAYMENT-STREAM.
           MOVE ZERO TO WS-PRESENT-VALUE
           COMPUTE WS-FIRST-GROWTH ROUNDED =
               (1 + WS-RATE-MID) ** WS-WHOLE-PERIODS
           COMPUTE WS-ODD-DAYS-FACTOR ROUNDED =
               1 + WS-FRACTION * WS-RATE-MID
           COMPUTE WS-FIRST-GROWTH ROUNDED =
               WS-FIRST-GROWTH * WS-ODD-DAYS-FACTOR
           COMPUTE WS-DISCOUNT ROUNDED = 1 / WS-FIRST-GROWTH
           PERFORM DISCOUNT-NEXT-PAYMENT
               VARYING WS-PMT-IX FROM 1 BY 1
               UNTIL WS-PMT-IX > WS-PAYMENT-COUNT.

       DISCOUNT-NEXT-PAYMENT.
           COMPUTE WS-PRESENT-VALUE ROUNDED = WS-PRESENT-VALUE
               + WS-ROW-AMOUNT (WS-PMT-IX) * WS-DISCOUNT
           COMPUTE WS-DISCOUNT ROUNDED =
               WS-DISCOUNT / (1 + WS-RATE-MID).
