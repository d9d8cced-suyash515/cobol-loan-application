       IDENTIFICATION DIVISION.
       PROGRAM-ID. MLA-MAPR-CALC.

      *================================================================
      *  Callable subprogram.  Military annual percentage rate for a
      *  closed-end loan that has not been booked yet -- the figure
      *  the Military Lending Act caps for a covered borrower.  The
      *  MAPR is all-in: the ORIGINATION and DOC PREP fees the loan
      *  will carry, from FEE-SCHEDULE-FILE as of the pricing date,
      *  come out of the amount financed, while the borrower repays
      *  the full amount on the level monthly payment LOAN-AMORTIZE
      *  would set.  The rate per month that discounts those
      *  payments back to the amount financed, times twelve, is the
      *  MAPR; it is found by halving the interval between zero and
      *  10% a month, as TILA-APR-CALC does.  There is no schedule
      *  on file yet, so every period is a full month.
      *================================================================

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-FEE-TYPE            PIC X(20).
       01  WS-FEE-AMOUNT          PIC 9(7)V99.
       01  WS-FEE-FOUND           PIC X.
           88  FEE-WAS-FOUND       VALUE 'Y'.

       01  WS-AMOUNT-FINANCED     PIC 9(7)V99.
       01  WS-NOTE-RATE           PIC 9V9(12) COMP-3.
       01  WS-NOTE-GROWTH         PIC 9(5)V9(12) COMP-3.
       01  WS-NOTE-DIVISOR        PIC 9V9(12) COMP-3.
       01  WS-LEVEL-PAYMENT       PIC 9(7)V99.

       01  WS-RATE-LOW            PIC 9V9(12) COMP-3.
       01  WS-RATE-HIGH           PIC 9V9(12) COMP-3.
       01  WS-RATE-MID            PIC 9V9(12) COMP-3.
       01  WS-DISCOUNT            PIC 9V9(15) COMP-3.
       01  WS-PRESENT-VALUE       PIC 9(9)V9(6) COMP-3.

       LINKAGE SECTION.
       01  WS-MAPR-LOAN-AMOUNT    PIC 9(7)V99.
       01  WS-MAPR-TERM           PIC 9(3).
       01  WS-MAPR-NOTE-RATE      PIC 9(3)V99.
       01  WS-MAPR-PRICING-DATE   PIC 9(8).
       01  WS-MAPR-FEES           PIC 9(7)V99.
       01  WS-MAPR-RATE           PIC 9(3)V9(4).

       PROCEDURE DIVISION USING WS-MAPR-LOAN-AMOUNT
                                 WS-MAPR-TERM
                                 WS-MAPR-NOTE-RATE
                                 WS-MAPR-PRICING-DATE
                                 WS-MAPR-FEES
                                 WS-MAPR-RATE.

       MOVE ZERO TO WS-MAPR-FEES
       MOVE ZERO TO WS-MAPR-RATE
       IF WS-MAPR-TERM = ZERO OR WS-MAPR-LOAN-AMOUNT = ZERO
           GOBACK
       END-IF

       MOVE 'ORIGINATION' TO WS-FEE-TYPE
       PERFORM ADD-MAPR-FEE
       MOVE 'DOC PREP' TO WS-FEE-TYPE
       PERFORM ADD-MAPR-FEE
       IF WS-MAPR-FEES > WS-MAPR-LOAN-AMOUNT
           MOVE WS-MAPR-LOAN-AMOUNT TO WS-MAPR-FEES
       END-IF
       COMPUTE WS-AMOUNT-FINANCED =
           WS-MAPR-LOAN-AMOUNT - WS-MAPR-FEES

       PERFORM SET-LEVEL-PAYMENT

       MOVE ZERO TO WS-RATE-LOW
       MOVE 0.10 TO WS-RATE-HIGH
       PERFORM NARROW-MONTHLY-RATE 40 TIMES
       COMPUTE WS-RATE-MID = (WS-RATE-LOW + WS-RATE-HIGH) / 2
       COMPUTE WS-MAPR-RATE ROUNDED = WS-RATE-MID * 12 * 100

       GOBACK.

       ADD-MAPR-FEE.
           CALL 'FEE-LOOKUP' USING WS-FEE-TYPE
                                    WS-MAPR-PRICING-DATE
                                    WS-FEE-AMOUNT
                                    WS-FEE-FOUND
           IF FEE-WAS-FOUND
               ADD WS-FEE-AMOUNT TO WS-MAPR-FEES
           END-IF.

      *----------------------------------------------------------------
      *  The note payment is on the full loan amount at the note
      *  rate; a zero-rate note simply divides the amount by the
      *  term.
      *----------------------------------------------------------------
       SET-LEVEL-PAYMENT.
           IF WS-MAPR-NOTE-RATE = ZERO
               COMPUTE WS-LEVEL-PAYMENT ROUNDED =
                   WS-MAPR-LOAN-AMOUNT / WS-MAPR-TERM
           ELSE
               COMPUTE WS-NOTE-RATE ROUNDED =
                   WS-MAPR-NOTE-RATE / 1200
               MOVE 1 TO WS-NOTE-GROWTH
               PERFORM COMPOUND-NOTE-MONTH WS-MAPR-TERM TIMES
               COMPUTE WS-NOTE-DIVISOR ROUNDED =
                   1 - 1 / WS-NOTE-GROWTH
               COMPUTE WS-LEVEL-PAYMENT ROUNDED =
                   WS-MAPR-LOAN-AMOUNT * WS-NOTE-RATE
               COMPUTE WS-LEVEL-PAYMENT ROUNDED =
                   WS-LEVEL-PAYMENT / WS-NOTE-DIVISOR
           END-IF.

       COMPOUND-NOTE-MONTH.
           COMPUTE WS-NOTE-GROWTH ROUNDED =
               WS-NOTE-GROWTH * (1 + WS-NOTE-RATE).

      *----------------------------------------------------------------
      *  One halving step.  Discounted at too low a rate the
      *  payments are worth more than the amount financed, so the
      *  true rate lies above the midpoint; otherwise at or below.
      *----------------------------------------------------------------
       NARROW-MONTHLY-RATE.
           COMPUTE WS-RATE-MID = (WS-RATE-LOW + WS-RATE-HIGH) / 2
           MOVE ZERO TO WS-PRESENT-VALUE
           MOVE 1 TO WS-DISCOUNT
           PERFORM DISCOUNT-NEXT-PAYMENT WS-MAPR-TERM TIMES
           IF WS-PRESENT-VALUE > WS-AMOUNT-FINANCED
               MOVE WS-RATE-MID TO WS-RATE-LOW
           ELSE
               MOVE WS-RATE-MID TO WS-RATE-HIGH
           END-IF.

       DISCOUNT-NEXT-PAYMENT.
           COMPUTE WS-DISCOUNT ROUNDED =
               WS-DISCOUNT / (1 + WS-RATE-MID)
           COMPUTE WS-PRESENT-VALUE ROUNDED = WS-PRESENT-VALUE
               + WS-LEVEL-PAYMENT * WS-DISCOUNT.
