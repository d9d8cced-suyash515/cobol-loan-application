       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPRICING-GAP-REPORT.

      *================================================================
      *  Quarter-end interest-rate sensitivity report for ALCO --
      *  when the loan book reprices, as CASH-FLOW-PROJECTION is
      *  when its cash comes in.  Over the ACTIVE and DEFAULT book
      *  as of the operator's quarter-end date:
      *
      *      1. Repricing gap.  Balances fall into the standard
      *         bands (0-3 months, 3-12 months, 1-3 years, 3-5
      *         years, over 5 years):
      *           - a fixed-rate loan reprices as its principal
      *             comes back: each unpaid PAYMENT_SCHEDULE.DAT
      *             row's principal in the month it falls due, the
      *             expected prepayments month by month, and what
      *             is left at maturity (a loan with no schedule
      *             rows is taken at LOAN-TERM months);
      *           - a variable-rate loan (one carrying a
      *             RATE-INDEX-NAME) reprices whole at its next
      *             reset: the effective date of a reprice staged
      *             on PENDING_REPRICE.DAT, else GAP RESET MOS
      *             months out (1 when no parameter is on file --
      *             index loans follow every index move);
      *           - nonaccrual loans earn nothing and are shown
      *             apart as not rate sensitive.
      *      2. Prepayment speeds.  An annual rate per LOAN-TYPE
      *         from our own payoff history: PAYOFF dollars on
      *         TRANSACTION.DAT over the last twelve months against
      *         those dollars plus the type's book today (the whole
      *         book's rate where a type has no payoffs).
      *      3. Net interest income at risk.  The change in the
      *         next twelve months' interest income under parallel
      *         shocks of +/-100, 200 and 300 basis points.  Fixed
      *         principal repricing inside the year is reinvested
      *         at the shocked rate for the rest of the year;
      *         variable loans step to the shocked rate at each
      *         reset, each step held to the PERIODIC-RATE-CAP and
      *         the result held between RATE-FLOOR and
      *         LIFETIME-RATE-CAP.  Prepayment speeds are held
      *         constant across the shocks.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-REC
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF LOAN-REC
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO 'TRANSACTION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID OF TRANSACTION-REC
               ALTERNATE RECORD KEY IS LOAN-ID OF TRANSACTION-REC
                   WITH DUPLICATES
               FILE STATUS IS TRAN-FILE-STATUS.

           SELECT PAYMENT-SCHEDULE-FILE
               ASSIGN TO 'PAYMENT_SCHEDULE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHEDULE-KEY OF PAYMENT-SCHEDULE-REC
               FILE STATUS IS SCHED-FILE-STATUS.

           SELECT PENDING-REPRICE-FILE
               ASSIGN TO 'PENDING_REPRICE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF PENDING-REPRICE-REC
               FILE STATUS IS PENDING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       COPY LOANREC.

       FD  TRANSACTION-FILE.
       COPY TRANREC.

       FD  PAYMENT-SCHEDULE-FILE.
       COPY PAYSCHREC.

       FD  PENDING-REPRICE-FILE.
       COPY PENDREPRICEREC.

       WORKING-STORAGE SECTION.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
       01  TRAN-FILE-STATUS        PIC XX.
           88  TRAN-FILE-OK         VALUE '00'.
       01  SCHED-FILE-STATUS       PIC XX.
           88  SCHED-FILE-OK        VALUE '00'.
       01  PENDING-FILE-STATUS     PIC XX.
           88  PENDING-FILE-OK      VALUE '00'.

      *  Open-success flags: the FILE STATUS fields roll with every
      *  READ (a loan with no staged reprice leaves 23 behind), so
      *  the per-loan lookups guard on these, set at each OPEN.
       01  WS-SCHED-OPENED         PIC X VALUE 'N'.
           88  SCHED-WAS-OPENED     VALUE 'Y'.
       01  WS-PENDING-OPENED       PIC X VALUE 'N'.
           88  PENDING-WAS-OPENED   VALUE 'Y'.

       01  WS-END-OF-LOANS         PIC X VALUE 'N'.
           88  END-OF-LOANS         VALUE 'Y'.
       01  WS-END-OF-TRANSACTIONS  PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS  VALUE 'Y'.
       01  WS-END-OF-SCHEDULE      PIC X VALUE 'N'.
           88  END-OF-SCHEDULE      VALUE 'Y'.

       01  WS-REPORT-DATE          PIC 9(8).
       01  WS-REPORT-DATE-PARTS REDEFINES WS-REPORT-DATE.
           05  WS-REPORT-YEAR      PIC 9(4).
           05  WS-REPORT-MONTH     PIC 9(2).
           05  WS-REPORT-DAY       PIC 9(2).
       01  WS-LOOKBACK-DATE        PIC 9(8).
       01  WS-TARGET-DATE          PIC 9(8).
       01  WS-TARGET-DATE-PARTS REDEFINES WS-TARGET-DATE.
           05  WS-TARGET-YEAR      PIC 9(4).
           05  WS-TARGET-MONTH     PIC 9(2).
           05  WS-TARGET-DAY       PIC 9(2).
       01  WS-MONTHS-OUT           PIC S9(5).

       01  WS-PARM-NAME            PIC X(20).
       01  WS-PARM-VALUE           PIC 9(7)V99.
       01  WS-PARM-FOUND           PIC X.
           88  PARM-WAS-FOUND       VALUE 'Y'.
      *  Months between resets for an index loan with no reprice
      *  staged yet.
       01  WS-RESET-MONTHS         PIC 9(3) VALUE 1.

      *  Time bands.
       01  WS-BAND-LABELS.
           05  FILLER              PIC X(12) VALUE '0-3 MONTHS'.
           05  FILLER              PIC X(12) VALUE '3-12 MONTHS'.
           05  FILLER              PIC X(12) VALUE '1-3 YEARS'.
           05  FILLER              PIC X(12) VALUE '3-5 YEARS'.
           05  FILLER              PIC X(12) VALUE 'OVER 5 YEARS'.
       01  WS-BAND-LABEL-TABLE REDEFINES WS-BAND-LABELS.
           05  WS-BAND-LABEL OCCURS 5 TIMES PIC X(12).
       01  WS-BAND-TOTALS.
           05  WS-BAND-ENTRY OCCURS 5 TIMES.
               10  WS-BAND-FIXED       PIC 9(11)V99.
               10  WS-BAND-VARIABLE    PIC 9(11)V99.
       01  WS-BAND-IX              PIC 9 COMP.
       01  WS-BAND-TOTAL           PIC 9(11)V99.
       01  WS-CUMULATIVE-GAP       PIC 9(11)V99.
       01  WS-CUMULATIVE-PCT       PIC 9(3)V99.

      *  Parallel rate shocks in basis points.
       01  WS-SHOCK-VALUES.
           05  FILLER              PIC S9(3) VALUE +100.
           05  FILLER              PIC S9(3) VALUE -100.
           05  FILLER              PIC S9(3) VALUE +200.
           05  FILLER              PIC S9(3) VALUE -200.
           05  FILLER              PIC S9(3) VALUE +300.
           05  FILLER              PIC S9(3) VALUE -300.
       01  WS-SHOCK-TABLE REDEFINES WS-SHOCK-VALUES.
           05  WS-SHOCK-BP OCCURS 6 TIMES PIC S9(3).
       01  WS-NII-TABLE.
           05  WS-NII-DELTA OCCURS 6 TIMES PIC S9(11)V99.
       01  WS-SHOCK-IX             PIC 9 COMP.

      *  Prepayment speed by loan type, with the whole book's rate
      *  kept apart for types that have no payoff history.
       01  WS-SPEED-TABLE.
           05  WS-SPD-ENTRY OCCURS 10 TIMES.
               10  WS-SPD-LOAN-TYPE    PIC X(20).
               10  WS-SPD-BOOK         PIC 9(11)V99.
               10  WS-SPD-PAYOFFS      PIC 9(11)V99.
               10  WS-SPD-ANNUAL       PIC 9V9(6).
               10  WS-SPD-MONTHLY      PIC 9V9(8).
       01  WS-SPEED-ENTRIES        PIC 9(3) COMP VALUE ZERO.
       01  WS-SPD-IX               PIC 9(3) COMP.
       01  WS-HIT-IX               PIC 9(3) COMP.
       01  WS-ENTRY-FOUND          PIC X.
           88  ENTRY-FOUND          VALUE 'Y'.
       01  WS-BOOK-PAYOFFS         PIC 9(11)V99 VALUE ZERO.
       01  WS-BOOK-TOTAL           PIC 9(11)V99 VALUE ZERO.
       01  WS-BOOK-ANNUAL          PIC 9V9(6) VALUE ZERO.
       01  WS-BOOK-MONTHLY         PIC 9V9(8) VALUE ZERO.
       01  WS-SPEED-TYPE           PIC X(20).

      *  One fixed loan's scheduled principal by month out.
       01  WS-RUNOFF-TABLE.
           05  WS-RUNOFF-PRINCIPAL OCCURS 480 TIMES PIC 9(7)V99.
       01  WS-MATURITY-MONTH       PIC 9(3) COMP.
       01  WS-MONTH-IX             PIC 9(3) COMP.
       01  WS-RUNOFF-BALANCE       PIC 9(7)V99.
       01  WS-REPRICE-AMOUNT       PIC 9(7)V99.
       01  WS-PREPAY-AMOUNT        PIC 9(7)V99.
       01  WS-LOAN-MONTHLY         PIC 9V9(8).

      *  One variable loan's path under a shock.
       01  WS-RESET-MONTH          PIC 9(3) COMP.
       01  WS-SHOCKED-RATE         PIC S9(3)V99.
       01  WS-TARGET-RATE          PIC S9(3)V99.
       01  WS-STEP-RATE            PIC S9(3)V99.
       01  WS-PATH-RATE            PIC S9(3)V99.

      *  Book totals.
       01  WS-BOOK-LOANS           PIC 9(5) COMP VALUE ZERO.
       01  WS-SENSITIVE-BALANCE    PIC 9(11)V99 VALUE ZERO.
       01  WS-NONACCRUAL-COUNT     PIC 9(5) COMP VALUE ZERO.
       01  WS-NONACCRUAL-BALANCE   PIC 9(11)V99 VALUE ZERO.
       01  WS-AT-CAP-COUNT         PIC 9(5) COMP VALUE ZERO.
       01  WS-AT-CAP-BALANCE       PIC 9(11)V99 VALUE ZERO.
       01  WS-AT-FLOOR-COUNT       PIC 9(5) COMP VALUE ZERO.
       01  WS-AT-FLOOR-BALANCE     PIC 9(11)V99 VALUE ZERO.
       01  WS-STAGED-COUNT         PIC 9(5) COMP VALUE ZERO.
       01  WS-BASE-NII             PIC 9(11)V99 VALUE ZERO.
       01  WS-NII-PCT              PIC S9(3)V99.

       01  WS-EDIT-COUNT           PIC ZZ,ZZ9.
       01  WS-EDIT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-FIXED           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-VARIABLE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-DELTA           PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-PCT             PIC ZZ9.99.
       01  WS-EDIT-SIGNED-PCT      PIC -ZZ9.99.
       01  WS-EDIT-SHOCK           PIC -ZZ9.
       01  WS-EDIT-SPEED           PIC ZZ9.99.

       PROCEDURE DIVISION.

       DISPLAY 'Enter Quarter-End Position Date (YYYYMMDD): '
       ACCEPT WS-REPORT-DATE
       COMPUTE WS-LOOKBACK-DATE = WS-REPORT-DATE - 10000

       MOVE 'GAP RESET MOS' TO WS-PARM-NAME
       PERFORM LOOKUP-ONE-PARM
       IF PARM-WAS-FOUND AND WS-PARM-VALUE > ZERO
           MOVE WS-PARM-VALUE TO WS-RESET-MONTHS
       END-IF

       INITIALIZE WS-BAND-TOTALS
       INITIALIZE WS-NII-TABLE
       PERFORM TOTAL-BOOK-BY-TYPE
       PERFORM TOTAL-PAYOFF-HISTORY
       PERFORM FIND-PREPAYMENT-SPEEDS

       OPEN INPUT LOAN-FILE
       IF NOT LOAN-FILE-OK
           DISPLAY 'Error Opening LOAN-FILE.'
           STOP RUN
       END-IF
       OPEN INPUT PAYMENT-SCHEDULE-FILE
       IF SCHED-FILE-OK
           MOVE 'Y' TO WS-SCHED-OPENED
       END-IF
       OPEN INPUT PENDING-REPRICE-FILE
       IF PENDING-FILE-OK
           MOVE 'Y' TO WS-PENDING-OPENED
       END-IF

       MOVE 'N' TO WS-END-OF-LOANS
       PERFORM GAP-NEXT-LOAN UNTIL END-OF-LOANS

       CLOSE LOAN-FILE
       IF SCHED-WAS-OPENED
           CLOSE PAYMENT-SCHEDULE-FILE
       END-IF
       IF PENDING-WAS-OPENED
           CLOSE PENDING-REPRICE-FILE
       END-IF

       PERFORM PRINT-GAP-REPORT

       STOP RUN.

       LOOKUP-ONE-PARM.
           CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                     WS-REPORT-DATE
                                     WS-PARM-VALUE
                                     WS-PARM-FOUND.

      *----------------------------------------------------------------
      *  Prepayment history: today's book and the last twelve
      *  months' payoffs, by loan type.
      *----------------------------------------------------------------
       TOTAL-BOOK-BY-TYPE.
           OPEN INPUT LOAN-FILE
           IF NOT LOAN-FILE-OK
               DISPLAY 'Error Opening LOAN-FILE.'
               STOP RUN
           END-IF
           PERFORM TOTAL-NEXT-BOOK-LOAN UNTIL END-OF-LOANS
           CLOSE LOAN-FILE.

       TOTAL-NEXT-BOOK-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-LOANS
               NOT AT END
                   IF STATUS-ACTIVE OR STATUS-DEFAULT
                       MOVE LOAN-TYPE OF LOAN-REC TO WS-SPEED-TYPE
                       PERFORM FIND-SPEED-ENTRY
                       IF WS-HIT-IX > ZERO
                           ADD LOAN-BALANCE OF LOAN-REC
                               TO WS-SPD-BOOK (WS-HIT-IX)
                       END-IF
                   END-IF
           END-READ.

       TOTAL-PAYOFF-HISTORY.
           OPEN INPUT TRANSACTION-FILE
           IF TRAN-FILE-OK
               OPEN INPUT LOAN-FILE
               PERFORM TOTAL-NEXT-PAYOFF UNTIL END-OF-TRANSACTIONS
               CLOSE LOAN-FILE
               CLOSE TRANSACTION-FILE
           END-IF.

       TOTAL-NEXT-PAYOFF.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-TRANSACTIONS
               NOT AT END
                   IF TYPE-PAYOFF
                      AND PAYMENT-DATE > WS-LOOKBACK-DATE
                      AND PAYMENT-DATE NOT > WS-REPORT-DATE
                       PERFORM TOTAL-ONE-PAYOFF
                   END-IF
           END-READ.

       TOTAL-ONE-PAYOFF.
           ADD PAYMENT-AMOUNT OF TRANSACTION-REC TO WS-BOOK-PAYOFFS
           MOVE LOAN-ID OF TRANSACTION-REC TO LOAN-ID OF LOAN-REC
           READ LOAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LOAN-TYPE OF LOAN-REC TO WS-SPEED-TYPE
                   PERFORM FIND-SPEED-ENTRY
                   IF WS-HIT-IX > ZERO
                       ADD PAYMENT-AMOUNT OF TRANSACTION-REC
                           TO WS-SPD-PAYOFFS (WS-HIT-IX)
                   END-IF
           END-READ.

       FIND-SPEED-ENTRY.
           MOVE ZERO TO WS-HIT-IX
           MOVE 'N' TO WS-ENTRY-FOUND
           PERFORM MATCH-ONE-SPEED
               VARYING WS-SPD-IX FROM 1 BY 1
               UNTIL WS-SPD-IX > WS-SPEED-ENTRIES
                  OR ENTRY-FOUND
           IF WS-HIT-IX = ZERO AND WS-SPEED-ENTRIES < 10
               ADD 1 TO WS-SPEED-ENTRIES
               MOVE WS-SPEED-ENTRIES TO WS-HIT-IX
               MOVE WS-SPEED-TYPE TO WS-SPD-LOAN-TYPE (WS-HIT-IX)
               MOVE ZERO TO WS-SPD-BOOK (WS-HIT-IX)
               MOVE ZERO TO WS-SPD-PAYOFFS (WS-HIT-IX)
               MOVE ZERO TO WS-SPD-ANNUAL (WS-HIT-IX)
               MOVE ZERO TO WS-SPD-MONTHLY (WS-HIT-IX)
           END-IF.

       MATCH-ONE-SPEED.
           IF WS-SPD-LOAN-TYPE (WS-SPD-IX) = WS-SPEED-TYPE
               MOVE WS-SPD-IX TO WS-HIT-IX
               MOVE 'Y' TO WS-ENTRY-FOUND
           END-IF.

      *  Annual rate = payoffs / (payoffs + book); the monthly rate
      *  is the one that compounds to it over twelve months.
       FIND-PREPAYMENT-SPEEDS.
           PERFORM ADD-ONE-TYPE-BOOK
               VARYING WS-SPD-IX FROM 1 BY 1
               UNTIL WS-SPD-IX > WS-SPEED-ENTRIES
           IF WS-BOOK-PAYOFFS > ZERO
               COMPUTE WS-BOOK-ANNUAL ROUNDED = WS-BOOK-PAYOFFS
                   / (WS-BOOK-PAYOFFS + WS-BOOK-TOTAL)
               COMPUTE WS-BOOK-MONTHLY ROUNDED =
                   1 - (1 - WS-BOOK-ANNUAL) ** (1 / 12)
           END-IF
           PERFORM FIND-ONE-TYPE-SPEED
               VARYING WS-SPD-IX FROM 1 BY 1
               UNTIL WS-SPD-IX > WS-SPEED-ENTRIES.

       ADD-ONE-TYPE-BOOK.
           ADD WS-SPD-BOOK (WS-SPD-IX) TO WS-BOOK-TOTAL.

       FIND-ONE-TYPE-SPEED.
           IF WS-SPD-PAYOFFS (WS-SPD-IX) > ZERO
               COMPUTE WS-SPD-ANNUAL (WS-SPD-IX) ROUNDED =
                   WS-SPD-PAYOFFS (WS-SPD-IX)
                   / (WS-SPD-PAYOFFS (WS-SPD-IX)
                      + WS-SPD-BOOK (WS-SPD-IX))
               COMPUTE WS-SPD-MONTHLY (WS-SPD-IX) ROUNDED =
                   1 - (1 - WS-SPD-ANNUAL (WS-SPD-IX)) ** (1 / 12)
           ELSE
               MOVE WS-BOOK-ANNUAL TO WS-SPD-ANNUAL (WS-SPD-IX)
               MOVE WS-BOOK-MONTHLY TO WS-SPD-MONTHLY (WS-SPD-IX)
           END-IF.

      *----------------------------------------------------------------
      *  Each loan into the gap and the shocks.
      *----------------------------------------------------------------
       GAP-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-LOANS
               NOT AT END
                   IF STATUS-ACTIVE OR STATUS-DEFAULT
                       PERFORM GAP-ONE-LOAN
                   END-IF
           END-READ.

       GAP-ONE-LOAN.
           ADD 1 TO WS-BOOK-LOANS
           IF NONACCRUAL
               ADD 1 TO WS-NONACCRUAL-COUNT
               ADD LOAN-BALANCE OF LOAN-REC TO WS-NONACCRUAL-BALANCE
           ELSE
               ADD LOAN-BALANCE OF LOAN-REC TO WS-SENSITIVE-BALANCE
               COMPUTE WS-BASE-NII ROUNDED = WS-BASE-NII
                   + LOAN-BALANCE OF LOAN-REC
                     * INTEREST-RATE OF LOAN-REC / 100
               IF RATE-INDEX-NAME OF LOAN-REC = SPACES
                   PERFORM GAP-FIXED-LOAN
               ELSE
                   PERFORM GAP-VARIABLE-LOAN
               END-IF
           END-IF.

      *  Months from the report month to WS-TARGET-DATE, this
      *  month and anything already past counting as month one.
       FIND-MONTHS-OUT.
           COMPUTE WS-MONTHS-OUT =
               (WS-TARGET-YEAR * 12 + WS-TARGET-MONTH)
               - (WS-REPORT-YEAR * 12 + WS-REPORT-MONTH)
           IF WS-MONTHS-OUT < 1
               MOVE 1 TO WS-MONTHS-OUT
           END-IF
           IF WS-MONTHS-OUT > 480
               MOVE 480 TO WS-MONTHS-OUT
           END-IF.

       FIND-BAND.
           EVALUATE TRUE
               WHEN WS-MONTH-IX NOT > 3
                   MOVE 1 TO WS-BAND-IX
               WHEN WS-MONTH-IX NOT > 12
                   MOVE 2 TO WS-BAND-IX
               WHEN WS-MONTH-IX NOT > 36
                   MOVE 3 TO WS-BAND-IX
               WHEN WS-MONTH-IX NOT > 60
                   MOVE 4 TO WS-BAND-IX
               WHEN OTHER
                   MOVE 5 TO WS-BAND-IX
           END-EVALUATE.

      *----------------------------------------------------------------
      *  Fixed rate: run the balance off month by month -- the
      *  scheduled principal, then the expected prepayment on what
      *  is left, then the remainder at maturity.
      *----------------------------------------------------------------
       GAP-FIXED-LOAN.
           INITIALIZE WS-RUNOFF-TABLE
           MOVE ZERO TO WS-MATURITY-MONTH
           IF SCHED-WAS-OPENED
               PERFORM LOAD-LOAN-SCHEDULE
           END-IF
           IF WS-MATURITY-MONTH = ZERO
               MOVE LOAN-TERM OF LOAN-REC TO WS-MATURITY-MONTH
               IF WS-MATURITY-MONTH = ZERO
                   MOVE 1 TO WS-MATURITY-MONTH
               END-IF
               IF WS-MATURITY-MONTH > 480
                   MOVE 480 TO WS-MATURITY-MONTH
               END-IF
           END-IF

           MOVE LOAN-TYPE OF LOAN-REC TO WS-SPEED-TYPE
           MOVE ZERO TO WS-HIT-IX
           MOVE 'N' TO WS-ENTRY-FOUND
           PERFORM MATCH-ONE-SPEED
               VARYING WS-SPD-IX FROM 1 BY 1
               UNTIL WS-SPD-IX > WS-SPEED-ENTRIES
                  OR ENTRY-FOUND
           IF WS-HIT-IX > ZERO
               MOVE WS-SPD-MONTHLY (WS-HIT-IX) TO WS-LOAN-MONTHLY
           ELSE
               MOVE WS-BOOK-MONTHLY TO WS-LOAN-MONTHLY
           END-IF

           MOVE LOAN-BALANCE OF LOAN-REC TO WS-RUNOFF-BALANCE
           PERFORM RUN-OFF-ONE-MONTH
               VARYING WS-MONTH-IX FROM 1 BY 1
               UNTIL WS-MONTH-IX > WS-MATURITY-MONTH
                  OR WS-RUNOFF-BALANCE = ZERO.

       LOAD-LOAN-SCHEDULE.
           MOVE 'N' TO WS-END-OF-SCHEDULE
           MOVE LOAN-ID OF LOAN-REC
               TO LOAN-ID OF PAYMENT-SCHEDULE-REC
           MOVE ZERO TO PAYMENT-DUE-DATE
           START PAYMENT-SCHEDULE-FILE KEY IS NOT LESS THAN
                   SCHEDULE-KEY OF PAYMENT-SCHEDULE-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-SCHEDULE
           END-START
           PERFORM LOAD-NEXT-SCHEDULE-ROW UNTIL END-OF-SCHEDULE.

       LOAD-NEXT-SCHEDULE-ROW.
           READ PAYMENT-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-SCHEDULE
               NOT AT END
                   IF LOAN-ID OF PAYMENT-SCHEDULE-REC
                       NOT = LOAN-ID OF LOAN-REC
                       MOVE 'Y' TO WS-END-OF-SCHEDULE
                   ELSE
                       IF NOT PAID-YES
                           MOVE PAYMENT-DUE-DATE TO WS-TARGET-DATE
                           PERFORM FIND-MONTHS-OUT
                           MOVE WS-MONTHS-OUT TO WS-MONTH-IX
                           ADD PRINCIPAL-AMOUNT
                               TO WS-RUNOFF-PRINCIPAL (WS-MONTH-IX)
                           IF WS-MONTH-IX > WS-MATURITY-MONTH
                               MOVE WS-MONTH-IX TO WS-MATURITY-MONTH
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       RUN-OFF-ONE-MONTH.
           IF WS-RUNOFF-PRINCIPAL (WS-MONTH-IX) > WS-RUNOFF-BALANCE
               MOVE WS-RUNOFF-BALANCE TO WS-REPRICE-AMOUNT
           ELSE
               MOVE WS-RUNOFF-PRINCIPAL (WS-MONTH-IX)
                   TO WS-REPRICE-AMOUNT
           END-IF
           SUBTRACT WS-REPRICE-AMOUNT FROM WS-RUNOFF-BALANCE
           IF WS-MONTH-IX = WS-MATURITY-MONTH
               ADD WS-RUNOFF-BALANCE TO WS-REPRICE-AMOUNT
               MOVE ZERO TO WS-RUNOFF-BALANCE
           ELSE
               COMPUTE WS-PREPAY-AMOUNT ROUNDED =
                   WS-RUNOFF-BALANCE * WS-LOAN-MONTHLY
               SUBTRACT WS-PREPAY-AMOUNT FROM WS-RUNOFF-BALANCE
               ADD WS-PREPAY-AMOUNT TO WS-REPRICE-AMOUNT
           END-IF
           PERFORM FIND-BAND
           ADD WS-REPRICE-AMOUNT TO WS-BAND-FIXED (WS-BAND-IX)
           IF WS-MONTH-IX < 12
               PERFORM SHOCK-FIXED-REPRICING
                   VARYING WS-SHOCK-IX FROM 1 BY 1
                   UNTIL WS-SHOCK-IX > 6
           END-IF.

      *  Principal repricing in month m earns the shocked rate for
      *  the 12 - m months left in the year.
       SHOCK-FIXED-REPRICING.
           COMPUTE WS-NII-DELTA (WS-SHOCK-IX) ROUNDED =
               WS-NII-DELTA (WS-SHOCK-IX)
               + WS-REPRICE-AMOUNT * WS-SHOCK-BP (WS-SHOCK-IX)
                 * (12 - WS-MONTH-IX) / 120000.

      *----------------------------------------------------------------
      *  Variable rate: the whole balance reprices at the next
      *  reset, and again every GAP RESET MOS months after.
      *----------------------------------------------------------------
       GAP-VARIABLE-LOAN.
           MOVE WS-RESET-MONTHS TO WS-MONTHS-OUT
           IF PENDING-WAS-OPENED
               MOVE LOAN-ID OF LOAN-REC
                   TO LOAN-ID OF PENDING-REPRICE-REC
               READ PENDING-REPRICE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REPRICE-PENDING
                           ADD 1 TO WS-STAGED-COUNT
                           MOVE REPRICE-EFFECTIVE-DATE
                               TO WS-TARGET-DATE
                           PERFORM FIND-MONTHS-OUT
                       END-IF
               END-READ
           END-IF
           MOVE WS-MONTHS-OUT TO WS-MONTH-IX
           PERFORM FIND-BAND
           ADD LOAN-BALANCE OF LOAN-REC
               TO WS-BAND-VARIABLE (WS-BAND-IX)

           IF LIFETIME-RATE-CAP > ZERO
              AND INTEREST-RATE OF LOAN-REC NOT < LIFETIME-RATE-CAP
               ADD 1 TO WS-AT-CAP-COUNT
               ADD LOAN-BALANCE OF LOAN-REC TO WS-AT-CAP-BALANCE
           END-IF
           IF RATE-FLOOR > ZERO
              AND INTEREST-RATE OF LOAN-REC NOT > RATE-FLOOR
               ADD 1 TO WS-AT-FLOOR-COUNT
               ADD LOAN-BALANCE OF LOAN-REC TO WS-AT-FLOOR-BALANCE
           END-IF

           PERFORM SHOCK-VARIABLE-LOAN
               VARYING WS-SHOCK-IX FROM 1 BY 1
               UNTIL WS-SHOCK-IX > 6.

      *  The shocked rate held between the floor (or zero) and the
      *  lifetime cap, then reached one capped step per reset.
       SHOCK-VARIABLE-LOAN.
           COMPUTE WS-TARGET-RATE = INTEREST-RATE OF LOAN-REC
               + WS-SHOCK-BP (WS-SHOCK-IX) / 100
           IF LIFETIME-RATE-CAP > ZERO
              AND WS-TARGET-RATE > LIFETIME-RATE-CAP
               MOVE LIFETIME-RATE-CAP TO WS-TARGET-RATE
           END-IF
           IF WS-TARGET-RATE < RATE-FLOOR
               MOVE RATE-FLOOR TO WS-TARGET-RATE
           END-IF
           IF WS-TARGET-RATE < ZERO
               MOVE ZERO TO WS-TARGET-RATE
           END-IF
           MOVE INTEREST-RATE OF LOAN-REC TO WS-PATH-RATE
           PERFORM STEP-ONE-RESET
               VARYING WS-RESET-MONTH FROM WS-MONTH-IX
                   BY WS-RESET-MONTHS
               UNTIL WS-RESET-MONTH NOT < 12
                  OR WS-PATH-RATE = WS-TARGET-RATE.

       STEP-ONE-RESET.
           COMPUTE WS-STEP-RATE = WS-TARGET-RATE - WS-PATH-RATE
           IF PERIODIC-RATE-CAP > ZERO
               IF WS-STEP-RATE > PERIODIC-RATE-CAP
                   MOVE PERIODIC-RATE-CAP TO WS-STEP-RATE
               END-IF
               IF WS-STEP-RATE < ZERO - PERIODIC-RATE-CAP
                   COMPUTE WS-STEP-RATE = ZERO - PERIODIC-RATE-CAP
               END-IF
           END-IF
           ADD WS-STEP-RATE TO WS-PATH-RATE
           COMPUTE WS-NII-DELTA (WS-SHOCK-IX) ROUNDED =
               WS-NII-DELTA (WS-SHOCK-IX)
               + LOAN-BALANCE OF LOAN-REC * WS-STEP-RATE
                 * (12 - WS-RESET-MONTH) / 1200.

      *----------------------------------------------------------------
      *  The report.
      *----------------------------------------------------------------
       PRINT-GAP-REPORT.
           DISPLAY '============================================'
           DISPLAY '  REPRICING GAP / RATE SENSITIVITY '
               WS-REPORT-DATE
           DISPLAY '============================================'
           MOVE WS-BOOK-LOANS TO WS-EDIT-COUNT
           MOVE WS-SENSITIVE-BALANCE TO WS-EDIT-AMOUNT
           DISPLAY 'Loans ' WS-EDIT-COUNT
               '  Rate-Sensitive Balance ' WS-EDIT-AMOUNT
           DISPLAY ' '
           DISPLAY 'REPRICING GAP          FIXED              '
               'VARIABLE   CUM %'
           MOVE ZERO TO WS-CUMULATIVE-GAP
           PERFORM PRINT-BAND-LINE
               VARYING WS-BAND-IX FROM 1 BY 1
               UNTIL WS-BAND-IX > 5
           MOVE WS-NONACCRUAL-COUNT TO WS-EDIT-COUNT
           MOVE WS-NONACCRUAL-BALANCE TO WS-EDIT-AMOUNT
           DISPLAY '  Not Rate Sensitive (Nonaccrual) '
               WS-EDIT-COUNT ' ' WS-EDIT-AMOUNT
           MOVE WS-STAGED-COUNT TO WS-EDIT-COUNT
           DISPLAY '  Variable Loans With A Staged Reprice: '
               WS-EDIT-COUNT
           MOVE WS-AT-CAP-COUNT TO WS-EDIT-COUNT
           MOVE WS-AT-CAP-BALANCE TO WS-EDIT-AMOUNT
           DISPLAY '  Variable At Lifetime Cap  ' WS-EDIT-COUNT
               ' ' WS-EDIT-AMOUNT
           MOVE WS-AT-FLOOR-COUNT TO WS-EDIT-COUNT
           MOVE WS-AT-FLOOR-BALANCE TO WS-EDIT-AMOUNT
           DISPLAY '  Variable At Rate Floor    ' WS-EDIT-COUNT
               ' ' WS-EDIT-AMOUNT

           DISPLAY ' '
           DISPLAY 'PREPAYMENT SPEEDS (ANNUAL %, LAST 12 MONTHS)'
           PERFORM PRINT-SPEED-LINE
               VARYING WS-SPD-IX FROM 1 BY 1
               UNTIL WS-SPD-IX > WS-SPEED-ENTRIES
           COMPUTE WS-EDIT-SPEED = WS-BOOK-ANNUAL * 100
           DISPLAY '  WHOLE BOOK           ' WS-EDIT-SPEED '%'

           DISPLAY ' '
           MOVE WS-BASE-NII TO WS-EDIT-AMOUNT
           DISPLAY 'NET INTEREST INCOME AT RISK - 12 MONTHS'
           DISPLAY '  Base Annual Interest    ' WS-EDIT-AMOUNT
           PERFORM PRINT-SHOCK-LINE
               VARYING WS-SHOCK-IX FROM 1 BY 1
               UNTIL WS-SHOCK-IX > 6
           DISPLAY '============================================'.

       PRINT-BAND-LINE.
           MOVE WS-BAND-FIXED (WS-BAND-IX) TO WS-EDIT-FIXED
           MOVE WS-BAND-VARIABLE (WS-BAND-IX) TO WS-EDIT-VARIABLE
           COMPUTE WS-BAND-TOTAL = WS-BAND-FIXED (WS-BAND-IX)
               + WS-BAND-VARIABLE (WS-BAND-IX)
           ADD WS-BAND-TOTAL TO WS-CUMULATIVE-GAP
           IF WS-SENSITIVE-BALANCE > ZERO
               COMPUTE WS-CUMULATIVE-PCT ROUNDED =
                   WS-CUMULATIVE-GAP * 100 / WS-SENSITIVE-BALANCE
           ELSE
               MOVE ZERO TO WS-CUMULATIVE-PCT
           END-IF
           MOVE WS-CUMULATIVE-PCT TO WS-EDIT-PCT
           DISPLAY '  ' WS-BAND-LABEL (WS-BAND-IX) ' '
               WS-EDIT-FIXED ' ' WS-EDIT-VARIABLE ' ' WS-EDIT-PCT.

       PRINT-SPEED-LINE.
           COMPUTE WS-EDIT-SPEED = WS-SPD-ANNUAL (WS-SPD-IX) * 100
           DISPLAY '  ' WS-SPD-LOAN-TYPE (WS-SPD-IX) ' '
               WS-EDIT-SPEED '%'.

       PRINT-SHOCK-LINE.
           MOVE WS-SHOCK-BP (WS-SHOCK-IX) TO WS-EDIT-SHOCK
           MOVE WS-NII-DELTA (WS-SHOCK-IX) TO WS-EDIT-DELTA
           IF WS-BASE-NII > ZERO
               COMPUTE WS-NII-PCT ROUNDED =
                   WS-NII-DELTA (WS-SHOCK-IX) * 100 / WS-BASE-NII
           ELSE
               MOVE ZERO TO WS-NII-PCT
           END-IF
           MOVE WS-NII-PCT TO WS-EDIT-SIGNED-PCT
           DISPLAY '  Shock ' WS-EDIT-SHOCK ' bp  Change '
               WS-EDIT-DELTA '  ' WS-EDIT-SIGNED-PCT '%'.
