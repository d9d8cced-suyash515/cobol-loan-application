       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELOC-LINE-CYCLE.

      *================================================================
      *  Nightly home-equity line processing, run after the
      *  delinquency snapshot is written and before the letters and
      *  statements:
      *
      *      1. Billing - every ACTIVE HELOC in tonight's statement
      *         cycle (LOAN-ID modulo STMT CYCLE COUNT, the same
      *         derivation CUSTOMER-STATEMENT uses) with a balance
      *         and no bill already open past the run date gets one
      *         PAYMENT_SCHEDULE.DAT row due a month out.  During
      *         the draw period the minimum is the cycle's interest,
      *         or HELOC-MIN-PAY-PCT of the balance where the line
      *         bills by percent (never less than the interest).
      *         Once the draw period ends the balance amortizes,
      *         level, over what is left of REPAY-PERIOD-MONTHS.
      *         Cycle interest is a month of DAY-COUNT-INTEREST on
      *         the balance at the GET-SCRA-RATE effective rate.
      *      2. Delinquency freeze - every open line whose run-date
      *         DELINQ_SNAPSHOT.DAT row is past due is frozen (no
      *         further draws), journaled, and a suspension notice
      *         row queued to LINE_FREEZE_NOTICE.DAT for
      *         LETTER-GENERATION.  A frozen line is reinstated by
      *         hand through LOAN-FILE.
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

           SELECT PAYMENT-SCHEDULE-FILE
               ASSIGN TO 'PAYMENT_SCHEDULE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHEDULE-KEY OF PAYMENT-SCHEDULE-REC
               FILE STATUS IS SCHED-FILE-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO 'DELINQ_SNAPSHOT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SNAPSHOT-FILE-STATUS.

           SELECT LINE-FREEZE-NOTICE-FILE
               ASSIGN TO 'LINE_FREEZE_NOTICE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS NOTICE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       COPY LOANREC.

       FD  PAYMENT-SCHEDULE-FILE.
       COPY PAYSCHREC.

       FD  SNAPSHOT-FILE.
       COPY DELINQSNAPREC.

       FD  LINE-FREEZE-NOTICE-FILE.
       COPY LINEFREEZEREC.

       WORKING-STORAGE SECTION.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
       01  SCHED-FILE-STATUS       PIC XX.
           88  SCHED-FILE-OK        VALUE '00'.
           88  SCHED-NOT-FOUND      VALUE '35'.
       01  SNAPSHOT-FILE-STATUS    PIC XX.
           88  SNAPSHOT-FILE-OK     VALUE '00'.
       01  NOTICE-FILE-STATUS      PIC XX.
           88  NOTICE-FILE-OK       VALUE '00'.

       01  WS-END-OF-LOANS         PIC X VALUE 'N'.
           88  END-OF-LOANS         VALUE 'Y'.
       01  WS-END-OF-SCHEDULE      PIC X VALUE 'N'.
           88  END-OF-SCHEDULE      VALUE 'Y'.
       01  WS-END-OF-SNAPSHOT      PIC X VALUE 'N'.
           88  END-OF-SNAPSHOT      VALUE 'Y'.
       01  WS-BILL-OPEN            PIC X VALUE 'N'.
           88  BILL-ALREADY-OPEN    VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR         PIC 9(4).
           05  WS-RUN-MONTH        PIC 9(2).
           05  WS-RUN-DAY          PIC 9(2).
       01  WS-CYCLE-START          PIC 9(8).
       01  WS-CYCLE-START-PARTS REDEFINES WS-CYCLE-START.
           05  WS-CS-YEAR          PIC 9(4).
           05  WS-CS-MONTH         PIC 9(2).
           05  WS-CS-DAY           PIC 9(2).
       01  WS-CANDIDATE-DUE-DATE   PIC 9(8).
       01  WS-CANDIDATE-PARTS REDEFINES WS-CANDIDATE-DUE-DATE.
           05  WS-CD-YEAR          PIC 9(4).
           05  WS-CD-MONTH         PIC 9(2).
           05  WS-CD-DAY           PIC 9(2).
       01  WS-ADJUSTED-DUE-DATE    PIC 9(8).
       01  WS-DPE-DATE             PIC 9(8).
       01  WS-DPE-PARTS REDEFINES WS-DPE-DATE.
           05  WS-DPE-YEAR         PIC 9(4).
           05  WS-DPE-MONTH        PIC 9(2).
           05  WS-DPE-DAY          PIC 9(2).

      *  Compiled default; overridden by the STMT CYCLE COUNT system
      *  parameter when one is on file as of the run date.
       01  WS-CYCLE-COUNT          PIC 9(2) VALUE 4.
       01  WS-TARGET-CYCLE         PIC 9(2).
       01  WS-LOAN-CYCLE           PIC 9(2).
       01  WS-CYCLE-QUOTIENT       PIC 9(5).
       01  WS-CYCLE-REMAINDER      PIC 9(2).
       01  WS-DAY-WORK             PIC 9(2).
       01  WS-PARM-NAME            PIC X(20).
       01  WS-PARM-VALUE           PIC 9(7)V99.
       01  WS-PARM-FOUND           PIC X.
           88  PARM-WAS-FOUND       VALUE 'Y'.

       01  WS-CYCLE-INTEREST       PIC 9(7)V99.
       01  WS-MINIMUM-PAYMENT      PIC 9(7)V99.
       01  WS-PERCENT-PAYMENT      PIC 9(7)V99.
       01  WS-PAYOFF-AMOUNT        PIC 9(7)V99.
       01  WS-PRINCIPAL-DUE        PIC 9(7)V99.
       01  WS-MONTHLY-RATE         PIC 9(3)V9(6) COMP-3.
       01  WS-PAYMENT-DIVISOR      PIC 9(3)V9(6) COMP-3.
       01  WS-MONTHS-INTO-REPAY    PIC S9(5).
       01  WS-REPAY-REMAINING      PIC S9(5).

       01  WS-SCRA-LOAN-ID         PIC 9(5).
       01  WS-SCRA-NOTE-RATE       PIC 9(3)V99.
       01  WS-SCRA-EFFECTIVE-RATE  PIC 9(3)V99.
       01  WS-SCRA-CAPPED          PIC X.

       01  WS-DCI-BASIS           PIC X.
       01  WS-DCI-FROM-DATE       PIC 9(8).
       01  WS-DCI-TO-DATE         PIC 9(8).
       01  WS-DCI-PRINCIPAL       PIC 9(7)V99.
       01  WS-DCI-RATE            PIC 9(3)V99.
       01  WS-DCI-DAYS            PIC S9(5).
       01  WS-DCI-PER-DIEM        PIC 9(5)V9(4).
       01  WS-DCI-INTEREST        PIC 9(7)V99.

       01  WS-LINES-EXAMINED       PIC 9(5) COMP VALUE ZERO.
       01  WS-LINES-BILLED         PIC 9(5) COMP VALUE ZERO.
       01  WS-LINES-FROZEN         PIC 9(5) COMP VALUE ZERO.
       01  WS-MINIMUM-BILLED       PIC 9(9)V99 VALUE ZERO.

       01  WS-CYCLE-USER           PIC X(10) VALUE 'HELOCCYC'.
       01  WS-JRN-FILE-NAME        PIC X(20).
       01  WS-JRN-ACTION           PIC X(10).
       01  WS-JRN-BEFORE           PIC X(400).
       01  WS-JRN-AFTER            PIC X(400).
       01  WS-LOG-ACTION-TYPE      PIC A(20).
       01  WS-LOG-DESCRIPTION      PIC A(50).

       01  WS-CTL-STEP-NAME        PIC X(20).
       01  WS-CTL-RECORDS-READ     PIC 9(7).
       01  WS-CTL-RECORDS-WRITTEN  PIC 9(7).
       01  WS-CTL-DOLLARS-IN       PIC 9(9)V99.
       01  WS-CTL-DOLLARS-OUT      PIC 9(9)V99.

       01  WS-BUSDATE-FOUND         PIC X.
           88  BUSINESS-DATE-FOUND   VALUE 'Y'.

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
       MOVE 'HELOC-LINE-CYCLE' TO WS-RST-STEP-NAME
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
           DISPLAY 'Enter HELOC Cycle Run Date (YYYYMMDD): '
           ACCEPT WS-RUN-DATE
       END-IF

       PERFORM DERIVE-TONIGHT-CYCLE

       OPEN I-O LOAN-FILE
       IF NOT LOAN-FILE-OK
           DISPLAY 'Error Opening LOAN-FILE.'
           STOP RUN
       END-IF

       OPEN I-O PAYMENT-SCHEDULE-FILE
       IF SCHED-NOT-FOUND
           OPEN OUTPUT PAYMENT-SCHEDULE-FILE
           CLOSE PAYMENT-SCHEDULE-FILE
           OPEN I-O PAYMENT-SCHEDULE-FILE
       END-IF
       IF NOT SCHED-FILE-OK
           DISPLAY 'Error Opening PAYMENT-SCHEDULE-FILE.'
           CLOSE LOAN-FILE
           STOP RUN
       END-IF

       PERFORM BILL-NEXT-LOAN UNTIL END-OF-LOANS

       CLOSE PAYMENT-SCHEDULE-FILE

       OPEN INPUT SNAPSHOT-FILE
       IF SNAPSHOT-FILE-OK
           PERFORM CHECK-NEXT-SNAPSHOT-ROW
               UNTIL END-OF-SNAPSHOT
           CLOSE SNAPSHOT-FILE
       ELSE
           DISPLAY 'No DELINQ_SNAPSHOT File On Hand - No Lines '
               'Frozen.'
       END-IF

       CLOSE LOAN-FILE

       PERFORM WRITE-CONTROL-RECORD

       MOVE 'R' TO WS-RST-MODE
       CALL 'STEP-RESTART-CONTROL' USING WS-RST-MODE
                                          WS-RST-STEP-NAME
                                          WS-RST-BUSINESS-DATE
                                          WS-RST-STEP-DONE

       DISPLAY 'HELOC Line Cycle Complete - Lines Examined: '
           WS-LINES-EXAMINED ' Billed: ' WS-LINES-BILLED
           ' Frozen: ' WS-LINES-FROZEN
       DISPLAY 'Minimum Payments Billed: ' WS-MINIMUM-BILLED

       STOP RUN.

      *----------------------------------------------------------------
      *  Tonight's cycle: run-date day of month, less one, modulo
      *  the cycle count, plus one -- the cycle CUSTOMER-STATEMENT
      *  prints tonight, so the bill is on file before the
      *  statement that shows it.
      *----------------------------------------------------------------
       DERIVE-TONIGHT-CYCLE.
           MOVE 'STMT CYCLE COUNT' TO WS-PARM-NAME
           CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                     WS-RUN-DATE
                                     WS-PARM-VALUE
                                     WS-PARM-FOUND
           IF PARM-WAS-FOUND
               MOVE WS-PARM-VALUE TO WS-CYCLE-COUNT
           END-IF
           IF WS-CYCLE-COUNT = ZERO
               MOVE 1 TO WS-CYCLE-COUNT
           END-IF
           COMPUTE WS-DAY-WORK = WS-RUN-DAY - 1
           DIVIDE WS-DAY-WORK BY WS-CYCLE-COUNT
               GIVING WS-CYCLE-QUOTIENT
               REMAINDER WS-CYCLE-REMAINDER
           COMPUTE WS-TARGET-CYCLE = WS-CYCLE-REMAINDER + 1.

       BILL-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-LOANS
               NOT AT END
                   IF TYPE-HELOC AND STATUS-ACTIVE
                       ADD 1 TO WS-LINES-EXAMINED
                       DIVIDE LOAN-ID OF LOAN-REC BY WS-CYCLE-COUNT
                           GIVING WS-CYCLE-QUOTIENT
                           REMAINDER WS-CYCLE-REMAINDER
                       COMPUTE WS-LOAN-CYCLE = WS-CYCLE-REMAINDER + 1
                       IF WS-LOAN-CYCLE = WS-TARGET-CYCLE
                          AND LOAN-BALANCE OF LOAN-REC > ZERO
                           PERFORM CHECK-BILL-ALREADY-OPEN
                           IF NOT BILL-ALREADY-OPEN
                               PERFORM BILL-LINE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  A cycle repeats every STMT CYCLE COUNT days, so a line comes
      *  round several times a month.  A row already due after the
      *  run date is this month's bill -- the line is not billed
      *  again until that due date has passed.
      *----------------------------------------------------------------
       CHECK-BILL-ALREADY-OPEN.
           MOVE 'N' TO WS-BILL-OPEN
           MOVE 'N' TO WS-END-OF-SCHEDULE
           MOVE LOAN-ID OF LOAN-REC TO LOAN-ID OF PAYMENT-SCHEDULE-REC
           MOVE WS-RUN-DATE TO PAYMENT-DUE-DATE
           START PAYMENT-SCHEDULE-FILE KEY IS NOT LESS THAN
                   SCHEDULE-KEY OF PAYMENT-SCHEDULE-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-SCHEDULE
           END-START
           PERFORM CHECK-NEXT-SCHEDULE-ROW
               UNTIL END-OF-SCHEDULE OR BILL-ALREADY-OPEN.

       CHECK-NEXT-SCHEDULE-ROW.
           READ PAYMENT-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-SCHEDULE
               NOT AT END
                   IF LOAN-ID OF PAYMENT-SCHEDULE-REC
                       NOT = LOAN-ID OF LOAN-REC
                       MOVE 'Y' TO WS-END-OF-SCHEDULE
                   ELSE
                       IF PAYMENT-DUE-DATE > WS-RUN-DATE
                           MOVE 'Y' TO WS-BILL-OPEN
                       END-IF
                   END-IF
           END-READ.

       BILL-LINE.
           PERFORM COMPUTE-CYCLE-INTEREST

           IF WS-RUN-DATE NOT > DRAW-PERIOD-END
               PERFORM COMPUTE-DRAW-PERIOD-MINIMUM
           ELSE
               PERFORM COMPUTE-REPAY-PERIOD-MINIMUM
           END-IF

           COMPUTE WS-PAYOFF-AMOUNT =
               LOAN-BALANCE OF LOAN-REC + WS-CYCLE-INTEREST
           IF WS-MINIMUM-PAYMENT > WS-PAYOFF-AMOUNT
               MOVE WS-PAYOFF-AMOUNT TO WS-MINIMUM-PAYMENT
           END-IF
           IF WS-MINIMUM-PAYMENT > WS-CYCLE-INTEREST
               COMPUTE WS-PRINCIPAL-DUE =
                   WS-MINIMUM-PAYMENT - WS-CYCLE-INTEREST
           ELSE
               MOVE ZERO TO WS-PRINCIPAL-DUE
           END-IF

           PERFORM WRITE-BILL-ROW.

      *----------------------------------------------------------------
      *  One month of interest on the line balance, from the same
      *  day last month to the run date, on the loan's own day-count
      *  basis at the SCRA-capped rate where relief is in force.
      *----------------------------------------------------------------
       COMPUTE-CYCLE-INTEREST.
           MOVE LOAN-ID OF LOAN-REC TO WS-SCRA-LOAN-ID
           MOVE INTEREST-RATE OF LOAN-REC TO WS-SCRA-NOTE-RATE
           CALL 'GET-SCRA-RATE' USING WS-SCRA-LOAN-ID
                                       WS-RUN-DATE
                                       WS-SCRA-NOTE-RATE
                                       WS-SCRA-EFFECTIVE-RATE
                                       WS-SCRA-CAPPED

           MOVE WS-RUN-DATE TO WS-CYCLE-START
           IF WS-CS-MONTH = 1
               MOVE 12 TO WS-CS-MONTH
               SUBTRACT 1 FROM WS-CS-YEAR
           ELSE
               SUBTRACT 1 FROM WS-CS-MONTH
           END-IF
           EVALUATE WS-CS-MONTH
               WHEN 2
                   IF WS-CS-DAY > 28
                       MOVE 28 TO WS-CS-DAY
                   END-IF
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   IF WS-CS-DAY > 30
                       MOVE 30 TO WS-CS-DAY
                   END-IF
           END-EVALUATE

           MOVE DAY-COUNT-BASIS TO WS-DCI-BASIS
           MOVE WS-CYCLE-START TO WS-DCI-FROM-DATE
           MOVE WS-RUN-DATE TO WS-DCI-TO-DATE
           MOVE LOAN-BALANCE OF LOAN-REC TO WS-DCI-PRINCIPAL
           MOVE WS-SCRA-EFFECTIVE-RATE TO WS-DCI-RATE
           MOVE ZERO TO WS-DCI-DAYS
           CALL 'DAY-COUNT-INTEREST' USING WS-DCI-BASIS
                                            WS-DCI-FROM-DATE
                                            WS-DCI-TO-DATE
                                            WS-DCI-PRINCIPAL
                                            WS-DCI-RATE
                                            WS-DCI-DAYS
                                            WS-DCI-PER-DIEM
                                            WS-DCI-INTEREST
           MOVE WS-DCI-INTEREST TO WS-CYCLE-INTEREST.

      *----------------------------------------------------------------
      *  Draw period: interest only, or a percent of the balance
      *  where the line bills that way -- but a percent minimum never
      *  falls below the interest, so the balance cannot grow from
      *  unpaid interest alone.
      *----------------------------------------------------------------
       COMPUTE-DRAW-PERIOD-MINIMUM.
           MOVE WS-CYCLE-INTEREST TO WS-MINIMUM-PAYMENT
           IF MINPAY-PCT-OF-BALANCE
               COMPUTE WS-PERCENT-PAYMENT ROUNDED =
                   LOAN-BALANCE OF LOAN-REC * HELOC-MIN-PAY-PCT / 100
               IF WS-PERCENT-PAYMENT > WS-MINIMUM-PAYMENT
                   MOVE WS-PERCENT-PAYMENT TO WS-MINIMUM-PAYMENT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  Repayment period: the balance amortizes level over the
      *  months of REPAY-PERIOD-MONTHS still to run after the draw
      *  period end.  The last month (or any month past the end)
      *  bills the whole balance.
      *----------------------------------------------------------------
       COMPUTE-REPAY-PERIOD-MINIMUM.
           MOVE DRAW-PERIOD-END TO WS-DPE-DATE
           COMPUTE WS-MONTHS-INTO-REPAY =
               (WS-RUN-YEAR - WS-DPE-YEAR) * 12
               + (WS-RUN-MONTH - WS-DPE-MONTH)
           COMPUTE WS-REPAY-REMAINING =
               REPAY-PERIOD-MONTHS - WS-MONTHS-INTO-REPAY

           IF WS-REPAY-REMAINING NOT > 1
               COMPUTE WS-MINIMUM-PAYMENT =
                   LOAN-BALANCE OF LOAN-REC + WS-CYCLE-INTEREST
           ELSE
               COMPUTE WS-MONTHLY-RATE =
                   WS-SCRA-EFFECTIVE-RATE / 100 / 12
               IF WS-MONTHLY-RATE = ZERO
                   COMPUTE WS-MINIMUM-PAYMENT ROUNDED =
                       LOAN-BALANCE OF LOAN-REC / WS-REPAY-REMAINING
               ELSE
                   COMPUTE WS-PAYMENT-DIVISOR =
                       1 - ((1 + WS-MONTHLY-RATE)
                           ** (- WS-REPAY-REMAINING))
                   COMPUTE WS-MINIMUM-PAYMENT ROUNDED =
                       LOAN-BALANCE OF LOAN-REC * WS-MONTHLY-RATE
                           / WS-PAYMENT-DIVISOR
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  The bill falls due the same day next month, slid to the
      *  next business day off the CALENDAR-FILE calendar.
      *----------------------------------------------------------------
       WRITE-BILL-ROW.
           MOVE WS-RUN-DATE TO WS-CANDIDATE-DUE-DATE
           IF WS-CD-MONTH = 12
               MOVE 1 TO WS-CD-MONTH
               ADD 1 TO WS-CD-YEAR
           ELSE
               ADD 1 TO WS-CD-MONTH
           END-IF
           EVALUATE WS-CD-MONTH
               WHEN 2
                   IF WS-CD-DAY > 28
                       MOVE 28 TO WS-CD-DAY
                   END-IF
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   IF WS-CD-DAY > 30
                       MOVE 30 TO WS-CD-DAY
                   END-IF
           END-EVALUATE
           CALL 'NEXT-BUSINESS-DAY' USING WS-CANDIDATE-DUE-DATE
                                           WS-ADJUSTED-DUE-DATE

           MOVE LOAN-ID OF LOAN-REC TO LOAN-ID OF PAYMENT-SCHEDULE-REC
           MOVE WS-ADJUSTED-DUE-DATE TO PAYMENT-DUE-DATE
           MOVE WS-MINIMUM-PAYMENT TO PAYMENT-AMOUNT
           MOVE WS-CYCLE-INTEREST TO INTEREST-AMOUNT
           MOVE WS-PRINCIPAL-DUE TO PRINCIPAL-AMOUNT
           MOVE 'N' TO PAID-STATUS
           WRITE PAYMENT-SCHEDULE-REC
               INVALID KEY
                   DISPLAY 'Bill Already On File For Loan '
                       LOAN-ID OF LOAN-REC ' Due '
                       WS-ADJUSTED-DUE-DATE
               NOT INVALID KEY
                   ADD 1 TO WS-LINES-BILLED
                   ADD WS-MINIMUM-PAYMENT TO WS-MINIMUM-BILLED
                   DISPLAY 'BILLED: Loan ' LOAN-ID OF LOAN-REC
                       ' Minimum ' WS-MINIMUM-PAYMENT
                       ' Due ' WS-ADJUSTED-DUE-DATE
           END-WRITE.

       CHECK-NEXT-SNAPSHOT-ROW.
           READ SNAPSHOT-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-SNAPSHOT
               NOT AT END
                   IF SNAPSHOT-DATE = WS-RUN-DATE
                      AND NOT SNAP-CURRENT
                       PERFORM EVALUATE-SNAPSHOT-ROW
                   END-IF
           END-READ.

       EVALUATE-SNAPSHOT-ROW.
           MOVE LOAN-ID OF DELINQ-SNAPSHOT-REC
               TO LOAN-ID OF LOAN-REC
           READ LOAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TYPE-HELOC AND STATUS-ACTIVE AND LINE-OPEN
                       PERFORM FREEZE-DELINQUENT-LINE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  A past-due line takes no further draws: TRANSACTION-FILE
      *  refuses a DRAW against a frozen line until it is reinstated.
      *----------------------------------------------------------------
       FREEZE-DELINQUENT-LINE.
           MOVE LOAN-REC TO WS-JRN-BEFORE
           MOVE 'F' TO LINE-STATUS
           MOVE 'D' TO LINE-FREEZE-REASON
           MOVE WS-RUN-DATE TO LINE-FREEZE-DATE
           REWRITE LOAN-REC
               INVALID KEY
                   DISPLAY 'Error Freezing Line For Loan '
                       LOAN-ID OF LOAN-REC
               NOT INVALID KEY
                   ADD 1 TO WS-LINES-FROZEN
                   DISPLAY 'FROZEN: Loan ' LOAN-ID OF LOAN-REC
                       ' Past Due (' SNAP-BUCKET ')'
                   MOVE 'LOAN.DAT' TO WS-JRN-FILE-NAME
                   MOVE 'UPDATE'   TO WS-JRN-ACTION
                   MOVE LOAN-REC   TO WS-JRN-AFTER
                   CALL 'WRITE-JOURNAL-ENTRY' USING WS-JRN-FILE-NAME
                                                     WS-JRN-ACTION
                                                     WS-CYCLE-USER
                                                     WS-JRN-BEFORE
                                                     WS-JRN-AFTER
                   MOVE 'HELOC LINE FREEZE' TO WS-LOG-ACTION-TYPE
                   MOVE 'Home-Equity Line Frozen - Past Due'
                       TO WS-LOG-DESCRIPTION
                   CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                                 WS-CYCLE-USER
                                                 WS-LOG-DESCRIPTION
                   PERFORM WRITE-FREEZE-NOTICE
           END-REWRITE.

       WRITE-FREEZE-NOTICE.
           OPEN EXTEND LINE-FREEZE-NOTICE-FILE
           IF NOT NOTICE-FILE-OK
               OPEN OUTPUT LINE-FREEZE-NOTICE-FILE
           END-IF
           MOVE LOAN-ID OF LOAN-REC TO LFN-LOAN-ID
           MOVE WS-RUN-DATE TO LFN-FREEZE-DATE
           MOVE 'D' TO LFN-REASON
           MOVE CREDIT-LIMIT TO LFN-CREDIT-LIMIT
           MOVE LOAN-BALANCE OF LOAN-REC TO LFN-BALANCE
           WRITE LINE-FREEZE-NOTICE-REC
           CLOSE LINE-FREEZE-NOTICE-FILE.

       WRITE-CONTROL-RECORD.
           MOVE 'HELOC-LINE-CYCLE'   TO WS-CTL-STEP-NAME
           MOVE WS-LINES-EXAMINED    TO WS-CTL-RECORDS-READ
           MOVE WS-LINES-BILLED      TO WS-CTL-RECORDS-WRITTEN
           MOVE ZERO                 TO WS-CTL-DOLLARS-IN
           MOVE WS-MINIMUM-BILLED    TO WS-CTL-DOLLARS-OUT
           CALL 'WRITE-BATCH-CONTROL' USING WS-CTL-STEP-NAME
                                             WS-CTL-RECORDS-READ
                                             WS-CTL-RECORDS-WRITTEN
                                             WS-CTL-DOLLARS-IN
                                             WS-CTL-DOLLARS-OUT.
