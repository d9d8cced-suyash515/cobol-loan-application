      *  Daily per-diem interest accrual engine, run in the nightly
      *  cycle after BALANCE-UPDATE has rolled the day's payments into
      *  LOAN-BALANCE.  For every ACTIVE loan, computes the per-diem
      *  and advances the loan's ACCRUED_INTEREST.DAT position from
      *  its accrued-through date to the run date, both on the loan's
      *  own DAY-COUNT-BASIS through DAY-COUNT-INTEREST -- the same
      *  arithmetic the payoff quote, the payoff and the schedule
      *  use.  A loan accruing for the first time starts a position
      *  at zero as of the run date.  Gives finance an accrued-
      *  interest figure for month-end and LOAN-PAYOFF-QUOTE a real
      *  per-diem to print.
      *
      *  A precomputed-interest contract accrues no per-diem and
      *  keeps no accrual position.  Its income is earned monthly by
      *  the contract method instead: each schedule row coming due
      *  since the last run moves that row's INTEREST-AMOUNT -- the
      *  installment's Rule of 78s or actuarial share of the finance
      *  charge -- out of UNEARNED-INTEREST into PRECOMP-EARNED-
      *  INTEREST, for GL-ACCRUAL-POSTING to book.
      *================================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS LOAN-ID OF ACCRUAL-REC
               FILE STATUS IS ACCRUAL-FILE-STATUS.

           SELECT PAYMENT-SCHEDULE-FILE
               ASSIGN TO 'PAYMENT_SCHEDULE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHEDULE-KEY OF PAYMENT-SCHEDULE-REC
               FILE STATUS IS SCHED-FILE-STATUS.

           SELECT SCRA-RELIEF-FILE ASSIGN TO 'SCRA_RELIEF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  ACCRUAL-FILE.
       COPY ACCRUALREC.

       FD  PAYMENT-SCHEDULE-FILE.
       COPY PAYSCHREC.

       FD  SCRA-RELIEF-FILE.
       COPY SCRARELIEFREC.

           05  WS-RUN-YEAR         PIC 9(4).
           05  WS-RUN-MONTH        PIC 9(2).
           05  WS-RUN-DAY          PIC 9(2).
       01  WS-DAYS-TO-ACCRUE       PIC S9(5).
       01  WS-PER-DIEM             PIC 9(5)V9(4) COMP-3.
       01  WS-ACCRUAL-AMOUNT       PIC 9(7)V99 COMP-3.
       01  WS-LOANS-ACCRUED        PIC 9(5) COMP VALUE ZERO.
       01  WS-LOANS-RATE-CAPPED    PIC 9(5) COMP VALUE ZERO.
       01  WS-LOANS-IN-SUSPENSE    PIC 9(5) COMP VALUE ZERO.

       01  SCHED-FILE-STATUS       PIC XX.
           88  SCHED-FILE-OK        VALUE '00'.
       01  WS-SCHEDULE-OPEN        PIC X VALUE 'N'.
           88  SCHEDULE-IS-OPEN     VALUE 'Y'.
       01  WS-END-OF-ROWS          PIC X VALUE 'N'.
           88  END-OF-ROWS          VALUE 'Y'.
       01  WS-EARNED-AMOUNT        PIC 9(7)V99 COMP-3.
       01  WS-PRECOMP-EARNED       PIC 9(5) COMP VALUE ZERO.
       01  WS-PRECOMP-EARNED-TOTAL PIC 9(9)V99 VALUE ZERO.

       01  SCRA-FILE-STATUS        PIC XX.
           88  SCRA-FILE-OK         VALUE '00'.
       01  WS-SCRA-LOAN-ID         PIC 9(5).
       01  WS-SCRA-EFFECTIVE-RATE  PIC 9(3)V99.
       01  WS-SCRA-CAPPED          PIC X.
           88  SCRA-RATE-CAPPED     VALUE 'Y'.
       01  WS-NOTE-ACCRUAL-AMOUNT  PIC 9(7)V99 COMP-3.
       01  WS-RELIEF-AMOUNT        PIC 9(7)V99 COMP-3.

       01  WS-DCI-BASIS           PIC X.
       01  WS-DCI-FROM-DATE       PIC 9(8).
       01  WS-DCI-TO-DATE         PIC 9(8).
       01  WS-DCI-PRINCIPAL       PIC 9(7)V99.
       01  WS-DCI-RATE            PIC 9(3)V99.
       01  WS-DCI-DAYS            PIC S9(5).
       01  WS-DCI-PER-DIEM        PIC 9(5)V9(4).
       01  WS-DCI-INTEREST        PIC 9(7)V99.

       01  WS-BUSDATE-FOUND         PIC X.
           88  BUSINESS-DATE-FOUND   VALUE 'Y'.

       01  WS-CTL-STEP-NAME        PIC X(20).
       01  WS-CTL-RECORDS-READ     PIC 9(7).
       01  WS-CTL-RECORDS-WRITTEN  PIC 9(7).
       01  WS-CTL-DOLLARS-IN       PIC 9(9)V99.
       01  WS-CTL-DOLLARS-OUT      PIC 9(9)V99.

       01  WS-RST-MODE            PIC X.
       01  WS-RST-STEP-NAME       PIC X(20).
       01  WS-RST-BUSINESS-DATE   PIC 9(8).
           STOP RUN
       END-IF

      *  No schedule file yet means no precomputed contract has a
      *  row to earn on.
       OPEN INPUT PAYMENT-SCHEDULE-FILE
       IF SCHED-FILE-OK
           MOVE 'Y' TO WS-SCHEDULE-OPEN
       END-IF

       PERFORM ACCRUE-NEXT-LOAN UNTIL END-OF-LOANS

       CLOSE LOAN-FILE
       CLOSE ACCRUAL-FILE
       IF SCHEDULE-IS-OPEN
           CLOSE PAYMENT-SCHEDULE-FILE
       END-IF

       PERFORM WRITE-CONTROL-RECORD

       MOVE 'R' TO WS-RST-MODE
       CALL 'STEP-RESTART-CONTROL' USING WS-RST-MODE
           WS-POSITIONS-OPENED ' Rate-Capped (SCRA): '
           WS-LOANS-RATE-CAPPED ' Nonaccrual (Suspense): '
           WS-LOANS-IN-SUSPENSE
       DISPLAY 'Precomputed Contracts Earned: ' WS-PRECOMP-EARNED
           ' Interest Earned: ' WS-PRECOMP-EARNED-TOTAL

       STOP RUN.

                   MOVE 'Y' TO WS-END-OF-LOANS
               NOT AT END
                   IF STATUS-ACTIVE
                       IF INTMETH-PRECOMPUTED
                           PERFORM EARN-PRECOMPUTED-INTEREST
                       ELSE
                           PERFORM ACCRUE-ONE-LOAN
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Installments due after the earned-through date and on or
      *  before the run date earn their share of the finance charge.
      *  A nonaccrual contract earns nothing -- its installments stay
      *  unearned, and the first run after it cures catches them up.
      *----------------------------------------------------------------
       EARN-PRECOMPUTED-INTEREST.
           IF NONACCRUAL
               ADD 1 TO WS-LOANS-IN-SUSPENSE
           ELSE
               MOVE ZERO TO WS-EARNED-AMOUNT
               IF SCHEDULE-IS-OPEN
                   PERFORM SUM-INSTALLMENTS-DUE
               END-IF
               IF WS-EARNED-AMOUNT > UNEARNED-INTEREST
                   MOVE UNEARNED-INTEREST TO WS-EARNED-AMOUNT
               END-IF
               SUBTRACT WS-EARNED-AMOUNT FROM UNEARNED-INTEREST
               ADD WS-EARNED-AMOUNT TO PRECOMP-EARNED-INTEREST
               MOVE WS-RUN-DATE TO PRECOMP-EARNED-THRU
               REWRITE LOAN-REC
                   INVALID KEY
                       DISPLAY 'Error Earning Precomputed Interest '
                           'For Loan ' LOAN-ID OF LOAN-REC
                   NOT INVALID KEY
                       ADD 1 TO WS-PRECOMP-EARNED
                       ADD WS-EARNED-AMOUNT TO WS-PRECOMP-EARNED-TOTAL
               END-REWRITE
           END-IF.

       SUM-INSTALLMENTS-DUE.
           MOVE 'N' TO WS-END-OF-ROWS
           MOVE LOAN-ID OF LOAN-REC
               TO LOAN-ID OF PAYMENT-SCHEDULE-REC
           MOVE PRECOMP-EARNED-THRU TO PAYMENT-DUE-DATE
           START PAYMENT-SCHEDULE-FILE KEY IS GREATER THAN
                   SCHEDULE-KEY OF PAYMENT-SCHEDULE-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-ROWS
           END-START
           PERFORM EARN-NEXT-INSTALLMENT
               UNTIL END-OF-ROWS.

       EARN-NEXT-INSTALLMENT.
           READ PAYMENT-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-ROWS
               NOT AT END
                   IF LOAN-ID OF PAYMENT-SCHEDULE-REC
                          NOT = LOAN-ID OF LOAN-REC
                      OR PAYMENT-DUE-DATE > WS-RUN-DATE
                       MOVE 'Y' TO WS-END-OF-ROWS
                   ELSE
                       ADD INTEREST-AMOUNT TO WS-EARNED-AMOUNT
                   END-IF
           END-READ.

      *  The rate accrued is the note rate unless a servicemember
      *  relief period is in force -- then GET-SCRA-RATE hands back
      *  the statutory cap and the interest difference accumulates
      *  on the relief record as the relief actually granted.
       ACCRUE-ONE-LOAN.
           MOVE LOAN-ID OF LOAN-REC TO WS-SCRA-LOAN-ID
                                       WS-SCRA-EFFECTIVE-RATE
                                       WS-SCRA-CAPPED

           MOVE DAY-COUNT-BASIS TO WS-DCI-BASIS
           MOVE LOAN-BALANCE OF LOAN-REC TO WS-DCI-PRINCIPAL
           MOVE WS-RUN-DATE TO WS-DCI-TO-DATE
           MOVE ZERO TO WS-DCI-FROM-DATE
           MOVE ZERO TO WS-DCI-DAYS
           MOVE WS-SCRA-EFFECTIVE-RATE TO WS-DCI-RATE
           PERFORM CALL-DAY-COUNT-INTEREST
           MOVE WS-DCI-PER-DIEM TO WS-PER-DIEM

           IF SCRA-RATE-CAPPED
               ADD 1 TO WS-LOANS-RATE-CAPPED
           END-IF

           MOVE LOAN-ID OF LOAN-REC TO LOAN-ID OF ACCRUAL-REC
           END-WRITE.

       ADVANCE-POSITION.
           MOVE ACCRUED-THRU-DATE TO WS-DCI-FROM-DATE
           MOVE WS-SCRA-EFFECTIVE-RATE TO WS-DCI-RATE
           PERFORM CALL-DAY-COUNT-INTEREST
           MOVE WS-DCI-DAYS TO WS-DAYS-TO-ACCRUE
           MOVE WS-DCI-INTEREST TO WS-ACCRUAL-AMOUNT
           IF SCRA-RATE-CAPPED
               MOVE WS-SCRA-NOTE-RATE TO WS-DCI-RATE
               PERFORM CALL-DAY-COUNT-INTEREST
               MOVE WS-DCI-INTEREST TO WS-NOTE-ACCRUAL-AMOUNT
           END-IF

           IF WS-DAYS-TO-ACCRUE > ZERO
      *  A nonaccrual loan earns no income: its would-be interest
      *  tracks as the suspense memo on LOAN-REC instead of the
      *  earning position, so the GL never sees it until the loan
                   ADD 1 TO WS-LOANS-ACCRUED
           END-REWRITE.

       CALL-DAY-COUNT-INTEREST.
           CALL 'DAY-COUNT-INTEREST' USING WS-DCI-BASIS
                                            WS-DCI-FROM-DATE
                                            WS-DCI-TO-DATE
                                            WS-DCI-PRINCIPAL
                                            WS-DCI-RATE
                                            WS-DCI-DAYS
                                            WS-DCI-PER-DIEM
                                            WS-DCI-INTEREST.

      *----------------------------------------------------------------
      *  The gap between interest at the note rate and at the capped
      *  rate, over the days just accrued, is relief granted --
      *  rolled up on the SCRA record for the examiner file.
      *----------------------------------------------------------------
       RECORD-RELIEF-GRANTED.
           MOVE ZERO TO WS-RELIEF-AMOUNT
           IF WS-NOTE-ACCRUAL-AMOUNT > WS-ACCRUAL-AMOUNT
               COMPUTE WS-RELIEF-AMOUNT =
                   WS-NOTE-ACCRUAL-AMOUNT - WS-ACCRUAL-AMOUNT
           END-IF
           IF WS-RELIEF-AMOUNT > ZERO
               OPEN I-O SCRA-RELIEF-FILE
               IF SCRA-FILE-OK
                   CLOSE SCRA-RELIEF-FILE
               END-IF
           END-IF.

       WRITE-CONTROL-RECORD.
           MOVE WS-RST-STEP-NAME TO WS-CTL-STEP-NAME
           MOVE WS-LOANS-ACCRUED TO WS-CTL-RECORDS-READ
           MOVE WS-POSITIONS-OPENED TO WS-CTL-RECORDS-WRITTEN
           MOVE ZERO TO WS-CTL-DOLLARS-IN
           MOVE ZERO TO WS-CTL-DOLLARS-OUT
           CALL 'WRITE-BATCH-CONTROL' USING WS-CTL-STEP-NAME
                                             WS-CTL-RECORDS-READ
                                             WS-CTL-RECORDS-WRITTEN
                                             WS-CTL-DOLLARS-IN
                                             WS-CTL-DOLLARS-OUT.
