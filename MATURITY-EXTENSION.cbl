       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATURITY-EXTENSION.

      *================================================================
      *  Maturity extension.  For an ACTIVE installment loan coming
      *  up on its final (balloon) payment, pushes the maturity out
      *  a number of months under one of two approved structures:
      *
      *    D - extend the maturity date.  An AMORT-BALLOON loan keeps
      *        its current installment and rate; the balloon simply
      *        falls due on the new final row, smaller by the extra
      *        principal the added installments retire.  Any other
      *        loan is re-amortized at its current rate over the
      *        longer remaining term.
      *    R - re-amortize the remaining balance, balloon included,
      *        at the approved rate as a level, fully amortizing
      *        payment over the remaining term plus the extension;
      *        the loan becomes AMORT-LEVEL.
      *
      *  The loan's unpaid PAYMENT-SCHEDULE-FILE rows are replaced
      *  from the first unpaid due date the way LOAN-MODIFICATION
      *  regenerates them; paid and deferred rows are left alone.
      *  LOAN-TERM grows by the months granted, the MATURITY
      *  EXTENSION fee (FEE-LOOKUP) is charged as a FEE transaction
      *  onto FEES-RECEIVABLE, the maturity-notice milestone is
      *  cleared so MATURITY-PIPELINE notices the new date afresh,
      *  and MATURITY-EXT-COUNT is stepped.
      *
      *  The extension is recorded on LOAN_MOD_HIST.DAT as MOD-TYPE
      *  'X' with the old and new maturity dates and the fee, so it
      *  stands apart from a hardship modification there.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-SCHEDULE-FILE
               ASSIGN TO 'PAYMENT_SCHEDULE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHEDULE-KEY OF PAYMENT-SCHEDULE-REC
               FILE STATUS IS SCHED-FILE-STATUS.

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

           SELECT LOAN-MOD-HIST-FILE
               ASSIGN TO 'LOAN_MOD_HIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-SCHEDULE-FILE.
       COPY PAYSCHREC.

       FD  LOAN-FILE.
       COPY LOANREC.

       FD  TRANSACTION-FILE.
       COPY TRANREC.

       FD  LOAN-MOD-HIST-FILE.
       COPY LOANMODREC.

       WORKING-STORAGE SECTION.
       01  SCHED-FILE-STATUS       PIC XX.
           88  SCHED-FILE-OK        VALUE '00'.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
       01  TRAN-FILE-STATUS        PIC XX.
           88  TRAN-FILE-OK         VALUE '00'.
           88  TRAN-FILE-NOT-FOUND  VALUE '35'.
       01  HIST-FILE-STATUS        PIC XX.
           88  HIST-FILE-OK         VALUE '00'.
       01  WS-END-OF-LOAN-ROWS     PIC X VALUE 'N'.
           88  END-OF-LOAN-ROWS     VALUE 'Y'.
       01  WS-END-OF-TRANSACTIONS  PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS  VALUE 'Y'.
       01  WS-TARGET-LOAN-ID       PIC 9(5).
       01  WS-EFFECTIVE-DATE       PIC 9(8).
       01  WS-EXT-MODE             PIC X.
           88  EXTEND-DATE          VALUE 'D'.
           88  EXTEND-REAMORTIZE    VALUE 'R'.
           88  EXT-MODE-IS-VALID    VALUE 'D' 'R'.
       01  WS-EXT-MONTHS           PIC 9(3).
       01  WS-CONFIRM              PIC X.
       01  WS-APPROVED-RATE        PIC 9(3)V99.
       01  WS-OLD-RATE             PIC 9(3)V99.
       01  WS-OLD-TERM             PIC 9(3).
       01  WS-NEW-RATE             PIC 9(3)V99.
       01  WS-NEW-TERM             PIC 9(4).
       01  WS-BALANCE              PIC 9(7)V99.

      *  What is left of the current schedule.
       01  WS-UNPAID-ROWS          PIC 9(3) COMP.
       01  WS-FIRST-UNPAID-DATE    PIC 9(8).
       01  WS-FIRST-UNPAID-AMOUNT  PIC 9(7)V99.
       01  WS-OLD-MATURITY-DATE    PIC 9(8).
       01  WS-NEW-MATURITY-DATE    PIC 9(8).
       01  WS-NEW-ROW-COUNT        PIC 9(4) COMP.
       01  WS-KEEP-PAYMENT         PIC X VALUE 'N'.
           88  KEEP-PAYMENT         VALUE 'Y'.

       01  WS-MONTHLY-RATE         PIC 9(3)V9(6) COMP-3.
       01  WS-MONTHLY-PAYMENT      PIC 9(7)V99 COMP-3.
       01  WS-PAYMENT-DIVISOR      PIC 9(3)V9(6) COMP-3.
       01  WS-REMAINING-BALANCE    PIC 9(7)V99 COMP-3.
       01  WS-INTEREST-PORTION     PIC 9(7)V99 COMP-3.
       01  WS-PRINCIPAL-PORTION    PIC 9(7)V99 COMP-3.
       01  WS-ROW-PAYMENT          PIC 9(7)V99 COMP-3.
       01  WS-MONTH-COUNT          PIC 9(4) COMP.
       01  WS-DUE-YEAR             PIC 9(4).
       01  WS-DUE-MONTH            PIC 9(2).
       01  WS-DUE-DAY              PIC 9(2).
       01  WS-ORIGINAL-DUE-DAY     PIC 9(2).
       01  WS-ACTUAL-DUE-DAY       PIC 9(2).
       01  WS-LAST-DAY-OF-MONTH    PIC 9(2).
       01  WS-LEAP-QUOTIENT        PIC 9(4).
       01  WS-LEAP-REMAINDER-4     PIC 9(4).
       01  WS-LEAP-REMAINDER-100   PIC 9(4).
       01  WS-LEAP-REMAINDER-400   PIC 9(4).
       01  WS-ROWS-GENERATED       PIC 9(5) COMP VALUE ZERO.

       01  WS-FEE-TYPE             PIC X(20)
                                   VALUE 'MATURITY EXTENSION'.
       01  WS-FEE-AMOUNT           PIC 9(7)V99 VALUE ZERO.
       01  WS-FEE-FOUND            PIC X.
           88  FEE-WAS-FOUND        VALUE 'Y'.
       01  WS-NEXT-TRANSACTION-ID  PIC 9(5) VALUE ZERO.
       01  WS-ID-MODE              PIC X.
       01  WS-ID-SERIES            PIC X(12).
       01  WS-ID-FOUND             PIC X.
           88  ID-SERIES-FOUND      VALUE 'Y'.

       01  WS-USER-ID              PIC A(10).
       01  WS-LOG-ACTION-TYPE      PIC A(20).
       01  WS-LOG-DESCRIPTION      PIC A(50).

       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.
       01  WS-BUSDATE-FOUND       PIC X.
           88  BUSINESS-DATE-FOUND VALUE 'Y'.

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
                                       WS-SIGNON-FOUND
       IF NOT SIGNON-FOUND
           DISPLAY 'Enter Your User ID: '
           ACCEPT WS-USER-ID
       END-IF
       CALL 'GET-BUSINESS-DATE' USING WS-EFFECTIVE-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           ACCEPT WS-EFFECTIVE-DATE FROM DATE YYYYMMDD
       END-IF

       DISPLAY 'Enter Loan ID To Extend: '
       ACCEPT WS-TARGET-LOAN-ID
       CALL 'CHECK-LOAN-ACCESS' USING WS-TARGET-LOAN-ID
                                      WS-LOAN-ACCESS
       IF NOT LOAN-ACCESS-ALLOWED
           STOP RUN
       END-IF
       DISPLAY 'Extension Type (D=Extend Maturity Date, '
           'R=Re-Amortize Balloon): '
       ACCEPT WS-EXT-MODE
       IF NOT EXT-MODE-IS-VALID
           DISPLAY 'Extension Type Must Be D Or R.'
           STOP RUN
       END-IF
       DISPLAY 'Enter Months To Extend The Maturity: '
       ACCEPT WS-EXT-MONTHS
       IF WS-EXT-MONTHS = ZERO
           DISPLAY 'Months To Extend Must Be Non-Zero.'
           STOP RUN
       END-IF
       MOVE ZERO TO WS-APPROVED-RATE
       IF EXTEND-REAMORTIZE
           DISPLAY 'Enter Approved Interest Rate '
               '(0 To Keep The Current Rate): '
           ACCEPT WS-APPROVED-RATE
       END-IF

       OPEN I-O LOAN-FILE
       IF NOT LOAN-FILE-OK
           DISPLAY 'Error Opening LOAN-FILE.'
           STOP RUN
       END-IF

       MOVE WS-TARGET-LOAN-ID TO LOAN-ID OF LOAN-REC
       READ LOAN-FILE
           INVALID KEY
               DISPLAY 'Loan Not Found: ' WS-TARGET-LOAN-ID
               CLOSE LOAN-FILE
               STOP RUN
       END-READ

       IF NOT STATUS-ACTIVE
           DISPLAY 'Loan Is Not Active - Cannot Extend: '
               WS-TARGET-LOAN-ID
           CLOSE LOAN-FILE
           STOP RUN
       END-IF

      *  A home-equity line has no maturity row to push out --
      *  HELOC-LINE-CYCLE bills it one cycle at a time.
       IF TYPE-HELOC
           DISPLAY 'Loan Is A Home-Equity Line - No Fixed Schedule '
               'To Extend: ' WS-TARGET-LOAN-ID
           CLOSE LOAN-FILE
           STOP RUN
       END-IF

      *  The replacement rows are laid down monthly.
       IF NOT FREQ-MONTHLY
           DISPLAY 'Loan Is Not On A Monthly Schedule - Cannot '
               'Extend: ' WS-TARGET-LOAN-ID
           CLOSE LOAN-FILE
           STOP RUN
       END-IF

       OPEN I-O PAYMENT-SCHEDULE-FILE
       IF NOT SCHED-FILE-OK
           DISPLAY 'Error Opening PAYMENT-SCHEDULE-FILE.'
           CLOSE LOAN-FILE
           STOP RUN
       END-IF

       PERFORM SCAN-CURRENT-SCHEDULE
       IF WS-UNPAID-ROWS = ZERO
           DISPLAY 'No Unpaid Schedule Rows - Nothing To Extend: '
               WS-TARGET-LOAN-ID
           CLOSE PAYMENT-SCHEDULE-FILE
           CLOSE LOAN-FILE
           STOP RUN
       END-IF

       COMPUTE WS-NEW-ROW-COUNT = WS-UNPAID-ROWS + WS-EXT-MONTHS
       COMPUTE WS-NEW-TERM = LOAN-TERM + WS-EXT-MONTHS
       IF WS-NEW-TERM > 999
           DISPLAY 'Extended Term Would Exceed 999 Months.'
           CLOSE PAYMENT-SCHEDULE-FILE
           CLOSE LOAN-FILE
           STOP RUN
       END-IF

       MOVE INTEREST-RATE TO WS-OLD-RATE
       MOVE LOAN-TERM     TO WS-OLD-TERM
       MOVE LOAN-BALANCE  TO WS-BALANCE
       MOVE WS-OLD-RATE   TO WS-NEW-RATE
       IF EXTEND-REAMORTIZE AND WS-APPROVED-RATE > ZERO
           MOVE WS-APPROVED-RATE TO WS-NEW-RATE
       END-IF
      *  Only a balloon loan extended by date keeps its installment;
      *  with nothing but the balloon row left there is no
      *  installment to keep, and it re-amortizes like the rest.
       MOVE 'N' TO WS-KEEP-PAYMENT
       IF EXTEND-DATE AND AMORT-BALLOON AND WS-UNPAID-ROWS > 1
           MOVE 'Y' TO WS-KEEP-PAYMENT
       END-IF

       DISPLAY 'Loan ' WS-TARGET-LOAN-ID ' Balance ' WS-BALANCE
           ' Matures ' WS-OLD-MATURITY-DATE
       DISPLAY 'Unpaid Rows ' WS-UNPAID-ROWS ' Extended To '
           WS-NEW-ROW-COUNT ' At Rate ' WS-NEW-RATE
       DISPLAY 'Apply This Extension? (Y/N): '
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
           DISPLAY 'Extension Cancelled.'
           CLOSE PAYMENT-SCHEDULE-FILE
           CLOSE LOAN-FILE
           STOP RUN
       END-IF

       CALL 'FEE-LOOKUP' USING WS-FEE-TYPE
                                WS-EFFECTIVE-DATE
                                WS-FEE-AMOUNT
                                WS-FEE-FOUND
       IF NOT FEE-WAS-FOUND
           MOVE ZERO TO WS-FEE-AMOUNT
           DISPLAY 'No MATURITY EXTENSION Fee On File - '
               'Extension Not Charged.'
       END-IF

       PERFORM REGENERATE-SCHEDULE
       CLOSE PAYMENT-SCHEDULE-FILE

       MOVE WS-NEW-RATE TO INTEREST-RATE
       MOVE WS-NEW-TERM TO LOAN-TERM
       IF EXTEND-REAMORTIZE
           MOVE 'L' TO AMORT-METHOD
           MOVE ZERO TO IO-MONTHS
           MOVE WS-NEW-TERM TO AMORT-TERM
       END-IF
       IF WS-FEE-AMOUNT > ZERO
           ADD WS-FEE-AMOUNT TO FEES-RECEIVABLE
       END-IF
       MOVE ZERO TO MATURITY-NOTICE-DAYS
       IF MATURITY-EXT-COUNT NOT NUMERIC
           MOVE ZERO TO MATURITY-EXT-COUNT
       END-IF
       IF MATURITY-EXT-COUNT < 99
           ADD 1 TO MATURITY-EXT-COUNT
       END-IF
       REWRITE LOAN-REC
           INVALID KEY
               DISPLAY 'Error Updating Loan: ' WS-TARGET-LOAN-ID
       END-REWRITE

       CLOSE LOAN-FILE

       IF WS-FEE-AMOUNT > ZERO
           PERFORM ASSIGN-NEXT-TRANSACTION-ID
           PERFORM WRITE-EXTENSION-FEE
       END-IF
       PERFORM RECORD-EXTENSION-HISTORY

       MOVE 'MATURITY EXTENSION' TO WS-LOG-ACTION-TYPE
       MOVE SPACES TO WS-LOG-DESCRIPTION
       STRING 'Loan ' WS-TARGET-LOAN-ID ' ' WS-EXT-MODE
           ' Maturity ' WS-OLD-MATURITY-DATE
           ' To ' WS-NEW-MATURITY-DATE
           DELIMITED BY SIZE INTO WS-LOG-DESCRIPTION
       CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                     WS-USER-ID
                                     WS-LOG-DESCRIPTION

       DISPLAY 'Maturity Extension Complete.  New Maturity: '
           WS-NEW-MATURITY-DATE ' Installment: '
           WS-MONTHLY-PAYMENT
       DISPLAY 'Final Payment: ' WS-ROW-PAYMENT
           ' Rows Generated: ' WS-ROWS-GENERATED
           ' Fee Charged: ' WS-FEE-AMOUNT

       STOP RUN.

      *----------------------------------------------------------------
      *  Counts the loan's unpaid rows and notes the first of them
      *  (where the new schedule starts, and the installment a
      *  balloon loan keeps) and the final row (today's maturity).
      *----------------------------------------------------------------
       SCAN-CURRENT-SCHEDULE.
           MOVE ZERO TO WS-UNPAID-ROWS
           MOVE ZERO TO WS-FIRST-UNPAID-DATE
           MOVE ZERO TO WS-FIRST-UNPAID-AMOUNT
           MOVE ZERO TO WS-OLD-MATURITY-DATE
           MOVE 'N' TO WS-END-OF-LOAN-ROWS
           MOVE WS-TARGET-LOAN-ID
               TO LOAN-ID OF PAYMENT-SCHEDULE-REC
           MOVE ZERO TO PAYMENT-DUE-DATE
           START PAYMENT-SCHEDULE-FILE KEY IS NOT LESS THAN
                   SCHEDULE-KEY OF PAYMENT-SCHEDULE-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LOAN-ROWS
           END-START
           PERFORM SCAN-NEXT-SCHEDULE-ROW
               UNTIL END-OF-LOAN-ROWS.

       SCAN-NEXT-SCHEDULE-ROW.
           READ PAYMENT-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-LOAN-ROWS
               NOT AT END
                   IF LOAN-ID OF PAYMENT-SCHEDULE-REC
                       NOT = WS-TARGET-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-LOAN-ROWS
                   ELSE
                       MOVE PAYMENT-DUE-DATE TO WS-OLD-MATURITY-DATE
                       IF PAID-NO
                           ADD 1 TO WS-UNPAID-ROWS
                           IF WS-FIRST-UNPAID-DATE = ZERO
                               MOVE PAYMENT-DUE-DATE
                                   TO WS-FIRST-UNPAID-DATE
                               MOVE PAYMENT-AMOUNT
                                   OF PAYMENT-SCHEDULE-REC
                                   TO WS-FIRST-UNPAID-AMOUNT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Replaces the unpaid rows with the extended schedule: the
      *  kept installment (balloon on the new final row) or a level
      *  payment over the extended count.  START at the loan,
      *  DELETE the unpaid rows, WRITE the replacements.
      *----------------------------------------------------------------
       REGENERATE-SCHEDULE.
           COMPUTE WS-MONTHLY-RATE = WS-NEW-RATE / 100 / 12
           MOVE WS-BALANCE TO WS-REMAINING-BALANCE
           IF KEEP-PAYMENT
               MOVE WS-FIRST-UNPAID-AMOUNT TO WS-MONTHLY-PAYMENT
           ELSE
               IF WS-MONTHLY-RATE = ZERO
                   COMPUTE WS-MONTHLY-PAYMENT ROUNDED =
                       WS-REMAINING-BALANCE / WS-NEW-ROW-COUNT
               ELSE
                   COMPUTE WS-PAYMENT-DIVISOR =
                       1 - ((1 + WS-MONTHLY-RATE)
                           ** (- WS-NEW-ROW-COUNT))
                   COMPUTE WS-MONTHLY-PAYMENT ROUNDED =
                       WS-REMAINING-BALANCE * WS-MONTHLY-RATE
                           / WS-PAYMENT-DIVISOR
               END-IF
           END-IF

           PERFORM DELETE-UNPAID-ROWS
           PERFORM WRITE-NEW-SCHEDULE-ROWS.

       DELETE-UNPAID-ROWS.
           MOVE 'N' TO WS-END-OF-LOAN-ROWS
           MOVE WS-TARGET-LOAN-ID
               TO LOAN-ID OF PAYMENT-SCHEDULE-REC
           MOVE ZERO TO PAYMENT-DUE-DATE
           START PAYMENT-SCHEDULE-FILE KEY IS NOT LESS THAN
                   SCHEDULE-KEY OF PAYMENT-SCHEDULE-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LOAN-ROWS
           END-START
           PERFORM DELETE-NEXT-UNPAID-ROW
               UNTIL END-OF-LOAN-ROWS.

       DELETE-NEXT-UNPAID-ROW.
           READ PAYMENT-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-LOAN-ROWS
               NOT AT END
                   IF LOAN-ID OF PAYMENT-SCHEDULE-REC
                       NOT = WS-TARGET-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-LOAN-ROWS
                   ELSE
                       IF PAID-NO
                           DELETE PAYMENT-SCHEDULE-FILE
                               INVALID KEY
                                   DISPLAY 'Error Deleting Row For '
                                       'Loan ' WS-TARGET-LOAN-ID
                           END-DELETE
                       END-IF
                   END-IF
           END-READ.

       WRITE-NEW-SCHEDULE-ROWS.
           MOVE WS-FIRST-UNPAID-DATE(1:4) TO WS-DUE-YEAR
           MOVE WS-FIRST-UNPAID-DATE(5:2) TO WS-DUE-MONTH
           MOVE WS-FIRST-UNPAID-DATE(7:2) TO WS-DUE-DAY
           MOVE WS-DUE-DAY TO WS-ORIGINAL-DUE-DAY
           MOVE WS-DUE-DAY TO WS-ACTUAL-DUE-DAY

           PERFORM WRITE-ONE-NEW-ROW
               VARYING WS-MONTH-COUNT FROM 1 BY 1
               UNTIL WS-MONTH-COUNT > WS-NEW-ROW-COUNT.

       WRITE-ONE-NEW-ROW.
           COMPUTE WS-INTEREST-PORTION ROUNDED =
               WS-REMAINING-BALANCE * WS-MONTHLY-RATE

           IF WS-MONTH-COUNT = WS-NEW-ROW-COUNT
               MOVE WS-REMAINING-BALANCE TO WS-PRINCIPAL-PORTION
           ELSE
               IF WS-MONTHLY-PAYMENT > WS-INTEREST-PORTION
                   COMPUTE WS-PRINCIPAL-PORTION ROUNDED =
                       WS-MONTHLY-PAYMENT - WS-INTEREST-PORTION
               ELSE
                   MOVE ZERO TO WS-PRINCIPAL-PORTION
               END-IF
               IF WS-PRINCIPAL-PORTION > WS-REMAINING-BALANCE
                   MOVE WS-REMAINING-BALANCE TO WS-PRINCIPAL-PORTION
               END-IF
           END-IF
           COMPUTE WS-ROW-PAYMENT =
               WS-PRINCIPAL-PORTION + WS-INTEREST-PORTION

           SUBTRACT WS-PRINCIPAL-PORTION FROM WS-REMAINING-BALANCE

           MOVE WS-TARGET-LOAN-ID
               TO LOAN-ID OF PAYMENT-SCHEDULE-REC
           MOVE WS-DUE-YEAR       TO PAYMENT-DUE-DATE(1:4)
           MOVE WS-DUE-MONTH      TO PAYMENT-DUE-DATE(5:2)
           MOVE WS-ACTUAL-DUE-DAY TO PAYMENT-DUE-DATE(7:2)
           MOVE WS-ROW-PAYMENT       TO PAYMENT-AMOUNT
                                         OF PAYMENT-SCHEDULE-REC
           MOVE WS-INTEREST-PORTION  TO INTEREST-AMOUNT
           MOVE WS-PRINCIPAL-PORTION TO PRINCIPAL-AMOUNT
           MOVE 'N' TO PAID-STATUS
           WRITE PAYMENT-SCHEDULE-REC
               INVALID KEY
                   DISPLAY 'Duplicate Schedule Row For Loan '
                       WS-TARGET-LOAN-ID
           END-WRITE
           ADD 1 TO WS-ROWS-GENERATED
           MOVE PAYMENT-DUE-DATE TO WS-NEW-MATURITY-DATE

           ADD 1 TO WS-DUE-MONTH
           IF WS-DUE-MONTH > 12
               MOVE 1 TO WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           END-IF
           PERFORM CLAMP-DUE-DAY-TO-MONTH.

       CLAMP-DUE-DAY-TO-MONTH.
           PERFORM FIND-LAST-DAY-OF-MONTH

           IF WS-ORIGINAL-DUE-DAY > WS-LAST-DAY-OF-MONTH
               MOVE WS-LAST-DAY-OF-MONTH TO WS-ACTUAL-DUE-DAY
           ELSE
               MOVE WS-ORIGINAL-DUE-DAY TO WS-ACTUAL-DUE-DAY
           END-IF.

       FIND-LAST-DAY-OF-MONTH.
           EVALUATE WS-DUE-MONTH
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-LAST-DAY-OF-MONTH
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-LAST-DAY-OF-MONTH
               WHEN 2
                   PERFORM CHECK-LEAP-YEAR
           END-EVALUATE.

       CHECK-LEAP-YEAR.
           DIVIDE WS-DUE-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER-4
           DIVIDE WS-DUE-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER-100
           DIVIDE WS-DUE-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER-400

           IF WS-LEAP-REMAINDER-4 = 0
              AND (WS-LEAP-REMAINDER-100 NOT = 0
                   OR WS-LEAP-REMAINDER-400 = 0)
               MOVE 29 TO WS-LAST-DAY-OF-MONTH
           ELSE
               MOVE 28 TO WS-LAST-DAY-OF-MONTH
           END-IF.

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

       SEED-TRANSACTION-SERIES.
           MOVE 'N' TO WS-END-OF-TRANSACTIONS
           OPEN INPUT TRANSACTION-FILE
           IF NOT TRAN-FILE-OK
               MOVE 1 TO WS-NEXT-TRANSACTION-ID
           ELSE
               PERFORM FIND-HIGHEST-TRANSACTION-ID
                   UNTIL END-OF-TRANSACTIONS
               ADD 1 TO WS-NEXT-TRANSACTION-ID
               CLOSE TRANSACTION-FILE
           END-IF
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
                   IF TRANSACTION-ID > WS-NEXT-TRANSACTION-ID
                       MOVE TRANSACTION-ID TO WS-NEXT-TRANSACTION-ID
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  The extension fee posts as a FEE the way an assessed late
      *  fee does; FEES-RECEIVABLE was raised with the loan update.
      *----------------------------------------------------------------
       WRITE-EXTENSION-FEE.
           OPEN I-O TRANSACTION-FILE
           IF TRAN-FILE-NOT-FOUND
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN I-O TRANSACTION-FILE
           END-IF
           MOVE WS-NEXT-TRANSACTION-ID TO TRANSACTION-ID
           MOVE WS-TARGET-LOAN-ID      TO LOAN-ID OF TRANSACTION-REC
           MOVE WS-EFFECTIVE-DATE      TO PAYMENT-DATE
           MOVE WS-FEE-AMOUNT          TO PAYMENT-AMOUNT OF
                                           TRANSACTION-REC
           MOVE WS-BALANCE             TO REMAINING-BALANCE
           MOVE 'FEE'                  TO TRANSACTION-TYPE
           MOVE ZERO                   TO REVERSED-TRANSACTION-ID
           MOVE ZERO TO BRANCH-ID OF TRANSACTION-REC
           MOVE ZERO TO TELLER-SESSION-ID
           MOVE SPACES TO TENDER-TYPE
           MOVE ZEROS TO ALLOCATION-SPLIT
           MOVE ZEROS TO BACKDATE-CONTROL
           WRITE TRANSACTION-REC
               INVALID KEY
                   DISPLAY 'Error Writing Extension Fee For Loan '
                       WS-TARGET-LOAN-ID
           END-WRITE
           CLOSE TRANSACTION-FILE.

       RECORD-EXTENSION-HISTORY.
           OPEN EXTEND LOAN-MOD-HIST-FILE
           IF NOT HIST-FILE-OK
               OPEN OUTPUT LOAN-MOD-HIST-FILE
           END-IF

           MOVE WS-TARGET-LOAN-ID TO LOAN-ID OF LOAN-MOD-HIST-REC
           MOVE WS-EFFECTIVE-DATE TO MOD-EFFECTIVE-DATE
           MOVE WS-OLD-RATE       TO OLD-INTEREST-RATE
           MOVE WS-OLD-TERM       TO OLD-LOAN-TERM
           MOVE WS-BALANCE        TO OLD-LOAN-BALANCE
           MOVE WS-NEW-RATE       TO NEW-INTEREST-RATE
           MOVE WS-NEW-TERM       TO NEW-LOAN-TERM
           MOVE WS-BALANCE        TO NEW-LOAN-BALANCE
           MOVE ZERO              TO CAPITALIZED-AMOUNT
           MOVE WS-USER-ID        TO APPROVED-BY
           MOVE 'X'               TO MOD-TYPE
           MOVE WS-OLD-MATURITY-DATE TO OLD-MATURITY-DATE
           MOVE WS-NEW-MATURITY-DATE TO NEW-MATURITY-DATE
           MOVE WS-FEE-AMOUNT     TO EXTENSION-FEE

           WRITE LOAN-MOD-HIST-REC

           CLOSE LOAN-MOD-HIST-FILE.
