      *      - per loan: CUSTOMER-REC, LOAN-REC (ids assigned off
      *        NEXT_ID.DAT), a level-payment schedule for the
      *        remaining term the same way LOAN-AMORTIZE builds one
      *        (monthly rows, due day from the tape; the seller's
      *        day-count basis rides on the loan, blank taking the
      *        product default; a precomputed contract boards at its
      *        gross balance with the seller's unearned interest and
      *        its rows split by the contract method), the ESCROW.DAT
      *        ledger when a balance transfers, and COLLATERAL-REC
      *        when the tape carries collateral;
      *      - a loan failing its edits writes an exception line
           SELECT COLLATERAL-FILE ASSIGN TO 'COLLATERAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLLATERAL-KEY OF COLLATERAL-REC
               FILE STATUS IS COLLATERAL-FILE-STATUS.

       DATA DIVISION.
               88  BT-HEADER-REC       VALUE 'H'.
               88  BT-DETAIL-REC       VALUE 'D'.
               88  BT-TRAILER-REC      VALUE 'T'.
           05  BT-RECORD-BODY      PIC X(229).
           05  BT-DETAIL-BODY REDEFINES BT-RECORD-BODY.
               10  BT-CUSTOMER-NAME    PIC X(30).
               10  BT-CUST-ADDRESS     PIC X(50).
               10  BT-ESCROW-BALANCE   PIC 9(7)V99.
               10  BT-COLLATERAL-DESC  PIC X(30).
               10  BT-VIN-OR-ADDRESS   PIC X(15).
               10  BT-DAY-COUNT-BASIS  PIC X.
                   88  BT-BASIS-IS-VALID   VALUE 'T' 'A' 'X' ' '.
      *  A precomputed contract comes over at its gross contract
      *  balance, with the seller's unearned interest by the
      *  contract method as of the cut-off; space (tapes cut before
      *  the field existed) or 'S' is simple interest.
               10  BT-INTEREST-METHOD  PIC X.
                   88  BT-METHOD-IS-VALID  VALUE 'S' '7' 'A' ' '.
                   88  BT-METHOD-PRECOMPUTED VALUE '7' 'A'.
                   88  BT-METHOD-RULE-OF-78S VALUE '7'.
               10  BT-UNEARNED-INTEREST PIC 9(7)V99.
           05  BT-TRAILER-BODY REDEFINES BT-RECORD-BODY.
               10  BT-TRAILER-COUNT    PIC 9(5).
               10  BT-TRAILER-TOTAL    PIC 9(11)V99.
       01  WS-REMAINING-BALANCE    PIC 9(7)V99 COMP-3.
       01  WS-INTEREST-PORTION     PIC 9(7)V99 COMP-3.
       01  WS-PRINCIPAL-PORTION    PIC 9(7)V99 COMP-3.
       01  WS-UNEARNED-LEFT        PIC 9(7)V99 COMP-3.
       01  WS-PERIOD               PIC 9(3) COMP.
       01  WS-DUE-DATE             PIC 9(8).
       01  WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
       01  WS-LOG-DESCRIPTION      PIC A(50).
       01  WS-JRN-FILE-NAME        PIC X(20).
       01  WS-JRN-ACTION           PIC X(10).
       01  WS-JRN-BEFORE           PIC X(400).
       01  WS-JRN-AFTER            PIC X(400).

       01  WS-PARSED-ADDRESS.
           05  WS-PARSED-STREET-1  PIC X(30).
           05  WS-PARSED-STREET-2  PIC X(18).
           05  WS-PARSED-CITY      PIC X(20).
           05  WS-PARSED-STATE     PIC X(2).
           05  WS-PARSED-ZIP-5     PIC X(5).
           05  WS-PARSED-ZIP-4     PIC X(4).
       01  WS-ADDRESS-PARSED      PIC X.
           88  ADDRESS-WAS-PARSED  VALUE 'Y'.
       01  WS-PARSE-REASON        PIC X(40).

       PROCEDURE DIVISION.

                   ' - Loan Skipped.'
               MOVE 'Y' TO WS-LOAN-REJECTED
           END-IF
      *  The tape carries closed-end terms only -- a line of credit
      *  has no level schedule to board and no limit or draw period
      *  on the tape, so it is booked through LOAN-FILE instead.
           IF TYPE-HELOC OF LOAN-REC
               DISPLAY 'EXCEPTION: ' BT-CUSTOMER-NAME(1:20)
                   ' HELOC Lines Are Not Boarded From Tape'
                   ' - Loan Skipped.'
               MOVE 'Y' TO WS-LOAN-REJECTED
           END-IF
           IF BT-BALANCE = ZERO OR BT-REMAINING-TERM = ZERO
               DISPLAY 'EXCEPTION: ' BT-CUSTOMER-NAME(1:20)
                   ' Zero Balance Or Term - Loan Skipped.'
               MOVE 'Y' TO WS-LOAN-REJECTED
           END-IF
           IF NOT BT-BASIS-IS-VALID
               DISPLAY 'EXCEPTION: ' BT-CUSTOMER-NAME(1:20)
                   ' Invalid Day-Count Basis ' BT-DAY-COUNT-BASIS
                   ' - Loan Skipped.'
               MOVE 'Y' TO WS-LOAN-REJECTED
           END-IF
           IF NOT BT-METHOD-IS-VALID
               DISPLAY 'EXCEPTION: ' BT-CUSTOMER-NAME(1:20)
                   ' Invalid Interest Method ' BT-INTEREST-METHOD
                   ' - Loan Skipped.'
               MOVE 'Y' TO WS-LOAN-REJECTED
           END-IF
           IF BT-METHOD-PRECOMPUTED
               IF BT-UNEARNED-INTEREST NOT NUMERIC
                   DISPLAY 'EXCEPTION: ' BT-CUSTOMER-NAME(1:20)
                       ' Precomputed Contract Has No Unearned '
                       'Interest - Loan Skipped.'
                   MOVE 'Y' TO WS-LOAN-REJECTED
               ELSE
                   IF BT-UNEARNED-INTEREST NOT < BT-BALANCE
                       DISPLAY 'EXCEPTION: ' BT-CUSTOMER-NAME(1:20)
                           ' Unearned Interest Not Below Contract '
                           'Balance - Loan Skipped.'
                       MOVE 'Y' TO WS-LOAN-REJECTED
                   END-IF
               END-IF
           END-IF

           IF LOAN-REJECTED
               ADD 1 TO WS-LOANS-EXCEPTED
       WRITE-BOARDED-CUSTOMER.
           MOVE WS-NEW-CUSTOMER-ID TO CUSTOMER-ID OF CUSTOMER-REC
           MOVE BT-CUSTOMER-NAME   TO CUSTOMER-NAME
           PERFORM BOARD-MAILING-ADDRESS
           MOVE BT-PHONE           TO PHONE
           MOVE BT-ORIG-AMOUNT     TO LOAN-AMOUNT OF CUSTOMER-REC
           MOVE BT-BALANCE         TO LOAN-BALANCE OF CUSTOMER-REC
                   PERFORM JOURNAL-BOARDED-RECORD
           END-WRITE.

      *----------------------------------------------------------------
      *  The seller tape carries the address as one free-text line;
      *  it is parsed into the structured fields on the way in.  An
      *  address that will not parse does not hold up the loan: the
      *  text is boarded as it came (ADDRESS-FORMAT 'U') and an
      *  exception line tells servicing to key it by hand.
      *----------------------------------------------------------------
       BOARD-MAILING-ADDRESS.
           CALL 'PARSE-MAILING-ADDRESS' USING BT-CUST-ADDRESS
                                               WS-PARSED-STREET-1
                                               WS-PARSED-STREET-2
                                               WS-PARSED-CITY
                                               WS-PARSED-STATE
                                               WS-PARSED-ZIP-5
                                               WS-PARSED-ZIP-4
                                               WS-ADDRESS-PARSED
                                               WS-PARSE-REASON
           IF ADDRESS-WAS-PARSED
               MOVE WS-PARSED-STREET-1 TO ADDR-STREET-1
               MOVE WS-PARSED-STREET-2 TO ADDR-STREET-2
               MOVE WS-PARSED-CITY     TO ADDR-CITY
               MOVE WS-PARSED-STATE    TO ADDR-STATE
               MOVE WS-PARSED-ZIP-5    TO ADDR-ZIP-5
               MOVE WS-PARSED-ZIP-4    TO ADDR-ZIP-4
               MOVE 'S'                TO ADDRESS-FORMAT
           ELSE
               MOVE BT-CUST-ADDRESS    TO LEGACY-ADDRESS-TEXT
               MOVE SPACES             TO ADDR-STREET-2
               MOVE SPACES             TO ADDR-STATE
               MOVE SPACES             TO ADDR-ZIP-CODE
               MOVE 'U'                TO ADDRESS-FORMAT
               DISPLAY 'EXCEPTION: ' BT-CUSTOMER-NAME(1:20)
                   ' Address Not Parsed - ' WS-PARSE-REASON
                   ' - Boarded As Free Text.'
           END-IF.

       WRITE-BOARDED-LOAN.
           MOVE WS-NEW-LOAN-ID     TO LOAN-ID OF LOAN-REC
           MOVE WS-NEW-CUSTOMER-ID TO CUSTOMER-ID OF LOAN-REC
           MOVE 'A'                TO NONACCRUAL-STATUS
           MOVE ZERO               TO INTEREST-IN-SUSPENSE
           MOVE 'M'                TO PAYMENT-FREQUENCY
           MOVE BT-DAY-COUNT-BASIS TO DAY-COUNT-BASIS
           IF DAY-COUNT-BASIS = SPACE
               IF TYPE-MORTGAGE OF LOAN-REC
                   MOVE 'A'        TO DAY-COUNT-BASIS
               ELSE
                   MOVE 'T'        TO DAY-COUNT-BASIS
               END-IF
           END-IF
           MOVE 'L'                TO AMORT-METHOD
           MOVE ZERO               TO IO-MONTHS
           MOVE BT-REMAINING-TERM  TO AMORT-TERM
           MOVE BT-BRANCH-ID       TO BRANCH-ID OF LOAN-REC
      *  The boarded loan is owned by its branch's legal entity.
           CALL 'GET-BRANCH-COMPANY' USING BT-BRANCH-ID
                                           COMPANY-CODE OF LOAN-REC
      *  A boarded loan arrives fully decomposed: the balance is
      *  all principal until interest accrues or fees assess here.
           MOVE BT-BALANCE         TO PRINCIPAL-BALANCE
           MOVE ZERO               TO INTEREST-RECEIVABLE
           MOVE ZERO               TO FEES-RECEIVABLE
           MOVE ZERO               TO ESCROW-ADVANCES
           MOVE 'O'                TO CARD-CHANNEL-STATUS
           MOVE ZERO               TO CARD-CHARGEBACK-COUNT
           MOVE ZERO               TO CREDIT-LIMIT
           MOVE ZERO               TO DRAW-PERIOD-END
           MOVE ZERO               TO REPAY-PERIOD-MONTHS
           MOVE SPACE              TO HELOC-MIN-PAY-METHOD
           MOVE ZERO               TO HELOC-MIN-PAY-PCT
           MOVE 'O'                TO LINE-STATUS
           MOVE SPACE              TO LINE-FREEZE-REASON
           MOVE ZERO               TO LINE-FREEZE-DATE
           MOVE ZERO               TO REFINANCED-FROM-LOAN-ID
           MOVE ZERO               TO REFINANCED-BY-LOAN-ID
           MOVE ZERO               TO DISCLOSED-APR
           MOVE ZERO               TO DISCLOSED-FINANCE-CHARGE
           MOVE ZERO               TO TILA-DISCLOSURE-DATE
           MOVE ZERO               TO MATURITY-NOTICE-DAYS
           MOVE ZERO               TO MATURITY-EXT-COUNT
           PERFORM SET-BOARDED-INTEREST-METHOD
           WRITE LOAN-REC
               INVALID KEY
                   DISPLAY 'Error Boarding Loan ' WS-NEW-LOAN-ID
                   PERFORM JOURNAL-BOARDED-RECORD
           END-WRITE.

      *----------------------------------------------------------------
      *  A precomputed contract earns the unearned interest it was
      *  bought with over the remaining installments; INTEREST-
      *  ACCRUAL starts earning it with the first row due.
      *----------------------------------------------------------------
       SET-BOARDED-INTEREST-METHOD.
           MOVE ZERO TO PRECOMP-FINANCE-CHARGE
           MOVE ZERO TO UNEARNED-INTEREST
           MOVE ZERO TO PRECOMP-EARNED-INTEREST
           MOVE ZERO TO PRECOMP-EARNED-THRU
           MOVE ZERO TO PRECOMP-REBATE-AMOUNT
           MOVE ZERO TO GL-POSTED-FIN-CHARGE
           MOVE ZERO TO GL-POSTED-EARNED
           MOVE ZERO TO GL-POSTED-REBATE
           IF BT-METHOD-PRECOMPUTED
               MOVE BT-INTEREST-METHOD   TO INTEREST-METHOD
               MOVE BT-UNEARNED-INTEREST TO PRECOMP-FINANCE-CHARGE
               MOVE BT-UNEARNED-INTEREST TO UNEARNED-INTEREST
           ELSE
               MOVE 'S' TO INTEREST-METHOD
           END-IF.

      *----------------------------------------------------------------
      *  Level-payment schedule over the remaining term, the same
      *  arithmetic LOAN-AMORTIZE runs: monthly rows from the
      *  tape's next due date, final row sweeps the rounding.  A
      *  precomputed contract bills its gross balance in level
      *  installments instead, each split by the contract method
      *  between the unearned interest it earns and the amount
      *  financed it retires.
      *----------------------------------------------------------------
       BUILD-REMAINING-SCHEDULE.
           COMPUTE WS-MONTHLY-RATE = BT-RATE / 100 / 12
           MOVE BT-BALANCE TO WS-REMAINING-BALANCE
           EVALUATE TRUE
               WHEN BT-METHOD-PRECOMPUTED
                   COMPUTE WS-REMAINING-BALANCE =
                       BT-BALANCE - BT-UNEARNED-INTEREST
                   MOVE BT-UNEARNED-INTEREST TO WS-UNEARNED-LEFT
                   COMPUTE WS-MONTHLY-PAYMENT ROUNDED =
                       BT-BALANCE / BT-REMAINING-TERM
               WHEN WS-MONTHLY-RATE = ZERO
                   COMPUTE WS-MONTHLY-PAYMENT ROUNDED =
                       BT-BALANCE / BT-REMAINING-TERM
               WHEN OTHER
                   COMPUTE WS-PAYMENT-DIVISOR =
                       1 - ((1 + WS-MONTHLY-RATE)
                           ** (- BT-REMAINING-TERM))
                   COMPUTE WS-MONTHLY-PAYMENT ROUNDED =
                       BT-BALANCE * WS-MONTHLY-RATE
                           / WS-PAYMENT-DIVISOR
           END-EVALUATE

           MOVE BT-NEXT-DUE-DATE TO WS-DUE-DATE
           PERFORM WRITE-ONE-SCHEDULE-ROW
               UNTIL WS-PERIOD > BT-REMAINING-TERM.

       WRITE-ONE-SCHEDULE-ROW.
           IF BT-METHOD-PRECOMPUTED
               PERFORM SPLIT-PRECOMPUTED-ROW
           ELSE
               COMPUTE WS-INTEREST-PORTION ROUNDED =
                   WS-REMAINING-BALANCE * WS-MONTHLY-RATE
           END-IF
           IF WS-PERIOD = BT-REMAINING-TERM
               MOVE WS-REMAINING-BALANCE TO WS-PRINCIPAL-PORTION
               COMPUTE WS-MONTHLY-PAYMENT =
               ADD 1 TO WS-DUE-YEAR
           END-IF.

      *----------------------------------------------------------------
      *  The interest a precomputed installment earns.  Rule of 78s
      *  gives row k of n the sum-of-the-digits share (n - k + 1) /
      *  (n(n + 1) / 2) of the charge; actuarial earns the note
      *  rate on the amount financed still outstanding.  The final
      *  row takes whatever is left unearned, and no row earns more
      *  than is left.
      *----------------------------------------------------------------
       SPLIT-PRECOMPUTED-ROW.
           IF WS-PERIOD = BT-REMAINING-TERM
               MOVE WS-UNEARNED-LEFT TO WS-INTEREST-PORTION
           ELSE
               IF BT-METHOD-RULE-OF-78S
                   COMPUTE WS-INTEREST-PORTION ROUNDED =
                       BT-UNEARNED-INTEREST
                       * (BT-REMAINING-TERM - WS-PERIOD + 1) * 2
                       / (BT-REMAINING-TERM
                          * (BT-REMAINING-TERM + 1))
               ELSE
                   COMPUTE WS-INTEREST-PORTION ROUNDED =
                       WS-REMAINING-BALANCE * WS-MONTHLY-RATE
               END-IF
               IF WS-INTEREST-PORTION > WS-UNEARNED-LEFT
                   MOVE WS-UNEARNED-LEFT TO WS-INTEREST-PORTION
               END-IF
           END-IF
           SUBTRACT WS-INTEREST-PORTION FROM WS-UNEARNED-LEFT.

       WRITE-BOARDED-ESCROW.
           MOVE WS-NEW-LOAN-ID TO LOAN-ID OF ESCROW-REC
           MOVE ZERO TO ESCROW-COLLECTED

       WRITE-BOARDED-COLLATERAL.
           MOVE WS-NEW-LOAN-ID TO LOAN-ID OF COLLATERAL-REC
           MOVE 1 TO COLLATERAL-SEQ
           MOVE BT-COLLATERAL-DESC TO COLLATERAL-DESC
           MOVE BT-VIN-OR-ADDRESS  TO VIN-OR-ADDRESS
           MOVE BT-ORIG-AMOUNT     TO APPRAISED-VALUE
           MOVE ZERO               TO ORIG-APPRAISED-VALUE
           MOVE 'FILED'            TO LIEN-STATUS
           MOVE ZERO               TO LIEN-RELEASE-DATE
           MOVE 'ACTIVE'           TO ITEM-STATUS
           MOVE WS-RUN-DATE        TO ITEM-STATUS-DATE
           MOVE ZERO               TO SUBST-FOR-SEQ
           MOVE ZERO               TO RELEASE-PAYDOWN-TRAN-ID
           WRITE COLLATERAL-REC
               INVALID KEY
                   DISPLAY 'Error Boarding Collateral For Loan '
