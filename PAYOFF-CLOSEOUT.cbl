       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYOFF-CLOSEOUT.

      *================================================================
      *  Callable payoff close-out refund.  When a loan pays off
      *  (LOAN-PAYOFF, or WIRE-RECEIPT-INTAKE on a matched payoff
      *  wire) any borrower money still on the books goes back to
      *  the borrower: escrow interest accrued to date is credited
      *  to the impound ledger the same way ESCROW-INTEREST-ACCRUAL
      *  credits it, the whole ESCROW-BALANCE is disbursed and the
      *  ledger zeroed, and the caller's overpayment -- funds
      *  received over the payoff figure -- is added on, as is the
      *  unearned ancillary premium ANCILLARY-CANCEL found owing to
      *  the borrower.  The total goes out on one refund check,
      *  numbered off the CHECK series and written to
      *  CHECK_ISSUE.DAT and the escrow check register so positive
      *  pay, paid-items matching, the outstanding-check report and
      *  the escheat sweep all see it.  The GL books the
      *  overpayment received (cash debit, OVERPAY credit) and the
      *  refund (ESCROW, OVERPAY and ANCREFUND debits, cash
      *  credit), and a PAYOFF_REFUND.DAT row records the split for
      *  the payoff confirmation letter.  Returns the refund total
      *  and check number; a loan with nothing to refund returns
      *  zero and writes nothing.  A borrower under an
      *  identity-theft red-flag alert (CHECK-FRAUD-ALERT) has the
      *  check cut HELD and queued as a FRAUD ALERT CHECK item, so
      *  it goes nowhere until a supervisor has verified the
      *  borrower and released it.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCROW-FILE ASSIGN TO 'ESCROW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF ESCROW-REC
               FILE STATUS IS ESCROW-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-REC
               FILE STATUS IS CUST-FILE-STATUS.

           SELECT CHECK-REGISTER-FILE
               ASSIGN TO 'ESCROW_CHECK_REGISTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT CHECK-ISSUE-FILE ASSIGN TO 'CHECK_ISSUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECK-NUMBER OF CHECK-ISSUE-REC
               FILE STATUS IS ISSUE-FILE-STATUS.

           SELECT PAYOFF-REFUND-FILE ASSIGN TO 'PAYOFF_REFUND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REFUND-FILE-STATUS.

           SELECT GL-POSTING-FILE ASSIGN TO 'GL_POSTING.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESCROW-FILE.
       COPY ESCROWREC.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-REC.
           05  REG-RUN-DATE            PIC 9(8).
           05  REG-LOAN-ID             PIC 9(5).
           05  REG-PAYEE-TYPE          PIC X(10).
           05  REG-PAYEE-NAME          PIC X(30).
           05  REG-PAYEE-ADDRESS       PIC X(50).
           05  REG-AMOUNT              PIC 9(7)V99.
           05  REG-CHECK-NUMBER        PIC 9(5).

       FD  CHECK-ISSUE-FILE.
       COPY CHECKISSUEREC.

       FD  PAYOFF-REFUND-FILE.
       COPY PAYREFUNDREC.

       FD  GL-POSTING-FILE.
       COPY GLPOSTREC.

       WORKING-STORAGE SECTION.
       01  ESCROW-FILE-STATUS     PIC XX.
           88  ESCROW-FILE-OK      VALUE '00'.
       01  CUST-FILE-STATUS       PIC XX.
           88  CUST-FILE-OK        VALUE '00'.
       01  REGISTER-FILE-STATUS   PIC XX.
           88  REGISTER-FILE-OK    VALUE '00'.
           88  REGISTER-FILE-ERROR VALUE '10'.
       01  ISSUE-FILE-STATUS      PIC XX.
           88  ISSUE-FILE-OK       VALUE '00'.
           88  ISSUE-FILE-NOT-FOUND VALUE '35'.
       01  REFUND-FILE-STATUS     PIC XX.
           88  REFUND-FILE-OK      VALUE '00'.
       01  GL-FILE-STATUS         PIC XX.
           88  GL-FILE-OK          VALUE '00'.
           88  GL-FILE-ERROR       VALUE '10'.

      *  Account codes default to the long-standing compiled values
      *  and are overridden by the owning entity's mapping rows, the
      *  same way LOAN-FUNDING loads its chart.  OVERPAY is the borrower
      *  credit-balance liability a payoff overage sits in until the
      *  refund check clears it.
       01  WS-ACCT-CASH           PIC X(10) VALUE '1000-CASH'.
       01  WS-ACCT-ESCROW         PIC X(10) VALUE '2100-ESCR'.
       01  WS-ACCT-OVERPAY        PIC X(10) VALUE '2200-OVPY'.
       01  WS-ACCT-ANCREFUND      PIC X(10) VALUE '2250-ANCR'.
       01  WS-MAP-CATEGORY        PIC X(10).
       01  WS-MAP-ACCOUNT         PIC X(10).
       01  WS-MAP-FOUND           PIC X.
           88  MAP-WAS-FOUND       VALUE 'Y'.
       01  WS-GL-COMPANY          PIC 9(3) VALUE ZERO.

       01  WS-ESCROW-REFUND       PIC 9(7)V99 VALUE ZERO.
       01  WS-INT-CREDIT          PIC 9(7)V99 VALUE ZERO.
       01  WS-PAYOFF-YEAR         PIC 9(4).
       01  WS-NEXT-CHECK-NUMBER   PIC 9(5) VALUE ZERO.
       01  WS-ID-MODE             PIC X.
       01  WS-ID-SERIES           PIC X(12).
       01  WS-ID-FOUND            PIC X.
           88  ID-SERIES-FOUND     VALUE 'Y'.
       01  WS-LOG-ACTION-TYPE     PIC A(20).
       01  WS-LOG-DESCRIPTION     PIC A(50).
       01  WS-LOG-USER-ID         PIC A(10).
       01  WS-DISPLAY-AMOUNT      PIC Z(6)9.99.

       01  WS-ALERT-IN-FORCE      PIC X VALUE 'N'.
           88  FRAUD-ALERT-IN-FORCE VALUE 'Y'.
       01  WS-ALERT-TYPE          PIC X(2).
       01  WS-ALERT-DATE          PIC 9(8).
       01  WS-ALERT-NOTE          PIC X(40).
       01  WS-Q-ACTION            PIC X(20) VALUE 'FRAUD ALERT CHECK'.
       01  WS-Q-AUX-DATE-2        PIC 9(8) VALUE ZERO.
       01  WS-Q-DETAIL            PIC X(30).

       LINKAGE SECTION.
       01  WS-PCO-LOAN-ID         PIC 9(5).
       01  WS-PCO-CUSTOMER-ID     PIC 9(5).
       01  WS-PCO-PAYOFF-DATE     PIC 9(8).
       01  WS-PCO-OVERPAYMENT     PIC 9(7)V99.
       01  WS-PCO-ANCILLARY-REFUND PIC 9(7)V99.
       01  WS-PCO-USER-ID         PIC X(10).
       01  WS-PCO-REFUND-AMOUNT   PIC 9(7)V99.
       01  WS-PCO-CHECK-NUMBER    PIC 9(5).

       PROCEDURE DIVISION USING WS-PCO-LOAN-ID
                                 WS-PCO-CUSTOMER-ID
                                 WS-PCO-PAYOFF-DATE
                                 WS-PCO-OVERPAYMENT
                                 WS-PCO-ANCILLARY-REFUND
                                 WS-PCO-USER-ID
                                 WS-PCO-REFUND-AMOUNT
                                 WS-PCO-CHECK-NUMBER.

       MOVE ZERO TO WS-PCO-REFUND-AMOUNT
       MOVE ZERO TO WS-PCO-CHECK-NUMBER
       MOVE ZERO TO WS-ESCROW-REFUND
       MOVE WS-PCO-PAYOFF-DATE(1:4) TO WS-PAYOFF-YEAR

       PERFORM CLOSE-OUT-ESCROW-LEDGER

       COMPUTE WS-PCO-REFUND-AMOUNT =
           WS-ESCROW-REFUND + WS-PCO-OVERPAYMENT
           + WS-PCO-ANCILLARY-REFUND
       IF WS-PCO-REFUND-AMOUNT = ZERO
           GOBACK
       END-IF

       PERFORM FIND-BORROWER
       CALL 'CHECK-FRAUD-ALERT' USING WS-PCO-CUSTOMER-ID
                                      WS-ALERT-IN-FORCE
                                      WS-ALERT-TYPE
                                      WS-ALERT-DATE
                                      WS-ALERT-NOTE
       PERFORM ASSIGN-NEXT-CHECK-NUMBER
       PERFORM ISSUE-REFUND-CHECK
       IF FRAUD-ALERT-IN-FORCE
           PERFORM QUEUE-HELD-REFUND-CHECK
       END-IF
       CALL 'GET-LOAN-COMPANY' USING WS-PCO-LOAN-ID WS-GL-COMPANY
       PERFORM LOAD-ACCOUNT-MAP
       PERFORM WRITE-REFUND-GL-ENTRIES
       PERFORM WRITE-PAYOFF-REFUND-ROW

       MOVE WS-NEXT-CHECK-NUMBER TO WS-PCO-CHECK-NUMBER
       MOVE WS-PCO-REFUND-AMOUNT TO WS-DISPLAY-AMOUNT
       MOVE 'PAYOFF REFUND' TO WS-LOG-ACTION-TYPE
       MOVE WS-PCO-USER-ID  TO WS-LOG-USER-ID
       MOVE SPACES TO WS-LOG-DESCRIPTION
       STRING 'Refund Check ' WS-NEXT-CHECK-NUMBER
              ' Loan ' WS-PCO-LOAN-ID
              ' Amount ' WS-DISPLAY-AMOUNT
              DELIMITED BY SIZE INTO WS-LOG-DESCRIPTION
       CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                     WS-LOG-USER-ID
                                     WS-LOG-DESCRIPTION

       GOBACK.

      *----------------------------------------------------------------
      *  Escrow interest accrued since the last monthly credit is
      *  the borrower's: credit whole cents into the balance and the
      *  year's 1099-INT figure exactly as ESCROW-INTEREST-ACCRUAL
      *  would, then disburse the entire balance to the refund and
      *  leave the ledger at zero.  A loan with no escrow ledger
      *  refunds only its overpayment.
      *----------------------------------------------------------------
       CLOSE-OUT-ESCROW-LEDGER.
           OPEN I-O ESCROW-FILE
           IF ESCROW-FILE-OK
               MOVE WS-PCO-LOAN-ID TO LOAN-ID OF ESCROW-REC
               READ ESCROW-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CREDIT-FINAL-ESCROW-INTEREST
                       MOVE ESCROW-BALANCE TO WS-ESCROW-REFUND
                       ADD ESCROW-BALANCE TO ESCROW-DISBURSED
                       MOVE ZERO TO ESCROW-BALANCE
                       REWRITE ESCROW-REC
                           INVALID KEY
                               DISPLAY 'Error Closing Escrow Ledger '
                                   'For Loan ' WS-PCO-LOAN-ID
                               MOVE ZERO TO WS-ESCROW-REFUND
                       END-REWRITE
               END-READ
               CLOSE ESCROW-FILE
           END-IF.

       CREDIT-FINAL-ESCROW-INTEREST.
           IF WS-PAYOFF-YEAR NOT = ESCROW-INT-YEAR
               MOVE ESCROW-INT-YTD  TO ESCROW-INT-PRIOR-YTD
               MOVE ESCROW-INT-YEAR TO ESCROW-INT-PRIOR-YEAR
               MOVE ZERO TO ESCROW-INT-YTD
               MOVE WS-PAYOFF-YEAR TO ESCROW-INT-YEAR
           END-IF
           COMPUTE WS-INT-CREDIT = ESCROW-INT-ACCRUED
           IF WS-INT-CREDIT > ZERO
               ADD WS-INT-CREDIT TO ESCROW-BALANCE
               ADD WS-INT-CREDIT TO ESCROW-INT-YTD
               SUBTRACT WS-INT-CREDIT FROM ESCROW-INT-ACCRUED
           END-IF
           MOVE WS-PCO-PAYOFF-DATE TO ESCROW-INT-THRU-DATE.

       FIND-BORROWER.
           MOVE SPACES TO CUSTOMER-NAME
           MOVE SPACES TO CUST-ADDRESS-AREA
           MOVE SPACES TO ADDRESS-FORMAT
           OPEN INPUT CUSTOMER-FILE
           IF CUST-FILE-OK
               MOVE WS-PCO-CUSTOMER-ID TO CUSTOMER-ID OF CUSTOMER-REC
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE SPACES TO CUSTOMER-NAME
                       MOVE SPACES TO CUST-ADDRESS-AREA
                       MOVE SPACES TO ADDRESS-FORMAT
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF.

       ASSIGN-NEXT-CHECK-NUMBER.
           MOVE 'A' TO WS-ID-MODE
           MOVE 'CHECK' TO WS-ID-SERIES
           CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                        WS-ID-SERIES
                                        WS-NEXT-CHECK-NUMBER
                                        WS-ID-FOUND
           IF NOT ID-SERIES-FOUND
               MOVE 1 TO WS-NEXT-CHECK-NUMBER
               MOVE 'S' TO WS-ID-MODE
               CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                            WS-ID-SERIES
                                            WS-NEXT-CHECK-NUMBER
                                            WS-ID-FOUND
           END-IF.

      *----------------------------------------------------------------
      *  The check register carries the payee address on one line:
      *  first street line, then city, state and ZIP+4.
      *----------------------------------------------------------------
       BUILD-PAYEE-ADDRESS.
           MOVE SPACES TO REG-PAYEE-ADDRESS
           IF ADDRESS-STRUCTURED
               IF ADDR-ZIP-4 = SPACES
                   STRING ADDR-STREET-1 DELIMITED BY '  '
                          ', '          DELIMITED BY SIZE
                          ADDR-CITY     DELIMITED BY '  '
                          ' '           DELIMITED BY SIZE
                          ADDR-STATE    DELIMITED BY SIZE
                          ' '           DELIMITED BY SIZE
                          ADDR-ZIP-5    DELIMITED BY SIZE
                       INTO REG-PAYEE-ADDRESS
               ELSE
                   STRING ADDR-STREET-1 DELIMITED BY '  '
                          ', '          DELIMITED BY SIZE
                          ADDR-CITY     DELIMITED BY '  '
                          ' '           DELIMITED BY SIZE
                          ADDR-STATE    DELIMITED BY SIZE
                          ' '           DELIMITED BY SIZE
                          ADDR-ZIP-5    DELIMITED BY SIZE
                          '-'           DELIMITED BY SIZE
                          ADDR-ZIP-4    DELIMITED BY SIZE
                       INTO REG-PAYEE-ADDRESS
               END-IF
           ELSE
               MOVE LEGACY-ADDRESS-TEXT TO REG-PAYEE-ADDRESS
           END-IF.

      *----------------------------------------------------------------
      *  The refund check is payable to the borrower at the address
      *  on file and goes on the same register and issued-check file
      *  the escrow disbursement checks use.
      *----------------------------------------------------------------
       ISSUE-REFUND-CHECK.
           OPEN EXTEND CHECK-REGISTER-FILE
           IF REGISTER-FILE-ERROR
               OPEN OUTPUT CHECK-REGISTER-FILE
           END-IF
           MOVE WS-PCO-PAYOFF-DATE   TO REG-RUN-DATE
           MOVE WS-PCO-LOAN-ID       TO REG-LOAN-ID
           MOVE 'REFUND'             TO REG-PAYEE-TYPE
           MOVE CUSTOMER-NAME        TO REG-PAYEE-NAME
           PERFORM BUILD-PAYEE-ADDRESS
           MOVE WS-PCO-REFUND-AMOUNT TO REG-AMOUNT
           MOVE WS-NEXT-CHECK-NUMBER TO REG-CHECK-NUMBER
           WRITE CHECK-REGISTER-REC
           CLOSE CHECK-REGISTER-FILE

           OPEN I-O CHECK-ISSUE-FILE
           IF ISSUE-FILE-NOT-FOUND
               OPEN OUTPUT CHECK-ISSUE-FILE
               CLOSE CHECK-ISSUE-FILE
               OPEN I-O CHECK-ISSUE-FILE
           END-IF
           MOVE WS-NEXT-CHECK-NUMBER TO CHECK-NUMBER
           MOVE WS-PCO-LOAN-ID       TO LOAN-ID OF CHECK-ISSUE-REC
           MOVE 'REFUND'             TO PAYEE-TYPE OF CHECK-ISSUE-REC
           MOVE CUSTOMER-NAME        TO PAYEE-NAME OF CHECK-ISSUE-REC
           MOVE WS-PCO-PAYOFF-DATE   TO ISSUE-DATE
           MOVE WS-PCO-REFUND-AMOUNT TO CHECK-AMOUNT
           IF FRAUD-ALERT-IN-FORCE
               MOVE 'HELD'           TO CHECK-STATUS
           ELSE
               MOVE 'ISSUED'         TO CHECK-STATUS
           END-IF
           MOVE ZERO                 TO CLEARED-DATE
           WRITE CHECK-ISSUE-REC
               INVALID KEY
                   DISPLAY 'Error Writing Check Issue Record '
                       WS-NEXT-CHECK-NUMBER
           END-WRITE
           CLOSE CHECK-ISSUE-FILE.

      *----------------------------------------------------------------
      *  Held refund check: the dual-control item names the check
      *  and carries the amount, payoff date and loan so the
      *  supervisor can match it to the payoff file.
      *----------------------------------------------------------------
       QUEUE-HELD-REFUND-CHECK.
           MOVE SPACES TO WS-Q-DETAIL
           STRING 'REFUND CHECK LOAN ' WS-PCO-LOAN-ID
               DELIMITED BY SIZE INTO WS-Q-DETAIL
           CALL 'QUEUE-PENDING-APPROVAL' USING WS-Q-ACTION
                                                WS-NEXT-CHECK-NUMBER
                                                WS-PCO-REFUND-AMOUNT
                                                WS-PCO-PAYOFF-DATE
                                                WS-Q-AUX-DATE-2
                                                WS-Q-DETAIL
                                                WS-PCO-USER-ID
           DISPLAY '*** FRAUD ALERT (' WS-ALERT-TYPE ') SINCE '
               WS-ALERT-DATE ' ON CUSTOMER ' WS-PCO-CUSTOMER-ID
               ' ***'
           DISPLAY 'Refund Check ' WS-NEXT-CHECK-NUMBER
               ' Held For Supervisor Release.'.

       WRITE-REFUND-GL-ENTRIES.
           OPEN EXTEND GL-POSTING-FILE
           IF GL-FILE-ERROR
               OPEN OUTPUT GL-POSTING-FILE
           END-IF

           IF WS-PCO-OVERPAYMENT > ZERO
               MOVE WS-PCO-PAYOFF-DATE TO GL-POSTING-DATE
               MOVE WS-ACCT-CASH       TO GL-ACCOUNT-CODE
               MOVE 'D'                TO GL-DEBIT-CREDIT
               MOVE WS-PCO-OVERPAYMENT TO GL-AMOUNT
               MOVE 'PAYOFF OVERPAYMENT RECEIVED' TO GL-DESCRIPTION
               MOVE WS-GL-COMPANY                 TO GL-COMPANY-CODE
               WRITE GL-POSTING-REC

               MOVE WS-PCO-PAYOFF-DATE TO GL-POSTING-DATE
               MOVE WS-ACCT-OVERPAY    TO GL-ACCOUNT-CODE
               MOVE 'C'                TO GL-DEBIT-CREDIT
               MOVE WS-PCO-OVERPAYMENT TO GL-AMOUNT
               MOVE 'PAYOFF OVERPAYMENT RECEIVED' TO GL-DESCRIPTION
               MOVE WS-GL-COMPANY                 TO GL-COMPANY-CODE
               WRITE GL-POSTING-REC

               MOVE WS-PCO-PAYOFF-DATE TO GL-POSTING-DATE
               MOVE WS-ACCT-OVERPAY    TO GL-ACCOUNT-CODE
               MOVE 'D'                TO GL-DEBIT-CREDIT
               MOVE WS-PCO-OVERPAYMENT TO GL-AMOUNT
               MOVE 'PAYOFF REFUND CHECK' TO GL-DESCRIPTION
               MOVE WS-GL-COMPANY         TO GL-COMPANY-CODE
               WRITE GL-POSTING-REC
           END-IF

           IF WS-ESCROW-REFUND > ZERO
               MOVE WS-PCO-PAYOFF-DATE TO GL-POSTING-DATE
               MOVE WS-ACCT-ESCROW     TO GL-ACCOUNT-CODE
               MOVE 'D'                TO GL-DEBIT-CREDIT
               MOVE WS-ESCROW-REFUND   TO GL-AMOUNT
               MOVE 'PAYOFF REFUND CHECK' TO GL-DESCRIPTION
               MOVE WS-GL-COMPANY         TO GL-COMPANY-CODE
               WRITE GL-POSTING-REC
           END-IF

           IF WS-PCO-ANCILLARY-REFUND > ZERO
               MOVE WS-PCO-PAYOFF-DATE      TO GL-POSTING-DATE
               MOVE WS-ACCT-ANCREFUND       TO GL-ACCOUNT-CODE
               MOVE 'D'                     TO GL-DEBIT-CREDIT
               MOVE WS-PCO-ANCILLARY-REFUND TO GL-AMOUNT
               MOVE 'PAYOFF REFUND CHECK'   TO GL-DESCRIPTION
               MOVE WS-GL-COMPANY           TO GL-COMPANY-CODE
               WRITE GL-POSTING-REC
           END-IF

           MOVE WS-PCO-PAYOFF-DATE   TO GL-POSTING-DATE
           MOVE WS-ACCT-CASH         TO GL-ACCOUNT-CODE
           MOVE 'C'                  TO GL-DEBIT-CREDIT
           MOVE WS-PCO-REFUND-AMOUNT TO GL-AMOUNT
           MOVE 'PAYOFF REFUND CHECK' TO GL-DESCRIPTION
           MOVE WS-GL-COMPANY         TO GL-COMPANY-CODE
           WRITE GL-POSTING-REC

           CLOSE GL-POSTING-FILE.

       WRITE-PAYOFF-REFUND-ROW.
           OPEN EXTEND PAYOFF-REFUND-FILE
           IF NOT REFUND-FILE-OK
               OPEN OUTPUT PAYOFF-REFUND-FILE
           END-IF
           MOVE WS-PCO-LOAN-ID       TO LOAN-ID OF PAYOFF-REFUND-REC
           MOVE WS-PCO-CUSTOMER-ID
               TO CUSTOMER-ID OF PAYOFF-REFUND-REC
           MOVE WS-PCO-PAYOFF-DATE   TO REFUND-DATE
           MOVE WS-ESCROW-REFUND     TO ESCROW-REFUND
           MOVE WS-PCO-OVERPAYMENT   TO OVERPAYMENT-REFUND
           MOVE WS-PCO-ANCILLARY-REFUND TO ANCILLARY-REFUND
           MOVE WS-PCO-REFUND-AMOUNT TO REFUND-TOTAL
           MOVE WS-NEXT-CHECK-NUMBER TO REFUND-CHECK-NUMBER
           WRITE PAYOFF-REFUND-REC
           CLOSE PAYOFF-REFUND-FILE.

       LOAD-ACCOUNT-MAP.
           MOVE 'CASH' TO WS-MAP-CATEGORY
           PERFORM LOOKUP-ONE-MAPPING
           IF MAP-WAS-FOUND
               MOVE WS-MAP-ACCOUNT TO WS-ACCT-CASH
           END-IF
           MOVE 'ESCROW' TO WS-MAP-CATEGORY
           PERFORM LOOKUP-ONE-MAPPING
           IF MAP-WAS-FOUND
               MOVE WS-MAP-ACCOUNT TO WS-ACCT-ESCROW
           END-IF
           MOVE 'OVERPAY' TO WS-MAP-CATEGORY
           PERFORM LOOKUP-ONE-MAPPING
           IF MAP-WAS-FOUND
               MOVE WS-MAP-ACCOUNT TO WS-ACCT-OVERPAY
           END-IF
           MOVE 'ANCREFUND' TO WS-MAP-CATEGORY
           PERFORM LOOKUP-ONE-MAPPING
           IF MAP-WAS-FOUND
               MOVE WS-MAP-ACCOUNT TO WS-ACCT-ANCREFUND
           END-IF.

       LOOKUP-ONE-MAPPING.
           CALL 'GL-ACCOUNT-LOOKUP' USING WS-MAP-CATEGORY
                                          WS-GL-COMPANY
                                          WS-MAP-ACCOUNT
                                          WS-MAP-FOUND.
