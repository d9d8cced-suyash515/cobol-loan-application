      *        approved
      *      - the disbursement (date, method, amount net of the
      *        ORIGINATION fee from FEE-SCHEDULE-FILE) is recorded on
      *        FUNDING.DAT; a DOC PREP fee on the schedule and any
      *        rate-lock extension fees charged on the application's
      *        RATE_LOCK.DAT lock are netted with it, together the
      *        prepaid finance charges the Truth-in-Lending
      *        disclosure counted
      *      - a closed-end loan must carry a TILA-DISCLOSURE of
      *        record, and the APR recomputed by TILA-APR-CALC as of
      *        the funding date must still fall within the APR
      *        TOLERANCE BP parameter (default 12.5 basis points) of
      *        the APR disclosed, or the loan is redisclosed first
      *      - the origination fee posts as a FEE TRANSACTION-REC and
      *        the funding entries go to GL_POSTING.DAT (loan
      *        receivable debit, cash credit for the net, fee income
      *        credit)
      *      - the loan's interest day-count basis is confirmed or
      *        overridden, and a personal or auto contract written
      *        precomputed (Rule of 78s or actuarial) has its finance
      *        charge added to the balance as unearned interest
      *      - only then does LOAN-STATUS move APPROVED -> ACTIVE,
      *        with the status-history entry LOAN-FILE.cbl writes
      *      - a secured loan's post-closing documents (recorded
      *        mortgage, title policy, DMV title) go on
      *        TRAILING_DOC.DAT through BUILD-TRAILING-DOCS, with the
      *        closing agent keyed here for real-estate loans.
      *
      *  A borrower under an identity-theft red-flag alert is not
      *  funded until a supervisor, having verified the borrower,
      *  releases the FRAUD ALERT FUNDING item queued for the loan.
      *
      *  An application taken as a refinance names one of the
      *  borrower's ACTIVE loans.  That loan is priced for payoff as
      *  of the funding date the way LOAN-PAYOFF-QUOTE prices it
      *  (accrual position plus per-diem, plus any prepayment
      *  penalty), the payoff applies straight to it out of the
      *  proceeds -- PAYOFF and penalty FEE transactions, PAIDOFF,
      *  lien release, dealer reserve chargeback, accrual relief --
      *  its escrow balance is either refunded by check or rolled
      *  onto the new loan's ledger, and only the net cash-out is
      *  disbursed.  Each loan carries the other's ID as the
      *  refinance cross-reference.
      *================================================================

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS TRAN-FILE-STATUS.

           SELECT GL-POSTING-FILE ASSIGN TO 'GL_POSTING.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOAN-ID OF DEALER-RESERVE-REC
               FILE STATUS IS RESERVE-FILE-STATUS.

           SELECT PAYMENT-SCHEDULE-FILE
               ASSIGN TO 'PAYMENT_SCHEDULE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHEDULE-KEY OF PAYMENT-SCHEDULE-REC
               FILE STATUS IS SCHED-FILE-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO 'ACCRUED_INTEREST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF ACCRUAL-REC
               FILE STATUS IS ACCRUAL-FILE-STATUS.

           SELECT COLLATERAL-FILE ASSIGN TO 'COLLATERAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLLATERAL-KEY OF COLLATERAL-REC
               FILE STATUS IS COLLATERAL-FILE-STATUS.

           SELECT LIEN-RELEASE-FILE ASSIGN TO 'LIEN_RELEASE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RELEASE-FILE-STATUS.

           SELECT ESCROW-FILE ASSIGN TO 'ESCROW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF ESCROW-REC
               FILE STATUS IS ESCROW-FILE-STATUS.

           SELECT RATE-LOCK-FILE ASSIGN TO 'RATE_LOCK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF RATE-LOCK-REC
               FILE STATUS IS RATE-LOCK-FILE-STATUS.

           SELECT PENDING-APPROVAL-FILE
               ASSIGN TO 'PENDING_APPROVAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PENDING-ID OF PENDING-APPROVAL-REC
               FILE STATUS IS PENDING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       FD  TRANSACTION-FILE.
       COPY TRANREC.

       FD  GL-POSTING-FILE.
       COPY GLPOSTREC.

       FD  DEALER-RESERVE-FILE.
       COPY DEALERRESERVEREC.

       FD  PAYMENT-SCHEDULE-FILE.
       COPY PAYSCHREC.

       FD  ACCRUAL-FILE.
       COPY ACCRUALREC.

       FD  COLLATERAL-FILE.
       COPY COLLATERALREC.

       FD  LIEN-RELEASE-FILE.
       01  LIEN-RELEASE-REC.
           05  REL-LOAN-ID         PIC 9(5).
           05  REL-QUEUED-DATE     PIC 9(8).
           05  REL-COLLATERAL-SEQ  PIC 9(2).

       FD  ESCROW-FILE.
       COPY ESCROWREC.

       FD  RATE-LOCK-FILE.
       COPY RATELOCKREC.

       FD  PENDING-APPROVAL-FILE.
       COPY PENDAPPRREC.

       WORKING-STORAGE SECTION.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
       01  GL-FILE-STATUS          PIC XX.
           88  GL-FILE-OK           VALUE '00'.
           88  GL-FILE-ERROR        VALUE '10'.
      *  Account codes default to the long-standing compiled values
      *  and are overridden by the owning entity's mapping rows once
      *  the loan is read, the same way GL-INTERFACE-EXTRACT loads
      *  its chart.
       01  WS-ACCT-LOAN            PIC X(10) VALUE '1100-LOAN'.
       01  WS-ACCT-CASH            PIC X(10) VALUE '1000-CASH'.
       01  WS-ACCT-FEES            PIC X(10) VALUE '4200-FEE'.
       01  WS-MAP-ACCOUNT          PIC X(10).
       01  WS-MAP-FOUND            PIC X.
           88  MAP-WAS-FOUND        VALUE 'Y'.
       01  WS-GL-COMPANY           PIC 9(3) VALUE ZERO.
       01  HIST-FILE-STATUS        PIC XX.
           88  HIST-FILE-OK         VALUE '00'.

       01  WS-LOAN-ID              PIC 9(5).
       01  WS-FUNDING-DATE         PIC 9(8).
       01  WS-FUNDING-METHOD       PIC X(10).
       01  WS-DAY-COUNT-BASIS      PIC X.
           88  ENTRY-BASIS-IS-VALID VALUE 'T' 'A' 'X' ' '.
      *  Interest method of the contract as written: simple
      *  interest, or precomputed (Rule of 78s or actuarial) on
      *  dealer and consumer paper.
       01  WS-INTEREST-METHOD      PIC X VALUE 'S'.
           88  ENTRY-METHOD-IS-VALID VALUE 'S' '7' 'A' ' '.
           88  ENTRY-METHOD-PRECOMPUTED VALUE '7' 'A'.
       01  WS-PRECOMP-RATE         PIC 9(3)V9(6) COMP-3.
       01  WS-PRECOMP-DIVISOR      PIC 9(3)V9(6) COMP-3.
       01  WS-PRECOMP-PAYMENT      PIC 9(7)V99 COMP-3.
       01  WS-PRECOMP-CHARGE       PIC 9(7)V99 VALUE ZERO.
       01  WS-END-OF-APPROVALS     PIC X VALUE 'N'.
           88  END-OF-APPROVALS     VALUE 'Y'.
       01  WS-APPROVAL-FOUND       PIC X VALUE 'N'.
           88  APPROVAL-FOUND       VALUE 'Y'.
       01  WS-APPROVED-AMOUNT      PIC 9(7)V99.
       01  WS-FEE-TYPE             PIC X(20) VALUE 'ORIGINATION'.
       01  WS-DOC-PREP-FEE-TYPE    PIC X(20) VALUE 'DOC PREP'.
       01  WS-FEE-AMOUNT           PIC 9(7)V99.
       01  WS-DOC-PREP-AMOUNT      PIC 9(7)V99.
       01  WS-FEE-FOUND            PIC X.
           88  FEE-WAS-FOUND        VALUE 'Y'.
       01  WS-NET-AMOUNT           PIC 9(7)V99.
           05  WS-EXP-DAY         PIC 9(2).
       01  WS-MONTHS-LEFT         PIC 9(3).

      *  Refinance of an existing loan out of the proceeds.  The
      *  payoff is principal, interest accrued to the funding date
      *  and any prepayment penalty; the cash-out is what is left of
      *  the net proceeds, and is all that leaves the bank.
       01  SCHED-FILE-STATUS      PIC XX.
           88  SCHED-FILE-OK       VALUE '00'.
       01  ACCRUAL-FILE-STATUS    PIC XX.
           88  ACCRUAL-FILE-OK     VALUE '00'.
       01  COLLATERAL-FILE-STATUS PIC XX.
           88  COLLATERAL-FILE-OK  VALUE '00'.
       01  WS-END-OF-LIEN-ITEMS   PIC X VALUE 'N'.
           88  END-OF-LIEN-ITEMS   VALUE 'Y'.
       01  RELEASE-FILE-STATUS    PIC XX.
           88  RELEASE-FILE-OK     VALUE '00'.
       01  ESCROW-FILE-STATUS     PIC XX.
           88  ESCROW-FILE-OK      VALUE '00'.
       01  RATE-LOCK-FILE-STATUS  PIC XX.
           88  RATE-LOCK-FILE-OK   VALUE '00'.
           88  ESCROW-NOT-FOUND    VALUE '35'.
       01  WS-REFI-LOAN-ID        PIC 9(5) VALUE ZERO.
       01  WS-NEW-CUSTOMER-ID     PIC 9(5).
       01  WS-REFI-PRINCIPAL      PIC 9(7)V99 VALUE ZERO.
       01  WS-REFI-INTEREST       PIC 9(7)V99 VALUE ZERO.
       01  WS-REFI-PENALTY        PIC 9(7)V99 VALUE ZERO.
       01  WS-REFI-PAYOFF         PIC 9(7)V99 VALUE ZERO.
       01  WS-REFI-OLD-STATUS     PIC X(10).
       01  WS-REFI-REBATE         PIC 9(7)V99 VALUE ZERO.
       01  WS-REBATE-MIN-APPLIED  PIC X VALUE 'N'.
           88  REBATE-MIN-APPLIED  VALUE 'Y'.
       01  WS-CASH-OUT            PIC 9(7)V99 VALUE ZERO.
       01  WS-ESCROW-CHOICE       PIC X VALUE 'N'.
           88  ROLL-ESCROW         VALUE 'Y'.
       01  WS-ESCROW-ROLLED       PIC 9(7)V99 VALUE ZERO.
       01  WS-ESCROW-INT-ROLLED   PIC 9(5)V9(4) VALUE ZERO.
       01  WS-END-OF-SCHEDULE     PIC X VALUE 'N'.
           88  END-OF-SCHEDULE     VALUE 'Y'.
       01  WS-LAST-ENTRY-DATE     PIC 9(8) VALUE ZERO.
       01  WS-ACCRUAL-ON-FILE     PIC X VALUE 'N'.
           88  ACCRUAL-ON-FILE     VALUE 'Y'.

       01  WS-SCRA-LOAN-ID        PIC 9(5).
       01  WS-SCRA-NOTE-RATE      PIC 9(3)V99.
       01  WS-SCRA-EFFECTIVE-RT   PIC 9(3)V99.
       01  WS-SCRA-CAPPED         PIC X.
           88  SCRA-RATE-CAPPED    VALUE 'Y'.

       01  WS-DCI-BASIS           PIC X.
       01  WS-DCI-FROM-DATE       PIC 9(8).
       01  WS-DCI-TO-DATE         PIC 9(8).
       01  WS-DCI-PRINCIPAL       PIC 9(7)V99.
       01  WS-DCI-RATE            PIC 9(3)V99.
       01  WS-DCI-DAYS            PIC S9(5).
       01  WS-DCI-PER-DIEM        PIC 9(5)V9(4).
       01  WS-DCI-INTEREST        PIC 9(7)V99.

       01  WS-CB-LOAN-ID          PIC 9(5).
       01  WS-CB-EVENT-DATE       PIC 9(8).
       01  WS-CB-REASON           PIC X(10).
       01  WS-CB-CHARGED          PIC X.
           88  RESERVE-CHARGED-BACK VALUE 'Y'.

       01  WS-PCO-LOAN-ID         PIC 9(5).
       01  WS-PCO-CUSTOMER-ID     PIC 9(5).
       01  WS-PCO-PAYOFF-DATE     PIC 9(8).
       01  WS-PCO-OVERPAYMENT     PIC 9(7)V99 VALUE ZERO.
       01  WS-PCO-ANCILLARY-REFUND PIC 9(7)V99 VALUE ZERO.
       01  WS-PCO-USER-ID         PIC X(10).
       01  WS-PCO-REFUND-AMOUNT   PIC 9(7)V99.
       01  WS-PCO-CHECK-NUMBER    PIC 9(5).

       01  WS-ACX-LOAN-ID         PIC 9(5).
       01  WS-ACX-SEQ             PIC 9(2) VALUE ZERO.
       01  WS-ACX-EVENT-DATE      PIC 9(8).
       01  WS-ACX-REASON          PIC X(10).
       01  WS-ACX-DISPOSITION     PIC X.
       01  WS-ACX-USER-ID         PIC X(10).
       01  WS-ACX-LOAN-CREDIT     PIC 9(7)V99.
       01  WS-ACX-BORROWER-REFUND PIC 9(7)V99.

      *  Truth-in-Lending tolerance: the APR at funding may differ
      *  from the APR disclosed by no more than this many percentage
      *  points.  APR TOLERANCE BP on SYSTEM_PARAMETER.DAT overrides
      *  it in basis points (12.50 = one-eighth of a point).
       01  WS-APR-TOLERANCE       PIC 9V9(4) VALUE 0.125.
       01  WS-APR-DIFFERENCE      PIC 9(3)V9(4).
       01  WS-PARM-NAME           PIC X(20).
       01  WS-PARM-VALUE          PIC 9(7)V99.
       01  WS-PARM-FOUND          PIC X.
           88  PARM-WAS-FOUND      VALUE 'Y'.
       01  WS-APR-LOAN-ID         PIC 9(5).
       01  WS-APR-APPLICATION-ID  PIC 9(5).
       01  WS-APR-LOAN-AMOUNT     PIC 9(7)V99.
       01  WS-APR-FREQUENCY       PIC X.
       01  WS-APR-FUNDING-DATE    PIC 9(8).
       01  WS-APR-PREPAID-FEES    PIC 9(7)V99.
       01  WS-APR-AMOUNT-FINANCED PIC 9(7)V99.
       01  WS-APR-TOTAL-PAYMENTS  PIC 9(9)V99.
       01  WS-APR-FINANCE-CHARGE  PIC 9(9)V99.
       01  WS-APR-PAYMENT-COUNT   PIC 9(4).
       01  WS-APR-RATE            PIC 9(3)V9(4).
       01  WS-APR-COMPUTED        PIC X.
           88  APR-WAS-COMPUTED    VALUE 'Y'.
       01  WS-APR-OK              PIC X.
           88  APR-WITHIN-TOLERANCE VALUE 'Y'.

      *  Identity-theft red-flag alert on the borrower: funding waits
      *  on a supervisor's release of a FRAUD ALERT FUNDING item for
      *  the loan, after the borrower's identity has been verified.
       01  PENDING-FILE-STATUS    PIC XX.
           88  PENDING-FILE-OK     VALUE '00'.
       01  WS-END-OF-PENDING      PIC X.
           88  END-OF-PENDING      VALUE 'Y'.
       01  WS-OVERRIDE-STATE      PIC X.
           88  OVERRIDE-RELEASED   VALUE 'R'.
           88  OVERRIDE-STILL-QUEUED VALUE 'Q'.
       01  WS-ALERT-IN-FORCE      PIC X.
           88  FRAUD-ALERT-IN-FORCE VALUE 'Y'.
       01  WS-ALERT-TYPE          PIC X(2).
       01  WS-ALERT-DATE          PIC 9(8).
       01  WS-ALERT-NOTE          PIC X(40).

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

      *  Post-closing trailing documents owed on the secured loan,
      *  and the closing or settlement agent answerable for the
      *  real-estate ones (an AUTO deal's dealer answers for its
      *  title).
       01  WS-CLOSING-AGENT       PIC X(30) VALUE SPACES.
       01  WS-TRAIL-ITEMS         PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.

       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
       END-IF
       DISPLAY 'Enter Loan ID To Fund: '
       ACCEPT WS-LOAN-ID
       CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                      WS-LOAN-ACCESS
       IF NOT LOAN-ACCESS-ALLOWED
           STOP RUN
       END-IF
       DISPLAY 'Enter Funding Date (YYYYMMDD): '
       ACCEPT WS-FUNDING-DATE
       DISPLAY 'Enter Funding Method (WIRE/ACH/CHECK): '
           DISPLAY 'Invalid Funding Method: ' WS-FUNDING-METHOD
           STOP RUN
       END-IF
       DISPLAY 'Enter Interest Day-Count Basis '
           '(T=30/360 A=Actual/365 X=Actual/Actual, '
           'Blank=Keep Loan Basis): '
       ACCEPT WS-DAY-COUNT-BASIS
       IF NOT ENTRY-BASIS-IS-VALID
           DISPLAY 'Invalid Day-Count Basis: ' WS-DAY-COUNT-BASIS
           STOP RUN
       END-IF

       OPEN I-O LOAN-FILE
       IF NOT LOAN-FILE-OK
               STOP RUN
       END-READ

       IF COMPANY-CODE OF LOAN-REC IS NUMERIC
           MOVE COMPANY-CODE OF LOAN-REC TO WS-GL-COMPANY
       END-IF
       PERFORM LOAD-ACCOUNT-MAP

       IF NOT STATUS-APPROVED
           DISPLAY 'Loan Is Not APPROVED - Cannot Fund: ' WS-LOAN-ID
               ' - Status Is ' LOAN-STATUS
           STOP RUN
       END-IF

      *  Red-flag gate: a borrower under an identity-theft alert is
      *  funded only on a released FRAUD ALERT FUNDING item.
       CALL 'CHECK-FRAUD-ALERT' USING CUSTOMER-ID OF LOAN-REC
                                      WS-ALERT-IN-FORCE
                                      WS-ALERT-TYPE
                                      WS-ALERT-DATE
                                      WS-ALERT-NOTE
       IF FRAUD-ALERT-IN-FORCE
           DISPLAY '*** FRAUD ALERT (' WS-ALERT-TYPE ') SINCE '
               WS-ALERT-DATE ' - VERIFY IDENTITY BEFORE ACTING ***'
           DISPLAY '*** ' WS-ALERT-NOTE
           MOVE 'FRAUD ALERT FUNDING' TO WS-Q-ACTION
           PERFORM CHECK-FRAUD-ALERT-RELEASE
           IF OVERRIDE-RELEASED
               DISPLAY 'Funding Released By Supervisor After '
                   'Identity Verification - Proceeding.'
           ELSE
               IF OVERRIDE-STILL-QUEUED
                   DISPLAY 'Funding Already Queued For Supervisor '
                       'Verification - Awaiting Release.'
               ELSE
                   MOVE LOAN-AMOUNT OF LOAN-REC TO WS-Q-AMOUNT
                   MOVE WS-FUNDING-DATE TO WS-Q-AUX-DATE-1
                   MOVE ZERO TO WS-Q-AUX-DATE-2
                   MOVE WS-FUNDING-METHOD TO WS-Q-DETAIL
                   CALL 'QUEUE-PENDING-APPROVAL' USING
                       WS-Q-ACTION
                       WS-LOAN-ID
                       WS-Q-AMOUNT
                       WS-Q-AUX-DATE-1
                       WS-Q-AUX-DATE-2
                       WS-Q-DETAIL
                       WS-USER-ID
                   DISPLAY 'Funding Blocked And Queued For '
                       'Supervisor Verification.'
               END-IF
               CLOSE LOAN-FILE
               STOP RUN
           END-IF
       END-IF

       PERFORM FIND-APPROVAL-RECORD

       IF APPROVAL-FOUND
           STOP RUN
       END-IF

       PERFORM FIND-REFINANCE-REQUEST
       IF WS-REFI-LOAN-ID > ZERO
           PERFORM PRICE-REFINANCED-LOAN
           PERFORM REREAD-FUNDED-LOAN
       END-IF

       CALL 'FEE-LOOKUP' USING WS-FEE-TYPE
                                WS-FUNDING-DATE
                                WS-FEE-AMOUNT
       IF NOT FEE-WAS-FOUND
           MOVE ZERO TO WS-FEE-AMOUNT
       END-IF
       CALL 'FEE-LOOKUP' USING WS-DOC-PREP-FEE-TYPE
                                WS-FUNDING-DATE
                                WS-DOC-PREP-AMOUNT
                                WS-FEE-FOUND
       IF FEE-WAS-FOUND
           ADD WS-DOC-PREP-AMOUNT TO WS-FEE-AMOUNT
       END-IF
       PERFORM ADD-LOCK-EXTENSION-FEES

      *  Closed-end credit funds only on the terms disclosed.
       IF NOT TYPE-HELOC OF LOAN-REC
           PERFORM CHECK-DISCLOSED-APR
           IF NOT APR-WITHIN-TOLERANCE
               CLOSE LOAN-FILE
               STOP RUN
           END-IF
       END-IF

       COMPUTE WS-NET-AMOUNT =
           LOAN-AMOUNT OF LOAN-REC - WS-FEE-AMOUNT
       MOVE WS-NET-AMOUNT TO WS-CASH-OUT

      *  The refinanced loan is paid first; proceeds short of its
      *  payoff cannot close it, and nothing is funded.
       IF WS-REFI-LOAN-ID > ZERO
           IF WS-REFI-PAYOFF > WS-NET-AMOUNT
               DISPLAY 'Net Proceeds ' WS-NET-AMOUNT
                   ' Do Not Cover Payoff ' WS-REFI-PAYOFF
                   ' Of Loan ' WS-REFI-LOAN-ID
                   ' - Funding Rejected.'
               CLOSE LOAN-FILE
               STOP RUN
           END-IF
           COMPUTE WS-CASH-OUT = WS-NET-AMOUNT - WS-REFI-PAYOFF
           DISPLAY 'Roll Escrow Balance Of Loan ' WS-REFI-LOAN-ID
               ' To The New Loan (Y=Roll N=Refund By Check)? '
           ACCEPT WS-ESCROW-CHOICE
       END-IF

       IF TYPE-MORTGAGE OF LOAN-REC OR TYPE-HELOC OF LOAN-REC
           DISPLAY 'Enter Closing / Settlement Agent: '
           ACCEPT WS-CLOSING-AGENT
       END-IF

      *  Personal and auto contracts may be written precomputed; a
      *  precomputed contract bills level monthly installments of
      *  its gross balance, so nothing else can carry the method.
       IF TYPE-PERSONAL OF LOAN-REC OR TYPE-AUTO OF LOAN-REC
           DISPLAY 'Enter Interest Method (S=Simple 7=Rule Of 78s '
               'A=Actuarial, Blank=Simple): '
           ACCEPT WS-INTEREST-METHOD
           IF NOT ENTRY-METHOD-IS-VALID
               DISPLAY 'Invalid Interest Method: ' WS-INTEREST-METHOD
               CLOSE LOAN-FILE
               STOP RUN
           END-IF
           IF ENTRY-METHOD-PRECOMPUTED
              AND NOT (FREQ-MONTHLY AND AMORT-LEVEL)
               DISPLAY 'Precomputed Contract Must Be Monthly Level '
                   'Payment - Funding Rejected.'
               CLOSE LOAN-FILE
               STOP RUN
           END-IF
       END-IF

       PERFORM WRITE-FUNDING-RECORD


       PERFORM BOOK-DEALER-RESERVE

       PERFORM SET-DAY-COUNT-BASIS

       PERFORM SET-INTEREST-METHOD

       MOVE WS-REFI-LOAN-ID TO REFINANCED-FROM-LOAN-ID
       MOVE 'ACTIVE' TO LOAN-STATUS
       REWRITE LOAN-REC
           INVALID KEY
               DISPLAY 'Error Activating Loan: ' WS-LOAN-ID
           NOT INVALID KEY
               PERFORM RECORD-STATUS-HISTORY
               PERFORM BUILD-TRAILING-DOC-LIST
               MOVE 'LOAN FUNDING' TO WS-LOG-ACTION-TYPE
               MOVE 'Loan Funded And Activated' TO WS-LOG-DESCRIPTION
               CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                             WS-LOG-DESCRIPTION
               DISPLAY 'Loan Funded.  Gross: '
                   LOAN-AMOUNT OF LOAN-REC
                   ' Fee: ' WS-FEE-AMOUNT ' Net: ' WS-CASH-OUT
               IF INTMETH-PRECOMPUTED
                   DISPLAY 'Precomputed Finance Charge: '
                       PRECOMP-FINANCE-CHARGE ' Contract Balance: '
                       LOAN-BALANCE OF LOAN-REC
               END-IF
       END-REWRITE

       IF WS-REFI-LOAN-ID > ZERO
           PERFORM CLOSE-OUT-REFINANCED-LOAN
       END-IF

       CLOSE LOAN-FILE

       STOP RUN.

      *----------------------------------------------------------------
      *  The recorded mortgage, title policy or DMV title the loan
      *  now owes us goes on TRAILING_DOC.DAT, due by document and
      *  state; the loan cannot be sold until the lien document is
      *  back.
      *----------------------------------------------------------------
       BUILD-TRAILING-DOC-LIST.
           CALL 'BUILD-TRAILING-DOCS' USING WS-LOAN-ID
                                            LOAN-TYPE OF LOAN-REC
                                            CUSTOMER-ID OF LOAN-REC
                                            WS-FUNDING-DATE
                                            WS-DEAL-DEALER-ID
                                            WS-CLOSING-AGENT
                                            WS-TRAIL-ITEMS
           IF WS-TRAIL-ITEMS > ZERO
               DISPLAY 'Trailing Documents Due: ' WS-TRAIL-ITEMS
           END-IF.

      *----------------------------------------------------------------
      *  Looks for a supervisor's decision on the FRAUD ALERT FUNDING
      *  item for this loan.  A RELEASED row lets the funding through;
      *  a PENDING one is still awaiting review and is not queued
      *  twice.  The latest decision on file wins.
      *----------------------------------------------------------------
       CHECK-FRAUD-ALERT-RELEASE.
           MOVE 'N' TO WS-OVERRIDE-STATE
           MOVE 'N' TO WS-END-OF-PENDING
           OPEN INPUT PENDING-APPROVAL-FILE
           IF PENDING-FILE-OK
               PERFORM CHECK-NEXT-PENDING-ROW
                   UNTIL END-OF-PENDING
               CLOSE PENDING-APPROVAL-FILE
           END-IF.

       CHECK-NEXT-PENDING-ROW.
           READ PENDING-APPROVAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-PENDING
               NOT AT END
                   IF PENDING-ACTION = WS-Q-ACTION
                      AND PENDING-KEY-ID = WS-LOAN-ID
                       EVALUATE TRUE
                           WHEN QUEUE-RELEASED
                               MOVE 'R' TO WS-OVERRIDE-STATE
                           WHEN QUEUE-PENDING
                               MOVE 'Q' TO WS-OVERRIDE-STATE
                           WHEN OTHER
                               MOVE 'N' TO WS-OVERRIDE-STATE
                       END-EVALUATE
                   END-IF
           END-READ.

       SCREEN-BORROWER-SANCTIONS.
           MOVE 'N' TO WS-SCREEN-MATCH
           MOVE SPACES TO WS-SCREEN-NAME
           MOVE WS-FUNDING-METHOD  TO FUNDING-METHOD
           MOVE LOAN-AMOUNT OF LOAN-REC TO GROSS-AMOUNT
           MOVE WS-FEE-AMOUNT      TO ORIGINATION-FEE
           MOVE WS-CASH-OUT        TO NET-AMOUNT
           MOVE WS-USER-ID         TO FUNDED-BY
           IF WS-REFI-LOAN-ID > ZERO
               MOVE 'R'            TO FUNDING-PURPOSE
           ELSE
               MOVE 'N'            TO FUNDING-PURPOSE
           END-IF
           MOVE WS-REFI-LOAN-ID    TO REFI-PAYOFF-LOAN-ID
           MOVE WS-REFI-PAYOFF     TO REFI-PAYOFF-AMOUNT

           WRITE FUNDING-REC

           MOVE ZERO TO TELLER-SESSION-ID
           MOVE SPACES TO TENDER-TYPE
           MOVE ZEROS TO ALLOCATION-SPLIT
           MOVE ZEROS TO BACKDATE-CONTROL
           WRITE TRANSACTION-REC
           CLOSE TRANSACTION-FILE.

           MOVE 'D'             TO GL-DEBIT-CREDIT
           MOVE LOAN-AMOUNT OF LOAN-REC TO GL-AMOUNT
           MOVE 'LOAN FUNDED - RECEIVABLE' TO GL-DESCRIPTION
           MOVE WS-GL-COMPANY              TO GL-COMPANY-CODE
           WRITE GL-POSTING-REC

           MOVE WS-FUNDING-DATE TO GL-POSTING-DATE
           MOVE WS-ACCT-CASH    TO GL-ACCOUNT-CODE
           MOVE 'C'             TO GL-DEBIT-CREDIT
           MOVE WS-CASH-OUT     TO GL-AMOUNT
           MOVE 'LOAN FUNDED - CASH OUT' TO GL-DESCRIPTION
           MOVE WS-GL-COMPANY            TO GL-COMPANY-CODE
           WRITE GL-POSTING-REC

      *  The proceeds applied to a refinanced loan credit cash here
      *  and come straight back in through GL-INTERFACE-EXTRACT's
      *  cash application of that loan's PAYOFF and penalty FEE
      *  transactions, so cash nets to the cash-out alone.
           IF WS-REFI-PAYOFF > ZERO
               MOVE WS-FUNDING-DATE TO GL-POSTING-DATE
               MOVE WS-ACCT-CASH    TO GL-ACCOUNT-CODE
               MOVE 'C'             TO GL-DEBIT-CREDIT
               MOVE WS-REFI-PAYOFF  TO GL-AMOUNT
               MOVE 'REFINANCE PAYOFF APPLIED' TO GL-DESCRIPTION
               MOVE WS-GL-COMPANY              TO GL-COMPANY-CODE
               WRITE GL-POSTING-REC
           END-IF

           IF WS-FEE-AMOUNT > ZERO
               MOVE WS-FUNDING-DATE TO GL-POSTING-DATE
               MOVE WS-ACCT-FEES    TO GL-ACCOUNT-CODE
               MOVE 'C'             TO GL-DEBIT-CREDIT
               MOVE WS-FEE-AMOUNT   TO GL-AMOUNT
               MOVE 'PREPAID FEES NETTED' TO GL-DESCRIPTION
               MOVE WS-GL-COMPANY         TO GL-COMPANY-CODE
               WRITE GL-POSTING-REC
           END-IF

           CLOSE GL-POSTING-FILE.

      *----------------------------------------------------------------
      *  The basis the note was contracted on is fixed at funding.
      *  A blank entry keeps what approval put on the loan; a loan
      *  still carrying no basis takes the product default --
      *  Actual/365 for a mortgage, 30/360 for everything else.
      *----------------------------------------------------------------
       SET-DAY-COUNT-BASIS.
           IF WS-DAY-COUNT-BASIS NOT = SPACE
               MOVE WS-DAY-COUNT-BASIS TO DAY-COUNT-BASIS
           END-IF
           IF DAY-COUNT-BASIS = SPACE
               IF TYPE-MORTGAGE OF LOAN-REC
                   MOVE 'A' TO DAY-COUNT-BASIS
               ELSE
                   MOVE 'T' TO DAY-COUNT-BASIS
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  A precomputed contract adds its whole finance charge to the
      *  note at funding: the level monthly installment on the amount
      *  financed at the note rate, times the term, less the amount
      *  financed.  The balance becomes the gross contract balance
      *  and the charge goes to UNEARNED-INTEREST for INTEREST-
      *  ACCRUAL to earn by the contract method; GL-ACCRUAL-POSTING
      *  books it to the unearned-interest account.
      *----------------------------------------------------------------
       SET-INTEREST-METHOD.
           IF WS-INTEREST-METHOD = SPACE
               MOVE 'S' TO WS-INTEREST-METHOD
           END-IF
           MOVE WS-INTEREST-METHOD TO INTEREST-METHOD
           MOVE ZERO TO WS-PRECOMP-CHARGE
           IF INTMETH-PRECOMPUTED
              AND INTEREST-RATE OF LOAN-REC > ZERO
              AND LOAN-TERM OF LOAN-REC > ZERO
               COMPUTE WS-PRECOMP-RATE =
                   INTEREST-RATE OF LOAN-REC / 100 / 12
               COMPUTE WS-PRECOMP-DIVISOR =
                   1 - ((1 + WS-PRECOMP-RATE)
                       ** (- LOAN-TERM OF LOAN-REC))
               COMPUTE WS-PRECOMP-PAYMENT ROUNDED =
                   LOAN-AMOUNT OF LOAN-REC * WS-PRECOMP-RATE
                       / WS-PRECOMP-DIVISOR
               COMPUTE WS-PRECOMP-CHARGE =
                   WS-PRECOMP-PAYMENT * LOAN-TERM OF LOAN-REC
                   - LOAN-AMOUNT OF LOAN-REC
           END-IF
           MOVE WS-PRECOMP-CHARGE TO PRECOMP-FINANCE-CHARGE
           MOVE WS-PRECOMP-CHARGE TO UNEARNED-INTEREST
           MOVE ZERO TO PRECOMP-EARNED-INTEREST
           MOVE ZERO TO PRECOMP-EARNED-THRU
           MOVE ZERO TO PRECOMP-REBATE-AMOUNT
           MOVE ZERO TO GL-POSTED-FIN-CHARGE
           MOVE ZERO TO GL-POSTED-EARNED
           MOVE ZERO TO GL-POSTED-REBATE
           ADD WS-PRECOMP-CHARGE TO LOAN-BALANCE OF LOAN-REC
           ADD WS-PRECOMP-CHARGE TO PRINCIPAL-BALANCE.

      *----------------------------------------------------------------
      *  Extension fees on a mortgage rate lock are collected out of
      *  the proceeds with the other prepaid charges.  A lock that
      *  was cancelled never priced the loan and charges nothing.
      *----------------------------------------------------------------
       ADD-LOCK-EXTENSION-FEES.
           OPEN INPUT RATE-LOCK-FILE
           IF RATE-LOCK-FILE-OK
               MOVE APPLICATION-LOAN-ID OF LOAN-REC
                   TO LOAN-ID OF RATE-LOCK-REC
               READ RATE-LOCK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT LOCK-CANCELLED
                          AND EXTENSION-FEES > ZERO
                           DISPLAY 'Rate Lock Extension Fees: '
                               EXTENSION-FEES
                           ADD EXTENSION-FEES TO WS-FEE-AMOUNT
                       END-IF
               END-READ
               CLOSE RATE-LOCK-FILE
           END-IF.

      *----------------------------------------------------------------
      *  Truth-in-Lending check.  No disclosure of record, no
      *  schedule to price, or an APR that has moved past tolerance
      *  since the disclosure (a rate, amount, fee or schedule change
      *  after it printed) all stop the funding until TILA-
      *  DISCLOSURE is run again.
      *----------------------------------------------------------------
       CHECK-DISCLOSED-APR.
           MOVE 'N' TO WS-APR-OK
           IF TILA-DISCLOSURE-DATE = ZERO
               DISPLAY 'No Truth-In-Lending Disclosure On File For '
                   'Loan ' WS-LOAN-ID ' - Funding Rejected.'
           ELSE
               MOVE 'APR TOLERANCE BP' TO WS-PARM-NAME
               CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                         WS-FUNDING-DATE
                                         WS-PARM-VALUE
                                         WS-PARM-FOUND
               IF PARM-WAS-FOUND
                   COMPUTE WS-APR-TOLERANCE = WS-PARM-VALUE / 100
               END-IF
               MOVE WS-LOAN-ID TO WS-APR-LOAN-ID
               MOVE APPLICATION-LOAN-ID OF LOAN-REC
                   TO WS-APR-APPLICATION-ID
               MOVE LOAN-AMOUNT OF LOAN-REC TO WS-APR-LOAN-AMOUNT
               MOVE PAYMENT-FREQUENCY TO WS-APR-FREQUENCY
               MOVE WS-FUNDING-DATE TO WS-APR-FUNDING-DATE
               CALL 'TILA-APR-CALC' USING WS-APR-LOAN-ID
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
                                           WS-APR-COMPUTED
               IF NOT APR-WAS-COMPUTED
                   DISPLAY 'No Payment Schedule On File For Loan '
                       WS-LOAN-ID ' - Funding Rejected.'
               ELSE
                   IF WS-APR-RATE > DISCLOSED-APR
                       COMPUTE WS-APR-DIFFERENCE =
                           WS-APR-RATE - DISCLOSED-APR
                   ELSE
                       COMPUTE WS-APR-DIFFERENCE =
                           DISCLOSED-APR - WS-APR-RATE
                   END-IF
                   IF WS-APR-DIFFERENCE > WS-APR-TOLERANCE
                       DISPLAY 'APR At Funding ' WS-APR-RATE
                           ' Differs From Disclosed APR '
                           DISCLOSED-APR ' Beyond Tolerance '
                           WS-APR-TOLERANCE
                       DISPLAY 'Redisclose Loan ' WS-LOAN-ID
                           ' Before Funding - Funding Rejected.'
                   ELSE
                       MOVE 'Y' TO WS-APR-OK
                   END-IF
               END-IF
           END-IF.

       RECORD-STATUS-HISTORY.
           OPEN EXTEND LOAN-STATUS-HIST-FILE
           IF NOT HIST-FILE-OK
           MOVE 'D'               TO GL-DEBIT-CREDIT
           MOVE WS-RESERVE-AMOUNT TO GL-AMOUNT
           MOVE 'DEALER RESERVE PAID' TO GL-DESCRIPTION
           MOVE WS-GL-COMPANY         TO GL-COMPANY-CODE
           WRITE GL-POSTING-REC

           MOVE WS-FUNDING-DATE   TO GL-POSTING-DATE
           MOVE 'C'               TO GL-DEBIT-CREDIT
           MOVE WS-RESERVE-AMOUNT TO GL-AMOUNT
           MOVE 'DEALER RESERVE PAID' TO GL-DESCRIPTION
           MOVE WS-GL-COMPANY         TO GL-COMPANY-CODE
           WRITE GL-POSTING-REC

           CLOSE GL-POSTING-FILE.
           END-IF.

       LOOKUP-ONE-MAPPING.
           CALL 'GL-ACCOUNT-LOOKUP' USING WS-MAP-CATEGORY
                                          WS-GL-COMPANY
                                          WS-MAP-ACCOUNT
                                          WS-MAP-FOUND.

      *----------------------------------------------------------------
      *  The application says whether this loan is new money or a
      *  refinance, and of which loan.
      *----------------------------------------------------------------
       FIND-REFINANCE-REQUEST.
           MOVE ZERO TO WS-REFI-LOAN-ID
           MOVE CUSTOMER-ID OF LOAN-REC TO WS-NEW-CUSTOMER-ID
           OPEN INPUT LOAN-APPLICATION-FILE
           IF APPL-FILE-OK
               MOVE APPLICATION-LOAN-ID OF LOAN-REC
                   TO LOAN-ID OF LOAN-APPLICATION-REC
               READ LOAN-APPLICATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF APPL-REFINANCE
                           MOVE REFINANCE-LOAN-ID
                               OF LOAN-APPLICATION-REC
                               TO WS-REFI-LOAN-ID
                       END-IF
               END-READ
               CLOSE LOAN-APPLICATION-FILE
           END-IF.

      *----------------------------------------------------------------
      *  Prices the loan being refinanced for payoff as of the
      *  funding date, the way LOAN-PAYOFF-QUOTE quotes it: the
      *  balance, the accrual position's interest plus per-diem from
      *  its accrued-through date at the SCRA-effective rate (from
      *  the last due date on or before funding when the loan has no
      *  accrual row), and the note's prepayment penalty.  The loan
      *  must still be ACTIVE and belong to the same borrower.
      *----------------------------------------------------------------
       PRICE-REFINANCED-LOAN.
           MOVE WS-REFI-LOAN-ID TO LOAN-ID OF LOAN-REC
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY 'Loan To Refinance Not Found: '
                       WS-REFI-LOAN-ID
                   CLOSE LOAN-FILE
                   STOP RUN
           END-READ

           IF NOT STATUS-ACTIVE
              OR CUSTOMER-ID OF LOAN-REC NOT = WS-NEW-CUSTOMER-ID
              OR WS-REFI-LOAN-ID = WS-LOAN-ID
               DISPLAY 'Loan To Refinance Is Not An ACTIVE Loan Of '
                   'This Borrower: ' WS-REFI-LOAN-ID
                   ' - Funding Rejected.'
               CLOSE LOAN-FILE
               STOP RUN
           END-IF

           MOVE WS-REFI-LOAN-ID TO WS-SCRA-LOAN-ID
           MOVE INTEREST-RATE OF LOAN-REC TO WS-SCRA-NOTE-RATE
           CALL 'GET-SCRA-RATE' USING WS-SCRA-LOAN-ID
                                       WS-FUNDING-DATE
                                       WS-SCRA-NOTE-RATE
                                       WS-SCRA-EFFECTIVE-RT
                                       WS-SCRA-CAPPED

           MOVE DAY-COUNT-BASIS TO WS-DCI-BASIS
           MOVE LOAN-BALANCE OF LOAN-REC TO WS-DCI-PRINCIPAL
           MOVE WS-SCRA-EFFECTIVE-RT TO WS-DCI-RATE
           MOVE WS-FUNDING-DATE TO WS-DCI-TO-DATE
           MOVE ZERO TO WS-REFI-INTEREST

           PERFORM READ-REFI-ACCRUAL-POSITION
           IF ACCRUAL-ON-FILE
               MOVE ACCRUED-INTEREST OF ACCRUAL-REC
                   TO WS-REFI-INTEREST
               MOVE ACCRUED-THRU-DATE TO WS-LAST-ENTRY-DATE
           ELSE
               PERFORM FIND-LAST-DUE-DATE
           END-IF
           IF WS-LAST-ENTRY-DATE > ZERO
               MOVE WS-LAST-ENTRY-DATE TO WS-DCI-FROM-DATE
               MOVE ZERO TO WS-DCI-DAYS
               PERFORM CALL-DAY-COUNT-INTEREST
               IF WS-DCI-DAYS > ZERO
                   ADD WS-DCI-INTEREST TO WS-REFI-INTEREST
               END-IF
           END-IF

           MOVE LOAN-BALANCE OF LOAN-REC TO WS-REFI-PRINCIPAL
           IF INTMETH-PRECOMPUTED
               PERFORM PRICE-REFI-PRECOMPUTED
           END-IF
           PERFORM COMPUTE-REFI-PENALTY
           COMPUTE WS-REFI-PAYOFF =
               WS-REFI-PRINCIPAL + WS-REFI-INTEREST + WS-REFI-PENALTY

           DISPLAY 'Refinancing Loan ' WS-REFI-LOAN-ID
               ' - Payoff As Of ' WS-FUNDING-DATE
           DISPLAY '  Principal ' WS-REFI-PRINCIPAL
               ' Interest ' WS-REFI-INTEREST
               ' Penalty ' WS-REFI-PENALTY
           DISPLAY '  Total Payoff ' WS-REFI-PAYOFF.

      *----------------------------------------------------------------
      *  Precomputed contract: the interest is already in the
      *  balance, so no day count is charged and the rebate of
      *  unearned interest as of the funding date comes off instead
      *  -- the same pricing LOAN-PAYOFF gives a cash payoff.
      *----------------------------------------------------------------
       PRICE-REFI-PRECOMPUTED.
           MOVE ZERO TO WS-REFI-INTEREST
           CALL 'PRECOMPUTED-REBATE' USING WS-REFI-LOAN-ID
                                           CUSTOMER-ID OF LOAN-REC
                                           WS-FUNDING-DATE
                                           INTEREST-METHOD
                                           PRECOMP-FINANCE-CHARGE
                                           UNEARNED-INTEREST
                                           INTEREST-RATE OF LOAN-REC
                                           WS-REFI-REBATE
                                           WS-REBATE-MIN-APPLIED
           COMPUTE WS-REFI-PRINCIPAL =
               LOAN-BALANCE OF LOAN-REC - WS-REFI-REBATE
           DISPLAY '  Unearned Interest Rebated ' WS-REFI-REBATE
           IF REBATE-MIN-APPLIED
               DISPLAY '  Rebate Reduced To State Minimum Finance '
                   'Charge.'
           END-IF.

       READ-REFI-ACCRUAL-POSITION.
           MOVE 'N' TO WS-ACCRUAL-ON-FILE
           OPEN INPUT ACCRUAL-FILE
           IF ACCRUAL-FILE-OK
               MOVE WS-REFI-LOAN-ID TO LOAN-ID OF ACCRUAL-REC
               READ ACCRUAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACCRUAL-ON-FILE
               END-READ
               CLOSE ACCRUAL-FILE
           END-IF.

       FIND-LAST-DUE-DATE.
           MOVE ZERO TO WS-LAST-ENTRY-DATE
           MOVE 'N' TO WS-END-OF-SCHEDULE
           OPEN INPUT PAYMENT-SCHEDULE-FILE
           IF SCHED-FILE-OK
               MOVE WS-REFI-LOAN-ID
                   TO LOAN-ID OF PAYMENT-SCHEDULE-REC
               MOVE ZERO TO PAYMENT-DUE-DATE
               START PAYMENT-SCHEDULE-FILE KEY IS NOT LESS THAN
                       SCHEDULE-KEY OF PAYMENT-SCHEDULE-REC
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-SCHEDULE
               END-START
               PERFORM CHECK-NEXT-DUE-DATE
                   UNTIL END-OF-SCHEDULE
               CLOSE PAYMENT-SCHEDULE-FILE
           END-IF.

       CHECK-NEXT-DUE-DATE.
           READ PAYMENT-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-SCHEDULE
               NOT AT END
                   IF LOAN-ID OF PAYMENT-SCHEDULE-REC
                       NOT = WS-REFI-LOAN-ID
                      OR PAYMENT-DUE-DATE > WS-FUNDING-DATE
                       MOVE 'Y' TO WS-END-OF-SCHEDULE
                   ELSE
                       MOVE PAYMENT-DUE-DATE TO WS-LAST-ENTRY-DATE
                   END-IF
           END-READ.

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
      *  Same penalty arithmetic as LOAN-PAYOFF, with the funding
      *  date as the payoff date.
      *----------------------------------------------------------------
       COMPUTE-REFI-PENALTY.
           MOVE ZERO TO WS-REFI-PENALTY
           IF NOT PENALTY-NONE
              AND WS-FUNDING-DATE NOT > PREPAY-PENALTY-EXPIRES
               EVALUATE TRUE
                   WHEN PENALTY-FLAT
                       MOVE PREPAY-PENALTY-VALUE
                           TO WS-REFI-PENALTY
                   WHEN PENALTY-PCT
                       COMPUTE WS-REFI-PENALTY ROUNDED =
                           LOAN-BALANCE OF LOAN-REC
                           * PREPAY-PENALTY-VALUE / 100
                   WHEN PENALTY-INT-MONTHS
                       COMPUTE WS-REFI-PENALTY ROUNDED =
                           LOAN-BALANCE OF LOAN-REC
                           * INTEREST-RATE OF LOAN-REC / 100 / 12
                           * PREPAY-PENALTY-VALUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       REREAD-FUNDED-LOAN.
           MOVE WS-LOAN-ID TO LOAN-ID OF LOAN-REC
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY 'Error Re-Reading Loan: ' WS-LOAN-ID
                   CLOSE LOAN-FILE
                   STOP RUN
           END-READ.

      *----------------------------------------------------------------
      *  With the new loan funded, the old one is closed out of the
      *  proceeds exactly as LOAN-PAYOFF closes a loan paid in cash,
      *  and is pointed at the loan that replaced it.
      *----------------------------------------------------------------
       CLOSE-OUT-REFINANCED-LOAN.
           MOVE WS-REFI-LOAN-ID TO LOAN-ID OF LOAN-REC
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY 'Error Re-Reading Refinanced Loan: '
                       WS-REFI-LOAN-ID
               NOT INVALID KEY
                   PERFORM RETIRE-REFINANCED-LOAN
           END-READ.

       RETIRE-REFINANCED-LOAN.
           PERFORM ASSIGN-NEXT-TRANSACTION-ID
           PERFORM WRITE-REFI-PAYOFF-TRANSACTION
           IF WS-REFI-PENALTY > ZERO
               PERFORM ASSIGN-NEXT-TRANSACTION-ID
               PERFORM WRITE-REFI-PENALTY-TRANSACTION
           END-IF

           MOVE LOAN-STATUS TO WS-REFI-OLD-STATUS
           MOVE 'PAIDOFF' TO LOAN-STATUS
           MOVE ZERO TO LOAN-BALANCE OF LOAN-REC
           MOVE WS-LOAN-ID TO REFINANCED-BY-LOAN-ID
           IF INTMETH-PRECOMPUTED
               PERFORM CLOSE-REFI-PRECOMPUTED
           END-IF
           REWRITE LOAN-REC
               INVALID KEY
                   DISPLAY 'Error Closing Out Refinanced Loan: '
                       WS-REFI-LOAN-ID
               NOT INVALID KEY
                   PERFORM RECORD-REFI-STATUS-HISTORY
                   PERFORM QUEUE-REFI-LIEN-RELEASE
                   PERFORM CANCEL-REFI-ANCILLARY-PRODUCTS
                   PERFORM CHARGE-BACK-REFI-DEALER-RESERVE
                   PERFORM RELIEVE-REFI-ACCRUAL
                   IF ROLL-ESCROW
                       PERFORM ROLL-ESCROW-TO-NEW-LOAN
                   END-IF
      *  A rolled impound leaves only the product refund, if any,
      *  to go out on the close-out check.
                   IF NOT ROLL-ESCROW
                      OR WS-PCO-ANCILLARY-REFUND > ZERO
                       PERFORM REFUND-REFI-ESCROW
                   END-IF
                   MOVE 'LOAN REFINANCE' TO WS-LOG-ACTION-TYPE
                   MOVE 'Loan Paid Off By Refinance'
                       TO WS-LOG-DESCRIPTION
                   CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                                 WS-USER-ID
                                                 WS-LOG-DESCRIPTION
                   DISPLAY 'Loan ' WS-REFI-LOAN-ID
                       ' Paid Off By Refinance Into Loan ' WS-LOAN-ID
                       ' - Payoff ' WS-REFI-PAYOFF
           END-REWRITE.

      *----------------------------------------------------------------
      *  Whatever was still unearned and not rebated is earned at
      *  close; GL-ACCRUAL-POSTING books both off these fields.
      *----------------------------------------------------------------
       CLOSE-REFI-PRECOMPUTED.
           COMPUTE PRECOMP-EARNED-INTEREST =
               PRECOMP-EARNED-INTEREST + UNEARNED-INTEREST
               - WS-REFI-REBATE
           MOVE WS-REFI-REBATE TO PRECOMP-REBATE-AMOUNT
           MOVE ZERO TO UNEARNED-INTEREST
           MOVE ZERO TO PRINCIPAL-BALANCE
           MOVE WS-FUNDING-DATE TO PRECOMP-EARNED-THRU.

       WRITE-REFI-PAYOFF-TRANSACTION.
           OPEN I-O TRANSACTION-FILE
           IF NOT TRAN-FILE-OK
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           MOVE WS-NEXT-TRANSACTION-ID TO TRANSACTION-ID
           MOVE WS-REFI-LOAN-ID        TO LOAN-ID OF TRANSACTION-REC
           MOVE WS-FUNDING-DATE        TO PAYMENT-DATE
           COMPUTE PAYMENT-AMOUNT OF TRANSACTION-REC =
               WS-REFI-PRINCIPAL + WS-REFI-INTEREST
           MOVE ZERO                   TO REMAINING-BALANCE
           MOVE 'PAYOFF'               TO TRANSACTION-TYPE
           MOVE ZERO                   TO REVERSED-TRANSACTION-ID
           MOVE ZERO TO BRANCH-ID OF TRANSACTION-REC
           MOVE ZERO TO TELLER-SESSION-ID
           MOVE SPACES TO TENDER-TYPE
           MOVE ZEROS                  TO ALLOCATION-SPLIT
           MOVE ZEROS                  TO BACKDATE-CONTROL
           MOVE WS-REFI-PRINCIPAL      TO ALLOC-PRINCIPAL-AMOUNT
           MOVE WS-REFI-INTEREST       TO ALLOC-INTEREST-AMOUNT
           WRITE TRANSACTION-REC
           CLOSE TRANSACTION-FILE.

       WRITE-REFI-PENALTY-TRANSACTION.
           OPEN I-O TRANSACTION-FILE
           IF NOT TRAN-FILE-OK
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           MOVE WS-NEXT-TRANSACTION-ID TO TRANSACTION-ID
           MOVE WS-REFI-LOAN-ID        TO LOAN-ID OF TRANSACTION-REC
           MOVE WS-FUNDING-DATE        TO PAYMENT-DATE
           MOVE WS-REFI-PENALTY        TO PAYMENT-AMOUNT
                                           OF TRANSACTION-REC
           MOVE ZERO                   TO REMAINING-BALANCE
           MOVE 'FEE'                  TO TRANSACTION-TYPE
           MOVE ZERO                   TO REVERSED-TRANSACTION-ID
           MOVE ZERO TO BRANCH-ID OF TRANSACTION-REC
           MOVE ZERO TO TELLER-SESSION-ID
           MOVE SPACES TO TENDER-TYPE
           MOVE ZEROS                  TO ALLOCATION-SPLIT
           MOVE ZEROS                  TO BACKDATE-CONTROL
           MOVE WS-REFI-PENALTY        TO ALLOC-FEE-AMOUNT
           WRITE TRANSACTION-REC
           CLOSE TRANSACTION-FILE.

       RECORD-REFI-STATUS-HISTORY.
           OPEN EXTEND LOAN-STATUS-HIST-FILE
           IF NOT HIST-FILE-OK
               OPEN OUTPUT LOAN-STATUS-HIST-FILE
           END-IF

           MOVE WS-REFI-LOAN-ID TO LOAN-ID OF LOAN-STATUS-HIST-REC
           MOVE WS-REFI-OLD-STATUS TO OLD-LOAN-STATUS
           MOVE 'PAIDOFF'       TO NEW-LOAN-STATUS
           MOVE 'REFINANCE'     TO CHANGED-BY
           MOVE WS-FUNDING-DATE TO CHANGE-DATE

           WRITE LOAN-STATUS-HIST-REC

           CLOSE LOAN-STATUS-HIST-FILE.

       QUEUE-REFI-LIEN-RELEASE.
           OPEN I-O COLLATERAL-FILE
           IF COLLATERAL-FILE-OK
               MOVE 'N' TO WS-END-OF-LIEN-ITEMS
               MOVE WS-REFI-LOAN-ID TO LOAN-ID OF COLLATERAL-REC
               MOVE ZERO TO COLLATERAL-SEQ
               START COLLATERAL-FILE KEY IS NOT LESS THAN
                       COLLATERAL-KEY OF COLLATERAL-REC
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-LIEN-ITEMS
               END-START
               PERFORM QUEUE-NEXT-ITEM-RELEASE
                   UNTIL END-OF-LIEN-ITEMS
               CLOSE COLLATERAL-FILE
           END-IF.

       QUEUE-NEXT-ITEM-RELEASE.
           READ COLLATERAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-LIEN-ITEMS
               NOT AT END
                   IF LOAN-ID OF COLLATERAL-REC NOT = WS-REFI-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-LIEN-ITEMS
                   ELSE
                       IF ITEM-ACTIVE
                           PERFORM QUEUE-ONE-ITEM-RELEASE
                       END-IF
                   END-IF
           END-READ.

       QUEUE-ONE-ITEM-RELEASE.
           MOVE 'REL QUEUED' TO LIEN-STATUS
           REWRITE COLLATERAL-REC
               INVALID KEY
                   DISPLAY 'Error Queuing Lien Release For Loan '
                       WS-REFI-LOAN-ID '-' COLLATERAL-SEQ
               NOT INVALID KEY
                   PERFORM WRITE-RELEASE-QUEUE-ROW
                   DISPLAY 'Lien Release Queued For Loan '
                       WS-REFI-LOAN-ID '-' COLLATERAL-SEQ
           END-REWRITE.

       WRITE-RELEASE-QUEUE-ROW.
           OPEN EXTEND LIEN-RELEASE-FILE
           IF NOT RELEASE-FILE-OK
               OPEN OUTPUT LIEN-RELEASE-FILE
           END-IF
           MOVE WS-REFI-LOAN-ID TO REL-LOAN-ID
           MOVE WS-FUNDING-DATE TO REL-QUEUED-DATE
           MOVE COLLATERAL-SEQ TO REL-COLLATERAL-SEQ
           WRITE LIEN-RELEASE-REC
           CLOSE LIEN-RELEASE-FILE.

      *----------------------------------------------------------------
      *  Products financed into the old loan end with it; the
      *  unearned premium is the borrower's and goes out on the
      *  close-out check.
      *----------------------------------------------------------------
       CANCEL-REFI-ANCILLARY-PRODUCTS.
           MOVE WS-REFI-LOAN-ID TO WS-ACX-LOAN-ID
           MOVE WS-FUNDING-DATE TO WS-ACX-EVENT-DATE
           MOVE 'REFINANCE'     TO WS-ACX-REASON
           MOVE 'B'             TO WS-ACX-DISPOSITION
           MOVE WS-USER-ID      TO WS-ACX-USER-ID
           CALL 'ANCILLARY-CANCEL' USING WS-ACX-LOAN-ID
                                         WS-ACX-SEQ
                                         WS-ACX-EVENT-DATE
                                         WS-ACX-REASON
                                         WS-ACX-DISPOSITION
                                         WS-ACX-USER-ID
                                         WS-ACX-LOAN-CREDIT
                                         WS-ACX-BORROWER-REFUND
           MOVE WS-ACX-BORROWER-REFUND TO WS-PCO-ANCILLARY-REFUND.

       CHARGE-BACK-REFI-DEALER-RESERVE.
           MOVE WS-REFI-LOAN-ID TO WS-CB-LOAN-ID
           MOVE WS-FUNDING-DATE TO WS-CB-EVENT-DATE
           MOVE 'REFINANCE'     TO WS-CB-REASON
           CALL 'DEALER-RESERVE-CHARGEBACK' USING
               WS-CB-LOAN-ID
               WS-CB-EVENT-DATE
               WS-CB-REASON
               WS-CB-CHARGED
           IF RESERVE-CHARGED-BACK
               DISPLAY 'Dealer Chargeback Taken For Loan '
                   WS-REFI-LOAN-ID
           END-IF.

       RELIEVE-REFI-ACCRUAL.
           OPEN I-O ACCRUAL-FILE
           IF ACCRUAL-FILE-OK
               MOVE WS-REFI-LOAN-ID TO LOAN-ID OF ACCRUAL-REC
               READ ACCRUAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ZERO TO ACCRUED-INTEREST OF ACCRUAL-REC
                       REWRITE ACCRUAL-REC
                           INVALID KEY
                               DISPLAY 'Error Relieving Accrual '
                                   'Position For Loan '
                                   WS-REFI-LOAN-ID
                       END-REWRITE
               END-READ
               CLOSE ACCRUAL-FILE
           END-IF.

       REFUND-REFI-ESCROW.
           MOVE WS-REFI-LOAN-ID TO WS-PCO-LOAN-ID
           MOVE CUSTOMER-ID OF LOAN-REC TO WS-PCO-CUSTOMER-ID
           MOVE WS-FUNDING-DATE TO WS-PCO-PAYOFF-DATE
           MOVE ZERO            TO WS-PCO-OVERPAYMENT
           MOVE WS-USER-ID      TO WS-PCO-USER-ID
           CALL 'PAYOFF-CLOSEOUT' USING WS-PCO-LOAN-ID
                                         WS-PCO-CUSTOMER-ID
                                         WS-PCO-PAYOFF-DATE
                                         WS-PCO-OVERPAYMENT
                                         WS-PCO-ANCILLARY-REFUND
                                         WS-PCO-USER-ID
                                         WS-PCO-REFUND-AMOUNT
                                         WS-PCO-CHECK-NUMBER
           IF WS-PCO-REFUND-AMOUNT > ZERO
               DISPLAY 'Close-Out Refund Check ' WS-PCO-CHECK-NUMBER
                   ' Issued For ' WS-PCO-REFUND-AMOUNT
           END-IF.

      *----------------------------------------------------------------
      *  Rolling the impound: the old ledger disburses its balance
      *  and hands over its unposted interest accrual, and the new
      *  loan's ledger (opened here if the loan has none yet) takes
      *  both up.  The money never leaves the escrow liability
      *  account, so there is no GL entry.
      *----------------------------------------------------------------
       ROLL-ESCROW-TO-NEW-LOAN.
           MOVE ZERO TO WS-ESCROW-ROLLED
           MOVE ZERO TO WS-ESCROW-INT-ROLLED
           OPEN I-O ESCROW-FILE
           IF ESCROW-FILE-OK
               MOVE WS-REFI-LOAN-ID TO LOAN-ID OF ESCROW-REC
               READ ESCROW-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ESCROW-BALANCE TO WS-ESCROW-ROLLED
                       MOVE ESCROW-INT-ACCRUED
                           TO WS-ESCROW-INT-ROLLED
                       ADD ESCROW-BALANCE TO ESCROW-DISBURSED
                       MOVE ZERO TO ESCROW-BALANCE
                       MOVE ZERO TO ESCROW-INT-ACCRUED
                       REWRITE ESCROW-REC
                           INVALID KEY
                               DISPLAY 'Error Closing Escrow Ledger '
                                   'For Loan ' WS-REFI-LOAN-ID
                               MOVE ZERO TO WS-ESCROW-ROLLED
                               MOVE ZERO TO WS-ESCROW-INT-ROLLED
                       END-REWRITE
               END-READ
               IF WS-ESCROW-ROLLED > ZERO
                  OR WS-ESCROW-INT-ROLLED > ZERO
                   PERFORM POST-ROLLED-ESCROW
               END-IF
               CLOSE ESCROW-FILE
           END-IF.

       POST-ROLLED-ESCROW.
           MOVE WS-LOAN-ID TO LOAN-ID OF ESCROW-REC
           READ ESCROW-FILE
               INVALID KEY
                   MOVE WS-LOAN-ID TO LOAN-ID OF ESCROW-REC
                   MOVE ZERO TO ESCROW-COLLECTED
                   MOVE ZERO TO ESCROW-DISBURSED
                   MOVE WS-ESCROW-ROLLED TO ESCROW-BALANCE
                   MOVE WS-ESCROW-INT-ROLLED TO ESCROW-INT-ACCRUED
                   MOVE WS-FUNDING-DATE TO ESCROW-INT-THRU-DATE
                   MOVE ZERO TO ESCROW-INT-YTD
                   MOVE ZERO TO ESCROW-INT-YEAR
                   MOVE ZERO TO ESCROW-INT-PRIOR-YTD
                   MOVE ZERO TO ESCROW-INT-PRIOR-YEAR
                   WRITE ESCROW-REC
                       INVALID KEY
                           DISPLAY 'Error Opening Escrow Ledger '
                               'For Loan ' WS-LOAN-ID
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-ESCROW-ROLLED TO ESCROW-BALANCE
                   ADD WS-ESCROW-INT-ROLLED TO ESCROW-INT-ACCRUED
                   REWRITE ESCROW-REC
                       INVALID KEY
                           DISPLAY 'Error Posting Rolled Escrow '
                               'For Loan ' WS-LOAN-ID
                   END-REWRITE
           END-READ
           DISPLAY 'Escrow Balance ' WS-ESCROW-ROLLED
               ' Rolled To Loan ' WS-LOAN-ID.
