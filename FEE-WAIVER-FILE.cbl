       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-WAIVER-FILE.

      *================================================================
      *  Fee waivers.  The operator picks the loan's assessed FEE
      *  transaction being waived -- a late fee, an NSF fee -- the
      *  amount (all that is left of it by default) and a reason
      *  code, and the waiver goes on FEE_WAIVER.DAT with who gave
      *  it, their role and branch.  Every operator carries a dollar
      *  authority per waiver: their own OPERATOR-WAIVE-LIMIT from
      *  the security file, or failing that their role's WAIVE LMT
      *  <role> parameter (standard amounts below when the parameter
      *  is not on file).  Inside it POST-FEE-WAIVER posts the
      *  waiver at once; above it the waiver waits PENDING as a FEE
      *  WAIVER item on the dual-control queue until a supervisor
      *  releases it.  An operator not signed on has no authority.
      *  A waiver cannot exceed what is left of the fee after
      *  earlier waivers (posted or pending) nor what the loan still
      *  owes in fees -- a fee already paid is refunded, not waived.
      *  The operator is told how often the loan has had fees waived
      *  over the last twelve months before the waiver is keyed.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-WAIVER-FILE ASSIGN TO 'FEE_WAIVER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WAIVER-ID OF FEE-WAIVER-REC
               ALTERNATE RECORD KEY IS WAIVE-LOAN-ID
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO 'TRANSACTION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID OF TRANSACTION-REC
               ALTERNATE RECORD KEY IS LOAN-ID OF TRANSACTION-REC
                   WITH DUPLICATES
               FILE STATUS IS TRAN-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-REC
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF LOAN-REC
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO 'OPERATOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPERATOR-ID OF OPERATOR-REC
               FILE STATUS IS OPERATOR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-WAIVER-FILE.
       COPY FEEWAIVERREC.

       FD  TRANSACTION-FILE.
       COPY TRANREC.

       FD  LOAN-FILE.
       COPY LOANREC.

       FD  OPERATOR-FILE.
       COPY OPERATORREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX.
           88  FILE-OK              VALUE '00'.
           88  FILE-NOT-FOUND       VALUE '35'.
       01  TRAN-FILE-STATUS        PIC XX.
           88  TRAN-FILE-OK         VALUE '00'.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
       01  OPERATOR-FILE-STATUS    PIC XX.
           88  OPERATOR-FILE-OK     VALUE '00'.
       01  WS-MODE                 PIC X.
           88  WAIVE-MODE            VALUE '1'.
           88  LIST-MODE             VALUE '2'.
       01  WS-LOAN-ID              PIC 9(5).
       01  WS-FEE-TRAN-ID          PIC 9(5).
       01  WS-WAIVE-AMOUNT         PIC 9(7)V99.
       01  WS-REASON               PIC X(10).
           88  REASON-IS-VALID      VALUE 'COURTESY' 'BANK ERROR'
                                          'HARDSHIP' 'RETENTION'
                                          'DISPUTE' 'SCRA'.
       01  WS-COMMENT              PIC X(30).
       01  WS-TODAY                PIC 9(8).
       01  WS-YEAR-AGO             PIC 9(8).
       01  WS-DATE-FOUND           PIC X.
           88  DATE-FOUND           VALUE 'Y'.

       01  WS-LOAN-FOUND           PIC X.
           88  LOAN-FOUND           VALUE 'Y'.
       01  WS-LOAN-CUSTOMER-ID     PIC 9(5).
       01  WS-LOAN-BRANCH-ID       PIC 9(3).
       01  WS-LOAN-FEES-OWED       PIC 9(7)V99.
       01  WS-FEE-FOUND            PIC X.
           88  FEE-FOUND            VALUE 'Y'.
       01  WS-FEE-DATE             PIC 9(8).
       01  WS-FEE-AMOUNT           PIC 9(7)V99.
       01  WS-FEE-RELIEVED         PIC 9(7)V99.
       01  WS-FEE-PENDING          PIC 9(7)V99.
       01  WS-FEE-LEFT             PIC S9(7)V99.
       01  WS-SCAN-FEE-ID          PIC 9(5).
       01  WS-END-OF-LOAN-HISTORY  PIC X.
           88  END-OF-LOAN-HISTORY  VALUE 'Y'.
       01  WS-END-OF-RELIEF        PIC X.
           88  END-OF-RELIEF        VALUE 'Y'.
       01  WS-END-OF-WAIVERS       PIC X.
           88  END-OF-WAIVERS       VALUE 'Y'.
       01  WS-FEES-LISTED          PIC 9(3) COMP VALUE ZERO.
       01  WS-WAIVERS-LISTED       PIC 9(3) COMP VALUE ZERO.
       01  WS-RECENT-WAIVERS       PIC 9(3) VALUE ZERO.
       01  WS-SAVE-FEE-REC         PIC X(200).

      *  The waiving operator's identity and authority.
       01  WS-OPERATOR-ROLE        PIC X(10).
       01  WS-OPERATOR-BRANCH      PIC 9(3).
       01  WS-AUTHORITY            PIC 9(5)V99.

      *  Standard per-waiver authority by role when no WAIVE LMT
      *  parameter is on file for it.
       01  WS-LIMIT-TELLER         PIC 9(5)V99 VALUE 25.00.
       01  WS-LIMIT-COLLECTOR      PIC 9(5)V99 VALUE 50.00.
       01  WS-LIMIT-SR-COLLECTOR   PIC 9(5)V99 VALUE 100.00.
       01  WS-LIMIT-SUPERVISOR     PIC 9(5)V99 VALUE 250.00.
       01  WS-LIMIT-CREDIT-OFFICER PIC 9(5)V99 VALUE 250.00.

       01  WS-PARM-NAME            PIC X(20).
       01  WS-PARM-NAME-PARTS REDEFINES WS-PARM-NAME.
           05  WS-PARM-PREFIX      PIC X(10).
           05  WS-PARM-ROLE        PIC X(10).
       01  WS-PARM-VALUE           PIC 9(7)V99.
       01  WS-PARM-FOUND           PIC X.
           88  PARM-WAS-FOUND       VALUE 'Y'.

       01  WS-NEXT-WAIVER-ID       PIC 9(5) VALUE ZERO.
       01  WS-ID-MODE              PIC X.
       01  WS-ID-SERIES            PIC X(12).
       01  WS-ID-FOUND             PIC X.
           88  ID-SERIES-FOUND      VALUE 'Y'.

       01  WS-PW-MODE              PIC X.
       01  WS-PW-APPROVED-BY       PIC X(10) VALUE SPACES.
       01  WS-PW-DONE              PIC X.
           88  PW-DONE              VALUE 'Y'.

      *  The queue item carries the waiver in PENDING-KEY-ID, the
      *  amount waived, the fee's assessment date in aux date 1 and
      *  the loan, fee and reason in PENDING-DETAIL.
       01  WS-Q-ACTION             PIC X(20).
       01  WS-Q-AMOUNT             PIC 9(7)V99 VALUE ZERO.
       01  WS-Q-AUX-DATE-1         PIC 9(8) VALUE ZERO.
       01  WS-Q-AUX-DATE-2         PIC 9(8) VALUE ZERO.
       01  WS-Q-DETAIL             PIC X(30).

       01  WS-USER-ID              PIC A(10).
       01  WS-LOG-ACTION-TYPE      PIC A(20).
       01  WS-LOG-DESCRIPTION      PIC A(50).

       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       DISPLAY '1. Waive A Fee'
       DISPLAY '2. List Fees And Waivers For Loan'
       DISPLAY 'Select Option: '
       ACCEPT WS-MODE
       CALL 'GET-BUSINESS-DATE' USING WS-TODAY
                                       WS-DATE-FOUND
       IF NOT DATE-FOUND
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
       END-IF
       COMPUTE WS-YEAR-AGO = WS-TODAY - 10000
       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
                                       WS-SIGNON-FOUND
       IF NOT SIGNON-FOUND
           DISPLAY 'Enter Your User ID: '
           ACCEPT WS-USER-ID
       END-IF

       EVALUATE TRUE
           WHEN WAIVE-MODE
               PERFORM WAIVE-FEE
           WHEN LIST-MODE
               PERFORM LIST-FEES-AND-WAIVERS
           WHEN OTHER
               DISPLAY 'Invalid Option.'
       END-EVALUATE

       STOP RUN.

       WAIVE-FEE.
           PERFORM GET-LOAN
           PERFORM LIST-LOAN-FEES
           PERFORM COUNT-RECENT-WAIVERS
           IF WS-RECENT-WAIVERS > ZERO
               DISPLAY 'Note: Loan Has Had ' WS-RECENT-WAIVERS
                   ' Fee Waiver(s) In The Last 12 Months.'
           END-IF

           DISPLAY 'Enter Fee Transaction ID To Waive: '
           ACCEPT WS-FEE-TRAN-ID
           PERFORM FIND-FEE-TO-WAIVE
           IF NOT FEE-FOUND
               STOP RUN
           END-IF
           IF WS-FEE-LEFT NOT > ZERO
               DISPLAY 'Fee ' WS-FEE-TRAN-ID
                   ' Is Already Fully Waived Or Reversed.'
               STOP RUN
           END-IF
           IF WS-FEE-LEFT > WS-LOAN-FEES-OWED
               MOVE WS-LOAN-FEES-OWED TO WS-FEE-LEFT
           END-IF
           IF WS-FEE-LEFT NOT > ZERO
               DISPLAY 'Loan Owes No Fees - A Paid Fee Is Refunded, '
                   'Not Waived.'
               STOP RUN
           END-IF

           DISPLAY 'Amount Left To Waive: ' WS-FEE-LEFT
           DISPLAY 'Enter Amount To Waive (0 For All): '
           ACCEPT WS-WAIVE-AMOUNT
           IF WS-WAIVE-AMOUNT = ZERO
               MOVE WS-FEE-LEFT TO WS-WAIVE-AMOUNT
           END-IF
           IF WS-WAIVE-AMOUNT > WS-FEE-LEFT
               DISPLAY 'Waiver Exceeds Amount Left To Waive.'
               STOP RUN
           END-IF

           DISPLAY 'Enter Reason (COURTESY/BANK ERROR/HARDSHIP/'
               'RETENTION/DISPUTE/SCRA): '
           ACCEPT WS-REASON
           IF NOT REASON-IS-VALID
               DISPLAY 'Invalid Waiver Reason.'
               STOP RUN
           END-IF
           DISPLAY 'Enter Comment: '
           ACCEPT WS-COMMENT

           PERFORM GET-WAIVE-AUTHORITY
           PERFORM RECORD-WAIVER

           IF WS-WAIVE-AMOUNT NOT > WS-AUTHORITY
               MOVE 'A' TO WS-PW-MODE
               CALL 'POST-FEE-WAIVER' USING WS-PW-MODE
                                             WS-NEXT-WAIVER-ID
                                             WS-PW-APPROVED-BY
                                             WS-PW-DONE
               IF NOT PW-DONE
                   DISPLAY 'Waiver Not Posted - Sent For Supervisor '
                       'Review.'
                   PERFORM QUEUE-WAIVER
               END-IF
           ELSE
               DISPLAY 'Waiver Exceeds Your Authority Of '
                   WS-AUTHORITY
               PERFORM QUEUE-WAIVER
           END-IF.

       GET-LOAN.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF

           MOVE 'N' TO WS-LOAN-FOUND
           OPEN INPUT LOAN-FILE
           IF LOAN-FILE-OK
               MOVE WS-LOAN-ID TO LOAN-ID OF LOAN-REC
               READ LOAN-FILE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LOAN-FOUND
                       MOVE CUSTOMER-ID OF LOAN-REC
                           TO WS-LOAN-CUSTOMER-ID
                       MOVE BRANCH-ID OF LOAN-REC
                           TO WS-LOAN-BRANCH-ID
                       MOVE FEES-RECEIVABLE TO WS-LOAN-FEES-OWED
               END-READ
               CLOSE LOAN-FILE
           END-IF
           IF NOT LOAN-FOUND
               DISPLAY 'Loan Not Found: ' WS-LOAN-ID
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      *  The loan's assessed fees, each with what is left of it
      *  after the ADJUSTMENTs and REVERSALs naming it.
      *----------------------------------------------------------------
       LIST-LOAN-FEES.
           OPEN INPUT TRANSACTION-FILE
           IF NOT TRAN-FILE-OK
               DISPLAY 'Error Opening TRANSACTION-FILE.'
               STOP RUN
           END-IF
           DISPLAY 'FEE ID  ASSESSED  AMOUNT      LEFT'
           MOVE ZERO TO WS-FEES-LISTED
           PERFORM START-LOAN-HISTORY
           PERFORM LIST-NEXT-FEE UNTIL END-OF-LOAN-HISTORY
           CLOSE TRANSACTION-FILE
           DISPLAY 'Fees On Loan: ' WS-FEES-LISTED
               '  Fees Owed: ' WS-LOAN-FEES-OWED.

       LIST-NEXT-FEE.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-LOAN-HISTORY
               NOT AT END
                   IF LOAN-ID OF TRANSACTION-REC NOT = WS-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-LOAN-HISTORY
                   ELSE
                       IF TYPE-FEE
                           ADD 1 TO WS-FEES-LISTED
                           PERFORM SHOW-ONE-FEE
                       END-IF
                   END-IF
           END-READ.

      *  Summing the relief re-reads the loan's history, so the
      *  outer read position is restored from the fee's key after.
       SHOW-ONE-FEE.
           MOVE TRANSACTION-REC TO WS-SAVE-FEE-REC
           MOVE TRANSACTION-ID OF TRANSACTION-REC TO WS-SCAN-FEE-ID
           MOVE PAYMENT-DATE OF TRANSACTION-REC TO WS-FEE-DATE
           MOVE PAYMENT-AMOUNT OF TRANSACTION-REC TO WS-FEE-AMOUNT
           PERFORM SUM-FEE-RELIEF
           COMPUTE WS-FEE-LEFT = WS-FEE-AMOUNT - WS-FEE-RELIEVED
           DISPLAY WS-SCAN-FEE-ID '   ' WS-FEE-DATE ' '
               WS-FEE-AMOUNT ' ' WS-FEE-LEFT
           MOVE WS-SAVE-FEE-REC TO TRANSACTION-REC
           START TRANSACTION-FILE
               KEY IS EQUAL TO LOAN-ID OF TRANSACTION-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LOAN-HISTORY
           END-START
           PERFORM SKIP-TO-LISTED-FEE
               UNTIL END-OF-LOAN-HISTORY
                  OR TRANSACTION-ID OF TRANSACTION-REC
                     = WS-SCAN-FEE-ID.

       SKIP-TO-LISTED-FEE.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-LOAN-HISTORY
           END-READ.

       SUM-FEE-RELIEF.
           MOVE ZERO TO WS-FEE-RELIEVED
           MOVE 'N' TO WS-END-OF-RELIEF
           MOVE WS-LOAN-ID TO LOAN-ID OF TRANSACTION-REC
           START TRANSACTION-FILE
               KEY IS EQUAL TO LOAN-ID OF TRANSACTION-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-RELIEF
           END-START
           PERFORM SUM-NEXT-RELIEF UNTIL END-OF-RELIEF.

       SUM-NEXT-RELIEF.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-RELIEF
               NOT AT END
                   IF LOAN-ID OF TRANSACTION-REC NOT = WS-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-RELIEF
                   ELSE
                       IF REVERSED-TRANSACTION-ID = WS-SCAN-FEE-ID
                          AND (TYPE-ADJUSTMENT OR TYPE-REVERSAL)
                           ADD PAYMENT-AMOUNT OF TRANSACTION-REC
                               TO WS-FEE-RELIEVED
                       END-IF
                   END-IF
           END-READ.

       START-LOAN-HISTORY.
           MOVE 'N' TO WS-END-OF-LOAN-HISTORY
           MOVE WS-LOAN-ID TO LOAN-ID OF TRANSACTION-REC
           START TRANSACTION-FILE
               KEY IS EQUAL TO LOAN-ID OF TRANSACTION-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LOAN-HISTORY
           END-START.

      *----------------------------------------------------------------
      *  The fee keyed must be a FEE on this loan.  What is left to
      *  waive is the fee less posted relief and less any waiver of
      *  it still pending on the register.
      *----------------------------------------------------------------
       FIND-FEE-TO-WAIVE.
           MOVE 'N' TO WS-FEE-FOUND
           OPEN INPUT TRANSACTION-FILE
           IF NOT TRAN-FILE-OK
               DISPLAY 'Error Opening TRANSACTION-FILE.'
               STOP RUN
           END-IF
           MOVE WS-FEE-TRAN-ID TO TRANSACTION-ID OF TRANSACTION-REC
           READ TRANSACTION-FILE
               INVALID KEY
                   DISPLAY 'Transaction Not Found: ' WS-FEE-TRAN-ID
               NOT INVALID KEY
                   IF TYPE-FEE
                      AND LOAN-ID OF TRANSACTION-REC = WS-LOAN-ID
                       MOVE 'Y' TO WS-FEE-FOUND
                       MOVE PAYMENT-DATE OF TRANSACTION-REC
                           TO WS-FEE-DATE
                       MOVE PAYMENT-AMOUNT OF TRANSACTION-REC
                           TO WS-FEE-AMOUNT
                   ELSE
                       DISPLAY 'Transaction ' WS-FEE-TRAN-ID
                           ' Is Not A Fee On Loan ' WS-LOAN-ID
                   END-IF
           END-READ
           IF FEE-FOUND
               MOVE WS-FEE-TRAN-ID TO WS-SCAN-FEE-ID
               PERFORM SUM-FEE-RELIEF
           END-IF
           CLOSE TRANSACTION-FILE

           IF FEE-FOUND
               PERFORM SUM-PENDING-WAIVERS
               COMPUTE WS-FEE-LEFT = WS-FEE-AMOUNT - WS-FEE-RELIEVED
                   - WS-FEE-PENDING
           END-IF.

       SUM-PENDING-WAIVERS.
           MOVE ZERO TO WS-FEE-PENDING
           OPEN INPUT FEE-WAIVER-FILE
           IF FILE-OK
               PERFORM START-LOAN-WAIVERS
               PERFORM SUM-NEXT-PENDING UNTIL END-OF-WAIVERS
               CLOSE FEE-WAIVER-FILE
           END-IF.

       SUM-NEXT-PENDING.
           READ FEE-WAIVER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-WAIVERS
               NOT AT END
                   IF WAIVE-LOAN-ID NOT = WS-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-WAIVERS
                   ELSE
                       IF WAIVE-PENDING
                          AND WAIVE-FEE-TRAN-ID = WS-FEE-TRAN-ID
                           ADD WAIVE-AMOUNT TO WS-FEE-PENDING
                       END-IF
                   END-IF
           END-READ.

       START-LOAN-WAIVERS.
           MOVE 'N' TO WS-END-OF-WAIVERS
           MOVE WS-LOAN-ID TO WAIVE-LOAN-ID
           START FEE-WAIVER-FILE
               KEY IS EQUAL TO WAIVE-LOAN-ID
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-WAIVERS
           END-START.

      *----------------------------------------------------------------
      *  Waivers posted or awaiting release on the loan over the
      *  last twelve months -- the repeat-waiver warning.
      *----------------------------------------------------------------
       COUNT-RECENT-WAIVERS.
           MOVE ZERO TO WS-RECENT-WAIVERS
           OPEN INPUT FEE-WAIVER-FILE
           IF FILE-OK
               PERFORM START-LOAN-WAIVERS
               PERFORM COUNT-NEXT-RECENT UNTIL END-OF-WAIVERS
               CLOSE FEE-WAIVER-FILE
           END-IF.

       COUNT-NEXT-RECENT.
           READ FEE-WAIVER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-WAIVERS
               NOT AT END
                   IF WAIVE-LOAN-ID NOT = WS-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-WAIVERS
                   ELSE
                       IF NOT WAIVE-REJECTED
                          AND WAIVE-REQUEST-DATE NOT < WS-YEAR-AGO
                           ADD 1 TO WS-RECENT-WAIVERS
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Authority comes from the operator's own security record
      *  when it carries a limit, else from the role.  Without a
      *  signed-on, active operator there is no authority and every
      *  waiver goes to dual control.
      *----------------------------------------------------------------
       GET-WAIVE-AUTHORITY.
           MOVE ZERO TO WS-AUTHORITY
           MOVE SPACES TO WS-OPERATOR-ROLE
           MOVE ZERO TO WS-OPERATOR-BRANCH
           IF SIGNON-FOUND
               OPEN INPUT OPERATOR-FILE
               IF OPERATOR-FILE-OK
                   MOVE WS-USER-ID TO OPERATOR-ID OF OPERATOR-REC
                   READ OPERATOR-FILE
                       NOT INVALID KEY
                           IF OPERATOR-ACTIVE
                               PERFORM TAKE-OPERATOR-AUTHORITY
                           END-IF
                   END-READ
                   CLOSE OPERATOR-FILE
               END-IF
           END-IF
           IF WS-OPERATOR-BRANCH = ZERO
               MOVE WS-LOAN-BRANCH-ID TO WS-OPERATOR-BRANCH
           END-IF.

       TAKE-OPERATOR-AUTHORITY.
           MOVE OPERATOR-ROLE TO WS-OPERATOR-ROLE
           IF OPERATOR-BRANCH NUMERIC
               MOVE OPERATOR-BRANCH TO WS-OPERATOR-BRANCH
           END-IF
           IF OPERATOR-WAIVE-LIMIT NUMERIC
              AND OPERATOR-WAIVE-LIMIT > ZERO
               MOVE OPERATOR-WAIVE-LIMIT TO WS-AUTHORITY
           ELSE
               PERFORM GET-ROLE-AUTHORITY
           END-IF.

       GET-ROLE-AUTHORITY.
           EVALUATE TRUE
               WHEN ROLE-TELLER
                   MOVE WS-LIMIT-TELLER TO WS-AUTHORITY
               WHEN ROLE-COLLECTOR
                   MOVE WS-LIMIT-COLLECTOR TO WS-AUTHORITY
               WHEN ROLE-SR-COLLECTOR
                   MOVE WS-LIMIT-SR-COLLECTOR TO WS-AUTHORITY
               WHEN ROLE-SUPERVISOR
                   MOVE WS-LIMIT-SUPERVISOR TO WS-AUTHORITY
               WHEN ROLE-CREDIT-OFFICER
                   MOVE WS-LIMIT-CREDIT-OFFICER TO WS-AUTHORITY
               WHEN OTHER
                   MOVE ZERO TO WS-AUTHORITY
           END-EVALUATE
           MOVE 'WAIVE LMT ' TO WS-PARM-PREFIX
           MOVE OPERATOR-ROLE TO WS-PARM-ROLE
           CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                     WS-TODAY
                                     WS-PARM-VALUE
                                     WS-PARM-FOUND
           IF PARM-WAS-FOUND
               MOVE WS-PARM-VALUE TO WS-AUTHORITY
           END-IF.

       RECORD-WAIVER.
           OPEN I-O FEE-WAIVER-FILE
           IF FILE-NOT-FOUND
               OPEN OUTPUT FEE-WAIVER-FILE
               CLOSE FEE-WAIVER-FILE
               OPEN I-O FEE-WAIVER-FILE
           END-IF
           IF NOT FILE-OK
               DISPLAY 'Error Opening FEE-WAIVER-FILE.'
               STOP RUN
           END-IF

           PERFORM ASSIGN-NEXT-WAIVER-ID

           MOVE WS-NEXT-WAIVER-ID    TO WAIVER-ID OF FEE-WAIVER-REC
           MOVE WS-LOAN-ID           TO WAIVE-LOAN-ID
           MOVE WS-LOAN-CUSTOMER-ID  TO WAIVE-CUSTOMER-ID
           MOVE WS-FEE-TRAN-ID       TO WAIVE-FEE-TRAN-ID
           MOVE WS-FEE-DATE          TO WAIVE-FEE-DATE
           MOVE WS-FEE-AMOUNT        TO WAIVE-FEE-AMOUNT
           MOVE WS-WAIVE-AMOUNT      TO WAIVE-AMOUNT
           MOVE WS-REASON            TO WAIVE-REASON
           MOVE WS-COMMENT           TO WAIVE-COMMENT
           MOVE WS-USER-ID           TO WAIVE-REQUESTED-BY
           MOVE WS-OPERATOR-ROLE     TO WAIVE-ROLE
           MOVE WS-OPERATOR-BRANCH   TO WAIVE-BRANCH
           MOVE WS-TODAY             TO WAIVE-REQUEST-DATE
           MOVE WS-AUTHORITY         TO WAIVE-AUTHORITY
           MOVE 'P'                  TO WAIVE-STATUS
           MOVE SPACES               TO WAIVE-APPROVED-BY
           MOVE ZERO                 TO WAIVE-APPLIED-DATE
           MOVE ZERO                 TO WAIVE-ADJ-TRAN-ID
           WRITE FEE-WAIVER-REC
               INVALID KEY
                   DISPLAY 'Error Writing Fee Waiver '
                       WS-NEXT-WAIVER-ID
                   CLOSE FEE-WAIVER-FILE
                   STOP RUN
           END-WRITE
           CLOSE FEE-WAIVER-FILE

           MOVE 'FEE WAIVER REQ' TO WS-LOG-ACTION-TYPE
           MOVE SPACES TO WS-LOG-DESCRIPTION
           STRING 'Loan ' WS-LOAN-ID
                  ' Fee ' WS-FEE-TRAN-ID
                  ' Waiver ' WS-NEXT-WAIVER-ID
                  ' ' WS-REASON
                  DELIMITED BY SIZE INTO WS-LOG-DESCRIPTION
           CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                         WS-USER-ID
                                         WS-LOG-DESCRIPTION.

       QUEUE-WAIVER.
           MOVE 'FEE WAIVER'    TO WS-Q-ACTION
           MOVE WS-WAIVE-AMOUNT TO WS-Q-AMOUNT
           MOVE WS-FEE-DATE     TO WS-Q-AUX-DATE-1
           MOVE SPACES          TO WS-Q-DETAIL
           STRING 'LOAN ' WS-LOAN-ID
                  ' FEE ' WS-FEE-TRAN-ID
                  ' ' WS-REASON
                  DELIMITED BY SIZE INTO WS-Q-DETAIL
           CALL 'QUEUE-PENDING-APPROVAL' USING WS-Q-ACTION
                                                WS-NEXT-WAIVER-ID
                                                WS-Q-AMOUNT
                                                WS-Q-AUX-DATE-1
                                                WS-Q-AUX-DATE-2
                                                WS-Q-DETAIL
                                                WS-USER-ID
           DISPLAY 'Waiver ' WS-NEXT-WAIVER-ID
               ' Queued For Supervisor Approval - Fee Stays Owed '
               'Until Released.'.

       ASSIGN-NEXT-WAIVER-ID.
           MOVE 'A' TO WS-ID-MODE
           MOVE 'FEE WAIVER' TO WS-ID-SERIES
           CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                        WS-ID-SERIES
                                        WS-NEXT-WAIVER-ID
                                        WS-ID-FOUND
           IF NOT ID-SERIES-FOUND
               PERFORM SEED-WAIVER-SERIES
           END-IF.

      *----------------------------------------------------------------
      *  First use of the central control file for this series: seed
      *  it once from the register's high key, then every later
      *  assignment comes straight off NEXT_ID.DAT.
      *----------------------------------------------------------------
       SEED-WAIVER-SERIES.
           MOVE ZERO TO WS-NEXT-WAIVER-ID
           MOVE 'N' TO WS-END-OF-WAIVERS
           MOVE ZERO TO WAIVER-ID OF FEE-WAIVER-REC
           START FEE-WAIVER-FILE
               KEY IS NOT LESS THAN WAIVER-ID OF FEE-WAIVER-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-WAIVERS
           END-START
           PERFORM FIND-HIGHEST-WAIVER-ID UNTIL END-OF-WAIVERS
           ADD 1 TO WS-NEXT-WAIVER-ID
           MOVE 'S' TO WS-ID-MODE
           MOVE 'FEE WAIVER' TO WS-ID-SERIES
           CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                        WS-ID-SERIES
                                        WS-NEXT-WAIVER-ID
                                        WS-ID-FOUND.

       FIND-HIGHEST-WAIVER-ID.
           READ FEE-WAIVER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-WAIVERS
               NOT AT END
                   IF WAIVER-ID OF FEE-WAIVER-REC > WS-NEXT-WAIVER-ID
                       MOVE WAIVER-ID OF FEE-WAIVER-REC
                           TO WS-NEXT-WAIVER-ID
                   END-IF
           END-READ.

       LIST-FEES-AND-WAIVERS.
           PERFORM GET-LOAN
           PERFORM LIST-LOAN-FEES

           OPEN INPUT FEE-WAIVER-FILE
           IF NOT FILE-OK
               DISPLAY 'No Fee Waivers On File.'
               STOP RUN
           END-IF
           DISPLAY 'WAIVER FEE ID  AMOUNT     REASON     ST BY'
           PERFORM START-LOAN-WAIVERS
           PERFORM LIST-NEXT-WAIVER UNTIL END-OF-WAIVERS
           CLOSE FEE-WAIVER-FILE
           DISPLAY 'Fee Waivers Listed: ' WS-WAIVERS-LISTED.

       LIST-NEXT-WAIVER.
           READ FEE-WAIVER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-WAIVERS
               NOT AT END
                   IF WAIVE-LOAN-ID NOT = WS-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-WAIVERS
                   ELSE
                       ADD 1 TO WS-WAIVERS-LISTED
                       DISPLAY WAIVER-ID OF FEE-WAIVER-REC ' '
                           WAIVE-FEE-TRAN-ID '  '
                           WAIVE-AMOUNT ' ' WAIVE-REASON ' '
                           WAIVE-STATUS '  ' WAIVE-REQUESTED-BY ' '
                           WAIVE-REQUEST-DATE
                   END-IF
           END-READ.
