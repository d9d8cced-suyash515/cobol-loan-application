      *  edit in LOAN-APPROVAL-FILE, and tracks queued lien releases
      *  (set by LOAN-PAYOFF when the loan closes) through to
      *  completion so title releases stop going out late.
      *
      *  A loan may be secured by several items -- two vehicles, a
      *  house and an additional parcel -- each with its own
      *  COLLATERAL-SEQ, valuation and lien.  Two item-level
      *  changes are made here:
      *
      *      Substitution - the replacement item is staged PENDING
      *                     and the swap queued for a supervisor
      *                     (COLLATERAL SUBST on PENDING_APPROVAL.DAT)
      *                     once loan-to-value on the items as they
      *                     would stand afterward passes (POST-
      *                     COLLATERAL-SUBST).  The supervisor's
      *                     release re-checks it and makes the swap.
      *      Partial      - one item comes off a loan that stays
      *      release        open, against a PAYMENT already posted
      *                     on the loan.  The paydown must be at
      *                     least PARTIAL RELEASE PCT percent of the
      *                     item's share of the balance, and the
      *                     balance left must sit within the LTV
      *                     limit on the items that remain.  The
      *                     item's lien release is queued to
      *                     LIEN_RELEASE.DAT.
      *================================================================

       ENVIRONMENT DIVISION.
           SELECT COLLATERAL-FILE ASSIGN TO 'COLLATERAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLLATERAL-KEY OF COLLATERAL-REC
               FILE STATUS IS FILE-STATUS.

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

           SELECT LIEN-RELEASE-FILE ASSIGN TO 'LIEN_RELEASE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RELEASE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLATERAL-FILE.
       COPY COLLATERALREC.

       FD  LOAN-FILE.
       COPY LOANREC.

       FD  TRANSACTION-FILE.
       COPY TRANREC.

       FD  LIEN-RELEASE-FILE.
       01  LIEN-RELEASE-REC.
           05  REL-LOAN-ID         PIC 9(5).
           05  REL-QUEUED-DATE     PIC 9(8).
           05  REL-COLLATERAL-SEQ  PIC 9(2).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX.
           88  FILE-OK              VALUE '00'.
           88  FILE-NOT-FOUND       VALUE '35'.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
       01  TRAN-FILE-STATUS        PIC XX.
           88  TRAN-FILE-OK         VALUE '00'.
       01  RELEASE-FILE-STATUS     PIC XX.
           88  RELEASE-FILE-OK      VALUE '00'.
       01  WS-MODE                 PIC X.
           88  ADD-MODE              VALUE '1'.
           88  UPDATE-MODE           VALUE '2'.
           88  INQUIRE-MODE          VALUE '3'.
           88  RELEASE-DONE-MODE     VALUE '4'.
           88  LIST-QUEUED-MODE      VALUE '5'.
           88  SUBSTITUTE-MODE       VALUE '6'.
           88  PARTIAL-RELEASE-MODE  VALUE '7'.
       01  WS-LOAN-ID              PIC 9(5).
       01  WS-COLLATERAL-SEQ       PIC 9(2).
       01  WS-OLD-SEQ              PIC 9(2).
       01  WS-NEXT-SEQ             PIC 9(2).
       01  WS-RELEASE-DATE         PIC 9(8).
       01  WS-END-OF-COLLATERAL    PIC X VALUE 'N'.
           88  END-OF-COLLATERAL    VALUE 'Y'.
       01  WS-QUEUED-LISTED        PIC 9(5) COMP VALUE ZERO.
       01  WS-ITEMS-LISTED         PIC 9(3) COMP VALUE ZERO.
       01  WS-ITEM-OK              PIC X.
           88  ITEM-OK              VALUE 'Y'.
       01  WS-TODAY                PIC 9(8).
       01  WS-BUSDATE-FOUND        PIC X.
           88  BUSINESS-DATE-FOUND  VALUE 'Y'.

       01  WS-CV-LOAN-ID           PIC 9(5).
       01  WS-CV-VALUE             PIC 9(9)V99.
       01  WS-CV-ORIG-VALUE        PIC 9(9)V99.
       01  WS-CV-ITEM-COUNT        PIC 9(3).
       01  WS-CURRENT-LTV          PIC 9(3)V99.

       01  WS-CS-MODE              PIC X.
       01  WS-CS-LOAN-ID           PIC 9(5).
       01  WS-CS-NEW-SEQ           PIC 9(2).
       01  WS-CS-APPROVED-BY       PIC X(10).
       01  WS-CS-DONE              PIC X.
           88  SUBST-CHECK-PASSED   VALUE 'Y'.

       01  WS-Q-ACTION             PIC X(20).
       01  WS-Q-AMOUNT             PIC 9(7)V99 VALUE ZERO.
       01  WS-Q-AUX-DATE-1         PIC 9(8) VALUE ZERO.
       01  WS-Q-AUX-DATE-2         PIC 9(8) VALUE ZERO.
       01  WS-Q-DETAIL             PIC X(30).

      *  Partial release.  The limits are the ones LOAN-APPROVAL-
      *  FILE approves to; the release percentage is a compiled
      *  default overridden by the PARTIAL RELEASE PCT system
      *  parameter.
       01  WS-PAYDOWN-TRAN-ID      PIC 9(5).
       01  WS-PAYDOWN-AMOUNT       PIC 9(7)V99.
       01  WS-PAYDOWN-OK           PIC X.
           88  PAYDOWN-OK           VALUE 'Y'.
       01  WS-PAYDOWN-USED         PIC X.
           88  PAYDOWN-USED         VALUE 'Y'.
       01  WS-END-OF-TRANSACTIONS  PIC X.
           88  END-OF-TRANSACTIONS  VALUE 'Y'.
       01  WS-ITEM-VALUE           PIC 9(7)V99.
       01  WS-BALANCE-BEFORE       PIC 9(9)V99.
       01  WS-ITEM-SHARE           PIC 9(9)V99.
       01  WS-MINIMUM-PAYDOWN      PIC 9(9)V99.
       01  WS-REMAINING-VALUE      PIC S9(9)V99.
       01  WS-RELEASE-PCT          PIC 9(3)V99 VALUE 110.00.
       01  WS-LTV-LIMIT-MORTGAGE   PIC 9(3)V99 VALUE 95.00.
       01  WS-LTV-LIMIT-AUTO       PIC 9(3)V99 VALUE 100.00.
       01  WS-LTV-LIMIT            PIC 9(3)V99.
       01  WS-PARM-NAME            PIC X(20).
       01  WS-PARM-VALUE           PIC 9(7)V99.
       01  WS-PARM-FOUND           PIC X.
           88  PARM-WAS-FOUND       VALUE 'Y'.

       01  WS-USER-ID              PIC A(10).
       01  WS-LOG-ACTION-TYPE      PIC A(20).
       01  WS-LOG-DESCRIPTION      PIC A(50).
       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       DISPLAY '1. Add Collateral Item'
       DISPLAY '2. Update Collateral Item'
       DISPLAY '3. Inquire Collateral For A Loan'
       DISPLAY '4. Mark Queued Lien Release Completed'
       DISPLAY '5. List Queued Lien Releases'
       DISPLAY '6. Request Collateral Substitution'
       DISPLAY '7. Partial Release After Paydown'
       DISPLAY 'Select Option: '
       ACCEPT WS-MODE
       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
           DISPLAY 'Enter Your User ID: '
           ACCEPT WS-USER-ID
       END-IF
       CALL 'GET-BUSINESS-DATE' USING WS-TODAY
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
       END-IF

       EVALUATE TRUE
           WHEN ADD-MODE
               PERFORM COMPLETE-LIEN-RELEASE
           WHEN LIST-QUEUED-MODE
               PERFORM LIST-QUEUED-RELEASES
           WHEN SUBSTITUTE-MODE
               PERFORM REQUEST-SUBSTITUTION
           WHEN PARTIAL-RELEASE-MODE
               PERFORM PARTIAL-RELEASE
           WHEN OTHER
               DISPLAY 'Invalid Option.'
       END-EVALUATE
           DISPLAY 'Enter Appraisal Date (YYYYMMDD): '
           ACCEPT APPRAISAL-DATE.

       ACCEPT-LOAN-ID.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF.

       ACCEPT-ITEM-KEY.
           PERFORM ACCEPT-LOAN-ID
           DISPLAY 'Enter Collateral Item Sequence: '
           ACCEPT WS-COLLATERAL-SEQ.

       OPEN-COLLATERAL-FOR-UPDATE.
           OPEN I-O COLLATERAL-FILE
           IF FILE-NOT-FOUND
               OPEN OUTPUT COLLATERAL-FILE
           IF NOT FILE-OK
               DISPLAY 'Error Opening COLLATERAL-FILE.'
               STOP RUN
           END-IF.

       ADD-COLLATERAL.
           PERFORM ACCEPT-LOAN-ID
           PERFORM OPEN-COLLATERAL-FOR-UPDATE
           PERFORM FIND-NEXT-ITEM-SEQ

           INITIALIZE COLLATERAL-REC
           MOVE WS-LOAN-ID  TO LOAN-ID OF COLLATERAL-REC
           MOVE WS-NEXT-SEQ TO COLLATERAL-SEQ
           PERFORM GET-COLLATERAL-DETAILS
           MOVE 'FILED'     TO LIEN-STATUS
           MOVE ZERO        TO LIEN-RELEASE-DATE
           MOVE 'ACTIVE'    TO ITEM-STATUS
           MOVE WS-TODAY    TO ITEM-STATUS-DATE
           MOVE ZERO        TO SUBST-FOR-SEQ
           MOVE ZERO        TO RELEASE-PAYDOWN-TRAN-ID

           WRITE COLLATERAL-REC
               INVALID KEY
                   DISPLAY 'Collateral Item Already On File: '
                       WS-LOAN-ID '-' WS-NEXT-SEQ
               NOT INVALID KEY
                   DISPLAY 'Collateral Item ' WS-NEXT-SEQ
                       ' Added For Loan ' WS-LOAN-ID
                   MOVE 'COLLATERAL ADD' TO WS-LOG-ACTION-TYPE
                   MOVE 'Collateral Record Added'
                       TO WS-LOG-DESCRIPTION

           CLOSE COLLATERAL-FILE.

      *----------------------------------------------------------------
      *  The next item takes one past the loan's highest sequence,
      *  whatever that item's status -- a sequence is never reused.
      *----------------------------------------------------------------
       FIND-NEXT-ITEM-SEQ.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE 'N' TO WS-END-OF-COLLATERAL
           PERFORM START-LOAN-ITEMS
           PERFORM NOTE-NEXT-ITEM-SEQ UNTIL END-OF-COLLATERAL
           IF WS-NEXT-SEQ > 99
               DISPLAY 'Loan ' WS-LOAN-ID ' Has No Item Sequence '
                   'Left.'
               CLOSE COLLATERAL-FILE
               STOP RUN
           END-IF.

       NOTE-NEXT-ITEM-SEQ.
           READ COLLATERAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-COLLATERAL
               NOT AT END
                   IF LOAN-ID OF COLLATERAL-REC NOT = WS-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-COLLATERAL
                   ELSE
                       IF COLLATERAL-SEQ = 99
                           MOVE 'Y' TO WS-END-OF-COLLATERAL
                           DISPLAY 'Loan ' WS-LOAN-ID ' Has No Item '
                               'Sequence Left.'
                           CLOSE COLLATERAL-FILE
                           STOP RUN
                       END-IF
                       COMPUTE WS-NEXT-SEQ = COLLATERAL-SEQ + 1
                   END-IF
           END-READ.

       START-LOAN-ITEMS.
           MOVE WS-LOAN-ID TO LOAN-ID OF COLLATERAL-REC
           MOVE ZERO TO COLLATERAL-SEQ
           START COLLATERAL-FILE KEY IS NOT LESS THAN
                   COLLATERAL-KEY OF COLLATERAL-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-COLLATERAL
           END-START.

       UPDATE-COLLATERAL.
           PERFORM ACCEPT-ITEM-KEY

           OPEN I-O COLLATERAL-FILE
           IF NOT FILE-OK
           END-IF

           MOVE WS-LOAN-ID TO LOAN-ID OF COLLATERAL-REC
           MOVE WS-COLLATERAL-SEQ TO COLLATERAL-SEQ
           READ COLLATERAL-FILE
               INVALID KEY
                   DISPLAY 'Collateral Not Found: ' WS-LOAN-ID
                       '-' WS-COLLATERAL-SEQ
               NOT INVALID KEY
                   PERFORM GET-COLLATERAL-DETAILS
                   REWRITE COLLATERAL-REC

           CLOSE COLLATERAL-FILE.

      *----------------------------------------------------------------
      *  Every item the loan has had, then loan-to-value on the
      *  combined value of the ones still securing it.
      *----------------------------------------------------------------
       INQUIRE-COLLATERAL.
           PERFORM ACCEPT-LOAN-ID

           OPEN INPUT COLLATERAL-FILE
           IF NOT FILE-OK
               STOP RUN
           END-IF

           MOVE ZERO TO WS-ITEMS-LISTED
           MOVE 'N' TO WS-END-OF-COLLATERAL
           PERFORM START-LOAN-ITEMS
           PERFORM SHOW-NEXT-ITEM UNTIL END-OF-COLLATERAL

           CLOSE COLLATERAL-FILE

           IF WS-ITEMS-LISTED = ZERO
               DISPLAY 'Collateral Not Found: ' WS-LOAN-ID
           ELSE
               PERFORM SHOW-COMBINED-LTV
           END-IF.

       SHOW-NEXT-ITEM.
           READ COLLATERAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-COLLATERAL
               NOT AT END
                   IF LOAN-ID OF COLLATERAL-REC NOT = WS-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-COLLATERAL
                   ELSE
                       ADD 1 TO WS-ITEMS-LISTED
                       PERFORM SHOW-ONE-ITEM
                   END-IF
           END-READ.

       SHOW-ONE-ITEM.
           DISPLAY '--------------------------------------------'
           DISPLAY 'Loan ID        : '
               LOAN-ID OF COLLATERAL-REC '-' COLLATERAL-SEQ
           DISPLAY 'Description    : ' COLLATERAL-DESC
           DISPLAY 'VIN / Address  : ' VIN-OR-ADDRESS
           DISPLAY 'Appraised Value: ' APPRAISED-VALUE
           DISPLAY 'Appraisal Date : ' APPRAISAL-DATE
           DISPLAY 'Item Status    : ' ITEM-STATUS
               ' ' ITEM-STATUS-DATE
           IF ITEM-PENDING-SUBST
               DISPLAY 'Replaces Item  : ' SUBST-FOR-SEQ
           END-IF
           IF ITEM-SUBSTITUTED
               DISPLAY 'Replaced By    : ' SUBST-FOR-SEQ
           END-IF
           IF ITEM-PARTIAL-RELEASE
               DISPLAY 'Paydown Tran   : ' RELEASE-PAYDOWN-TRAN-ID
           END-IF
           DISPLAY 'Lien Status    : ' LIEN-STATUS
           DISPLAY 'Release Date   : ' LIEN-RELEASE-DATE.

       SHOW-COMBINED-LTV.
           MOVE WS-LOAN-ID TO WS-CV-LOAN-ID
           CALL 'GET-COLLATERAL-VALUE' USING WS-CV-LOAN-ID
                                              WS-CV-VALUE
                                              WS-CV-ORIG-VALUE
                                              WS-CV-ITEM-COUNT
           DISPLAY '--------------------------------------------'
           DISPLAY 'Items Securing : ' WS-CV-ITEM-COUNT
           DISPLAY 'Combined Value : ' WS-CV-VALUE
           OPEN INPUT LOAN-FILE
           IF LOAN-FILE-OK
               MOVE WS-LOAN-ID TO LOAN-ID OF LOAN-REC
               READ LOAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-CV-VALUE > ZERO
                           COMPUTE WS-CURRENT-LTV ROUNDED =
                               LOAN-BALANCE OF LOAN-REC * 100
                               / WS-CV-VALUE
                               ON SIZE ERROR
                                   MOVE 999.99 TO WS-CURRENT-LTV
                           END-COMPUTE
                           DISPLAY 'Combined LTV   : ' WS-CURRENT-LTV
                       END-IF
               END-READ
               CLOSE LOAN-FILE
           END-IF.

       COMPLETE-LIEN-RELEASE.
           PERFORM ACCEPT-ITEM-KEY
           DISPLAY 'Enter Release Completed Date (YYYYMMDD): '
           ACCEPT WS-RELEASE-DATE

           END-IF

           MOVE WS-LOAN-ID TO LOAN-ID OF COLLATERAL-REC
           MOVE WS-COLLATERAL-SEQ TO COLLATERAL-SEQ
           READ COLLATERAL-FILE
               INVALID KEY
                   DISPLAY 'Collateral Not Found: ' WS-LOAN-ID
                       '-' WS-COLLATERAL-SEQ
               NOT INVALID KEY
                   IF NOT LIEN-RELEASE-QUEUED
                       DISPLAY 'Lien Release Is Not Queued For '
                           WS-LOAN-ID '-' WS-COLLATERAL-SEQ
                           ' - Status Is ' LIEN-STATUS
                   ELSE
                       MOVE 'RELEASED' TO LIEN-STATUS
                       MOVE WS-RELEASE-DATE TO LIEN-RELEASE-DATE
               NOT AT END
                   IF LIEN-RELEASE-QUEUED
                       ADD 1 TO WS-QUEUED-LISTED
                       DISPLAY LOAN-ID OF COLLATERAL-REC '-'
                           COLLATERAL-SEQ ' '
                           COLLATERAL-DESC ' ' VIN-OR-ADDRESS
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Substitution request: the replacement is staged PENDING
      *  under the loan's next sequence, loan-to-value is re-checked
      *  as if the swap were made, and the swap goes to a supervisor.
      *  A request that fails the LTV check leaves the staged item
      *  REJECTED.
      *----------------------------------------------------------------
       REQUEST-SUBSTITUTION.
           PERFORM ACCEPT-LOAN-ID
           DISPLAY 'Enter Sequence Of The Item Being Replaced: '
           ACCEPT WS-OLD-SEQ

           PERFORM OPEN-COLLATERAL-FOR-UPDATE

           MOVE 'N' TO WS-ITEM-OK
           MOVE WS-LOAN-ID TO LOAN-ID OF COLLATERAL-REC
           MOVE WS-OLD-SEQ TO COLLATERAL-SEQ
           READ COLLATERAL-FILE
               INVALID KEY
                   DISPLAY 'Collateral Not Found: ' WS-LOAN-ID
                       '-' WS-OLD-SEQ
               NOT INVALID KEY
                   IF ITEM-ACTIVE
                       MOVE 'Y' TO WS-ITEM-OK
                   ELSE
                       DISPLAY 'Item ' WS-OLD-SEQ ' Does Not Secure '
                           'The Loan - Status ' ITEM-STATUS
                   END-IF
           END-READ
           IF NOT ITEM-OK
               CLOSE COLLATERAL-FILE
               STOP RUN
           END-IF

           PERFORM FIND-NEXT-ITEM-SEQ

           INITIALIZE COLLATERAL-REC
           MOVE WS-LOAN-ID  TO LOAN-ID OF COLLATERAL-REC
           MOVE WS-NEXT-SEQ TO COLLATERAL-SEQ
           DISPLAY 'Replacement Item:'
           PERFORM GET-COLLATERAL-DETAILS
           MOVE SPACES      TO LIEN-STATUS
           MOVE ZERO        TO LIEN-RELEASE-DATE
           MOVE 'PENDING'   TO ITEM-STATUS
           MOVE WS-TODAY    TO ITEM-STATUS-DATE
           MOVE WS-OLD-SEQ  TO SUBST-FOR-SEQ
           MOVE ZERO        TO RELEASE-PAYDOWN-TRAN-ID
           MOVE APPRAISED-VALUE TO WS-Q-AMOUNT
           WRITE COLLATERAL-REC
               INVALID KEY
                   DISPLAY 'Error Staging Replacement Item.'
                   CLOSE COLLATERAL-FILE
                   STOP RUN
           END-WRITE
           CLOSE COLLATERAL-FILE

           MOVE 'C'         TO WS-CS-MODE
           MOVE WS-LOAN-ID  TO WS-CS-LOAN-ID
           MOVE WS-NEXT-SEQ TO WS-CS-NEW-SEQ
           MOVE WS-USER-ID  TO WS-CS-APPROVED-BY
           CALL 'POST-COLLATERAL-SUBST' USING WS-CS-MODE
                                               WS-CS-LOAN-ID
                                               WS-CS-NEW-SEQ
                                               WS-CS-APPROVED-BY
                                               WS-CS-DONE
           IF SUBST-CHECK-PASSED
               PERFORM QUEUE-SUBSTITUTION
           ELSE
               MOVE 'R' TO WS-CS-MODE
               CALL 'POST-COLLATERAL-SUBST' USING WS-CS-MODE
                                                   WS-CS-LOAN-ID
                                                   WS-CS-NEW-SEQ
                                                   WS-CS-APPROVED-BY
                                                   WS-CS-DONE
               DISPLAY 'Substitution Request Rejected.'
           END-IF.

       QUEUE-SUBSTITUTION.
           MOVE 'COLLATERAL SUBST' TO WS-Q-ACTION
           MOVE SPACES TO WS-Q-DETAIL
           STRING WS-NEXT-SEQ ' REPLACES ITEM ' WS-OLD-SEQ
               DELIMITED BY SIZE INTO WS-Q-DETAIL
           CALL 'QUEUE-PENDING-APPROVAL' USING WS-Q-ACTION
                                                WS-LOAN-ID
                                                WS-Q-AMOUNT
                                                WS-Q-AUX-DATE-1
                                                WS-Q-AUX-DATE-2
                                                WS-Q-DETAIL
                                                WS-USER-ID
           DISPLAY 'Replacement Item ' WS-NEXT-SEQ
               ' Staged - Substitution Queued For Supervisor '
               'Approval.'
           MOVE 'COLLATERAL SUBST' TO WS-LOG-ACTION-TYPE
           MOVE 'Collateral Substitution Requested'
               TO WS-LOG-DESCRIPTION
           CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                         WS-USER-ID
                                         WS-LOG-DESCRIPTION.

      *----------------------------------------------------------------
      *  Partial release.  The item must secure an open loan that
      *  other items will go on securing, and the paydown must be a
      *  PAYMENT on the loan, not reversed and not already used to
      *  release another item.  Its minimum is PARTIAL RELEASE PCT
      *  percent of the item's share of the balance before the
      *  paydown (the item's value over the combined value); the
      *  balance after it must sit within the LTV limit on the items
      *  that remain.
      *----------------------------------------------------------------
       PARTIAL-RELEASE.
           PERFORM ACCEPT-ITEM-KEY
           DISPLAY 'Enter Transaction ID Of The Paydown Payment: '
           ACCEPT WS-PAYDOWN-TRAN-ID

           MOVE 'PARTIAL RELEASE PCT' TO WS-PARM-NAME
           CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                     WS-TODAY
                                     WS-PARM-VALUE
                                     WS-PARM-FOUND
           IF PARM-WAS-FOUND
               MOVE WS-PARM-VALUE TO WS-RELEASE-PCT
           END-IF

           OPEN INPUT LOAN-FILE
           IF NOT LOAN-FILE-OK
               DISPLAY 'Error Opening LOAN-FILE.'
               STOP RUN
           END-IF
           MOVE WS-LOAN-ID TO LOAN-ID OF LOAN-REC
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY 'Loan Not Found: ' WS-LOAN-ID
                   CLOSE LOAN-FILE
                   STOP RUN
           END-READ
           CLOSE LOAN-FILE
           IF NOT STATUS-ACTIVE
               DISPLAY 'Loan Is Not Active - Release The Collateral '
                   'Through Payoff.'
               STOP RUN
           END-IF
           IF TYPE-MORTGAGE OR TYPE-HELOC
               MOVE WS-LTV-LIMIT-MORTGAGE TO WS-LTV-LIMIT
           ELSE
               MOVE WS-LTV-LIMIT-AUTO TO WS-LTV-LIMIT
           END-IF

           MOVE WS-LOAN-ID TO WS-CV-LOAN-ID
           CALL 'GET-COLLATERAL-VALUE' USING WS-CV-LOAN-ID
                                              WS-CV-VALUE
                                              WS-CV-ORIG-VALUE
                                              WS-CV-ITEM-COUNT

           PERFORM OPEN-COLLATERAL-FOR-UPDATE
           PERFORM CHECK-RELEASE-ITEM
           IF ITEM-OK
               PERFORM CHECK-PAYDOWN-PAYMENT
               IF PAYDOWN-OK
                   PERFORM CHECK-RELEASE-PRICE
               END-IF
               IF PAYDOWN-OK
                   PERFORM RELEASE-ONE-ITEM
               END-IF
           END-IF
           CLOSE COLLATERAL-FILE.

       CHECK-RELEASE-ITEM.
           MOVE 'N' TO WS-ITEM-OK
           MOVE 'N' TO WS-PAYDOWN-USED
           MOVE 'N' TO WS-END-OF-COLLATERAL
           PERFORM START-LOAN-ITEMS
           PERFORM CHECK-PAYDOWN-NOT-USED UNTIL END-OF-COLLATERAL
           IF PAYDOWN-USED
               DISPLAY 'Payment ' WS-PAYDOWN-TRAN-ID ' Already '
                   'Released Another Item.'
           ELSE
               MOVE WS-LOAN-ID TO LOAN-ID OF COLLATERAL-REC
               MOVE WS-COLLATERAL-SEQ TO COLLATERAL-SEQ
               READ COLLATERAL-FILE
                   INVALID KEY
                       DISPLAY 'Collateral Not Found: ' WS-LOAN-ID
                           '-' WS-COLLATERAL-SEQ
                   NOT INVALID KEY
                       IF NOT ITEM-ACTIVE
                           DISPLAY 'Item ' WS-COLLATERAL-SEQ
                               ' Does Not Secure The Loan - Status '
                               ITEM-STATUS
                       ELSE
                           IF WS-CV-ITEM-COUNT < 2
                               DISPLAY 'Item ' WS-COLLATERAL-SEQ
                                   ' Is The Only Collateral Left - '
                                   'Release It Through Payoff.'
                           ELSE
                               MOVE APPRAISED-VALUE TO WS-ITEM-VALUE
                               MOVE 'Y' TO WS-ITEM-OK
                           END-IF
                       END-IF
               END-READ
           END-IF.

       CHECK-PAYDOWN-NOT-USED.
           READ COLLATERAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-COLLATERAL
               NOT AT END
                   IF LOAN-ID OF COLLATERAL-REC NOT = WS-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-COLLATERAL
                   ELSE
                       IF RELEASE-PAYDOWN-TRAN-ID = WS-PAYDOWN-TRAN-ID
                           MOVE 'Y' TO WS-PAYDOWN-USED
                       END-IF
                   END-IF
           END-READ.

       CHECK-PAYDOWN-PAYMENT.
           MOVE 'N' TO WS-PAYDOWN-OK
           OPEN INPUT TRANSACTION-FILE
           IF NOT TRAN-FILE-OK
               DISPLAY 'Error Opening TRANSACTION-FILE.'
           ELSE
               MOVE WS-PAYDOWN-TRAN-ID
                   TO TRANSACTION-ID OF TRANSACTION-REC
               READ TRANSACTION-FILE
                   INVALID KEY
                       DISPLAY 'Paydown Payment Not Found: '
                           WS-PAYDOWN-TRAN-ID
                   NOT INVALID KEY
                       IF TYPE-PAYMENT
                          AND LOAN-ID OF TRANSACTION-REC = WS-LOAN-ID
                           MOVE 'Y' TO WS-PAYDOWN-OK
                           MOVE PAYMENT-AMOUNT OF TRANSACTION-REC
                               TO WS-PAYDOWN-AMOUNT
                       ELSE
                           DISPLAY 'Transaction ' WS-PAYDOWN-TRAN-ID
                               ' Is Not A Payment On Loan '
                               WS-LOAN-ID
                       END-IF
               END-READ
               IF PAYDOWN-OK
                   PERFORM CHECK-PAYDOWN-NOT-REVERSED
               END-IF
               CLOSE TRANSACTION-FILE
           END-IF.

       CHECK-PAYDOWN-NOT-REVERSED.
           MOVE 'N' TO WS-END-OF-TRANSACTIONS
           MOVE WS-LOAN-ID TO LOAN-ID OF TRANSACTION-REC
           START TRANSACTION-FILE KEY IS EQUAL TO
                   LOAN-ID OF TRANSACTION-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-TRANSACTIONS
           END-START
           PERFORM CHECK-NEXT-REVERSAL UNTIL END-OF-TRANSACTIONS.

       CHECK-NEXT-REVERSAL.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-TRANSACTIONS
               NOT AT END
                   IF LOAN-ID OF TRANSACTION-REC NOT = WS-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-TRANSACTIONS
                   ELSE
                       IF TYPE-REVERSAL
                          AND REVERSED-TRANSACTION-ID
                              = WS-PAYDOWN-TRAN-ID
                           MOVE 'N' TO WS-PAYDOWN-OK
                           MOVE 'Y' TO WS-END-OF-TRANSACTIONS
                           DISPLAY 'Paydown Payment '
                               WS-PAYDOWN-TRAN-ID
                               ' Has Been Reversed.'
                       END-IF
                   END-IF
           END-READ.

       CHECK-RELEASE-PRICE.
           COMPUTE WS-BALANCE-BEFORE =
               LOAN-BALANCE OF LOAN-REC + WS-PAYDOWN-AMOUNT
           IF WS-CV-VALUE > ZERO
               COMPUTE WS-ITEM-SHARE ROUNDED =
                   WS-BALANCE-BEFORE * WS-ITEM-VALUE / WS-CV-VALUE
           ELSE
               MOVE ZERO TO WS-ITEM-SHARE
           END-IF
           COMPUTE WS-MINIMUM-PAYDOWN ROUNDED =
               WS-ITEM-SHARE * WS-RELEASE-PCT / 100
           IF WS-MINIMUM-PAYDOWN > WS-BALANCE-BEFORE
               MOVE WS-BALANCE-BEFORE TO WS-MINIMUM-PAYDOWN
           END-IF

           DISPLAY 'Minimum Paydown For Release: ' WS-MINIMUM-PAYDOWN
           DISPLAY 'Paydown Received           : ' WS-PAYDOWN-AMOUNT
           IF WS-PAYDOWN-AMOUNT < WS-MINIMUM-PAYDOWN
               MOVE 'N' TO WS-PAYDOWN-OK
               DISPLAY 'Paydown Is Below The Minimum - Item Not '
                   'Released.'
           ELSE
               COMPUTE WS-REMAINING-VALUE =
                   WS-CV-VALUE - WS-ITEM-VALUE
               IF WS-REMAINING-VALUE > ZERO
                   COMPUTE WS-CURRENT-LTV ROUNDED =
                       LOAN-BALANCE OF LOAN-REC * 100
                       / WS-REMAINING-VALUE
                       ON SIZE ERROR
                           MOVE 999.99 TO WS-CURRENT-LTV
                   END-COMPUTE
               ELSE
                   MOVE 999.99 TO WS-CURRENT-LTV
               END-IF
               DISPLAY 'LTV On Remaining Collateral: ' WS-CURRENT-LTV
                   ' (Limit ' WS-LTV-LIMIT ')'
               IF WS-CURRENT-LTV > WS-LTV-LIMIT
                   MOVE 'N' TO WS-PAYDOWN-OK
                   DISPLAY 'Remaining Collateral Would Not Cover The '
                       'Balance - Item Not Released.'
               END-IF
           END-IF.

       RELEASE-ONE-ITEM.
           MOVE 'RELEASED'         TO ITEM-STATUS
           MOVE WS-TODAY           TO ITEM-STATUS-DATE
           MOVE WS-PAYDOWN-TRAN-ID TO RELEASE-PAYDOWN-TRAN-ID
           MOVE 'REL QUEUED'       TO LIEN-STATUS
           REWRITE COLLATERAL-REC
               INVALID KEY
                   DISPLAY 'Error Updating Collateral.'
               NOT INVALID KEY
                   PERFORM WRITE-RELEASE-QUEUE-ROW
                   DISPLAY 'Item ' WS-COLLATERAL-SEQ
                       ' Released - Lien Release Queued.'
                   MOVE 'PARTIAL RELEASE' TO WS-LOG-ACTION-TYPE
                   MOVE 'Collateral Item Released After Paydown'
                       TO WS-LOG-DESCRIPTION
                   CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                                 WS-USER-ID
                                                 WS-LOG-DESCRIPTION
           END-REWRITE.

       WRITE-RELEASE-QUEUE-ROW.
           OPEN EXTEND LIEN-RELEASE-FILE
           IF NOT RELEASE-FILE-OK
               OPEN OUTPUT LIEN-RELEASE-FILE
           END-IF
           MOVE WS-LOAN-ID        TO REL-LOAN-ID
           MOVE WS-TODAY          TO REL-QUEUED-DATE
           MOVE WS-COLLATERAL-SEQ TO REL-COLLATERAL-SEQ
           WRITE LIEN-RELEASE-REC
           CLOSE LIEN-RELEASE-FILE.
