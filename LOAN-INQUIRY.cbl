      *  last five TRANSACTION-FILE entries, the escrow balance, and
      *  any guarantor or collections flags -- everything a customer
      *  call used to need five separate program runs and re-keyed
      *  IDs to answer.  A home-equity line also shows its credit
      *  limit, available credit, draw-period end and whether the
      *  line is open or frozen.  A borrower under an identity-
      *  theft red-flag alert gets the alert banner at the top of
      *  the screen.  Today's memo-posted credits and debits show
      *  beside the ledger balance as the available/memo balance.
      *  The loan's most recent servicing notes close the view, and
      *  the operator can add a note from the call (ADD-LOAN-NOTE).
      *  Callable from MAIN-MENU.
      *================================================================

       ENVIRONMENT DIVISION.
       01  WS-TRAN-MATCH-COUNT      PIC 9(5) COMP VALUE ZERO.
       01  WS-TRAN-SKIP-COUNT       PIC 9(5) COMP VALUE ZERO.
       01  WS-TRAN-HISTORY-LIMIT    PIC 9(5) COMP VALUE 5.
       01  WS-ADDRESS-LINES.
           05  WS-ADDRESS-LINE          PIC X(50) OCCURS 3 TIMES.
       01  WS-AVAILABLE-CREDIT      PIC 9(7)V99.
       01  WS-MEMO-CREDITS          PIC 9(7)V99 VALUE ZERO.
       01  WS-MEMO-DEBITS           PIC 9(7)V99 VALUE ZERO.
       01  WS-MEMO-BALANCE          PIC 9(7)V99 VALUE ZERO.

       01  WS-ALERT-IN-FORCE        PIC X.
           88  FRAUD-ALERT-IN-FORCE  VALUE 'Y'.
       01  WS-ALERT-TYPE            PIC X(2).
       01  WS-ALERT-DATE            PIC 9(8).
       01  WS-ALERT-NOTE            PIC X(40).

       01  WS-NOTE-LIMIT            PIC 9(3) VALUE 3.
       01  WS-NOTE-CATEGORY         PIC X(14) VALUE 'CALL'.
       01  WS-ADD-NOTE              PIC X.
           88  ADD-NOTE-REQUESTED    VALUE 'Y' 'y'.

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       DISPLAY 'Enter Loan ID For Inquiry: '
       ACCEPT WS-LOAN-ID
       CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                      WS-LOAN-ACCESS
       IF NOT LOAN-ACCESS-ALLOWED
           GOBACK
       END-IF
       ACCEPT WS-TODAY FROM DATE YYYYMMDD

       OPEN INPUT LOAN-FILE
       DISPLAY '============================================'
       DISPLAY '         LOAN INQUIRY - LOAN ' WS-LOAN-ID
       DISPLAY '============================================'
       CALL 'CHECK-FRAUD-ALERT' USING CUSTOMER-ID OF LOAN-REC
                                      WS-ALERT-IN-FORCE
                                      WS-ALERT-TYPE
                                      WS-ALERT-DATE
                                      WS-ALERT-NOTE
       IF FRAUD-ALERT-IN-FORCE
           DISPLAY '*** FRAUD ALERT (' WS-ALERT-TYPE ') SINCE '
               WS-ALERT-DATE ' - VERIFY IDENTITY BEFORE ACTING ***'
           DISPLAY '*** ' WS-ALERT-NOTE
       END-IF
       DISPLAY 'Loan Type      : ' LOAN-TYPE OF LOAN-REC
       DISPLAY 'Loan Status    : ' LOAN-STATUS
       DISPLAY 'Current Balance: ' LOAN-BALANCE OF LOAN-REC
           DISPLAY '  Fees Rcv     : ' FEES-RECEIVABLE
           DISPLAY '  Escrow Adv   : ' ESCROW-ADVANCES
       END-IF
       PERFORM SHOW-MEMO-POSITION
       DISPLAY 'Interest Rate  : ' INTEREST-RATE OF LOAN-REC
       IF TYPE-HELOC
           PERFORM SHOW-LINE-POSITION
       END-IF
       IF REFINANCED-FROM-LOAN-ID > ZERO
           DISPLAY 'Refinanced Loan: ' REFINANCED-FROM-LOAN-ID
       END-IF
       IF REFINANCED-BY-LOAN-ID > ZERO
           DISPLAY 'Refinanced By  : ' REFINANCED-BY-LOAN-ID
       END-IF
       IF TILA-DISCLOSURE-DATE > ZERO
           DISPLAY 'Disclosed APR  : ' DISCLOSED-APR
               ' On ' TILA-DISCLOSURE-DATE
       END-IF

       PERFORM SHOW-BORROWER
       PERFORM SHOW-SCHEDULE-POSITION
       PERFORM SHOW-ESCROW-POSITION
       PERFORM SHOW-GUARANTOR-FLAG
       PERFORM SHOW-COLLECTIONS-FLAG
       CALL 'SHOW-LOAN-NOTES' USING WS-LOAN-ID
                                    WS-NOTE-LIMIT

       DISPLAY '============================================'

       DISPLAY 'Add Servicing Note (Y/N): '
       ACCEPT WS-ADD-NOTE
       IF ADD-NOTE-REQUESTED
           CALL 'ADD-LOAN-NOTE' USING WS-LOAN-ID
                                      WS-NOTE-CATEGORY
       END-IF

       GOBACK.

      *----------------------------------------------------------------
      *  A frozen line has nothing available to draw, whatever the
      *  headroom under the limit.
      *----------------------------------------------------------------
       SHOW-LINE-POSITION.
           MOVE ZERO TO WS-AVAILABLE-CREDIT
           IF LINE-OPEN
              AND CREDIT-LIMIT > LOAN-BALANCE OF LOAN-REC
               COMPUTE WS-AVAILABLE-CREDIT =
                   CREDIT-LIMIT - LOAN-BALANCE OF LOAN-REC
           END-IF
           DISPLAY 'Credit Limit   : ' CREDIT-LIMIT
           DISPLAY 'Available      : ' WS-AVAILABLE-CREDIT
           DISPLAY 'Draw Period End: ' DRAW-PERIOD-END
           IF LINE-FROZEN
               IF FREEZE-DELINQUENT
                   DISPLAY 'Line Status    : FROZEN (PAST DUE) '
                       LINE-FREEZE-DATE
               ELSE
                   DISPLAY 'Line Status    : FROZEN (COLLATERAL) '
                       LINE-FREEZE-DATE
               END-IF
           ELSE
               DISPLAY 'Line Status    : OPEN'
           END-IF.

      *----------------------------------------------------------------
      *  Today's teller, keyed, ACH and wire activity is memo-posted
      *  until the nightly run applies it; the available (memo)
      *  balance is the ledger balance less pending credits plus
      *  pending debits.
      *----------------------------------------------------------------
       SHOW-MEMO-POSITION.
           CALL 'GET-MEMO-POSITION' USING WS-LOAN-ID
                                          WS-MEMO-CREDITS
                                          WS-MEMO-DEBITS
           IF WS-MEMO-CREDITS > ZERO OR WS-MEMO-DEBITS > ZERO
               MOVE ZERO TO WS-MEMO-BALANCE
               IF LOAN-BALANCE OF LOAN-REC + WS-MEMO-DEBITS
                   > WS-MEMO-CREDITS
                   COMPUTE WS-MEMO-BALANCE =
                       LOAN-BALANCE OF LOAN-REC + WS-MEMO-DEBITS
                       - WS-MEMO-CREDITS
               END-IF
               DISPLAY 'Memo Credits   : ' WS-MEMO-CREDITS
               DISPLAY 'Memo Debits    : ' WS-MEMO-DEBITS
               DISPLAY 'Available/Memo : ' WS-MEMO-BALANCE
           END-IF.

       SHOW-BORROWER.
           OPEN INPUT CUSTOMER-FILE
           IF CUST-FILE-OK
                       DISPLAY 'Borrower       : NOT ON FILE'
                   NOT INVALID KEY
                       DISPLAY 'Borrower       : ' CUSTOMER-NAME
                       CALL 'FORMAT-MAILING-ADDRESS' USING CUSTOMER-REC
                           WS-ADDRESS-LINES
                       DISPLAY 'Address        : ' WS-ADDRESS-LINE (1)
                       IF WS-ADDRESS-LINE (2) NOT = SPACES
                           DISPLAY '                 '
                               WS-ADDRESS-LINE (2)
                       END-IF
                       IF WS-ADDRESS-LINE (3) NOT = SPACES
                           DISPLAY '                 '
                               WS-ADDRESS-LINE (3)
                       END-IF
                       DISPLAY 'Phone          : ' PHONE
                       IF CO-BORROWER-ID NOT = ZERO
                           DISPLAY 'Co-Borrower    : '
           ELSE
               DISPLAY 'Next Due       : None Scheduled'
           END-IF
           DISPLAY 'Past-Due Rows  : ' WS-PAST-DUE-COUNT
           IF WS-PAST-DUE-COUNT > ZERO AND WS-MEMO-CREDITS > ZERO
               DISPLAY '  (Memo Credits Pending - Past Due May Clear '
                   'Tonight)'
           END-IF.

       CHECK-NEXT-SCHEDULE-ROW.
           READ PAYMENT-SCHEDULE-FILE NEXT RECORD
                           DISPLAY '  ' PAYMENT-DATE ' '
                               TRANSACTION-TYPE ' '
                               PAYMENT-AMOUNT OF TRANSACTION-REC
                           PERFORM SHOW-TRANSFER-REFERENCE
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-END-OF-TRANSACTIONS
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Both legs of a payment moved between loans carry the
      *  transfer reference: the REVERSAL's own ID on the loan the
      *  payment left, the same ID in REVERSED-TRANSACTION-ID on the
      *  PAYMENT it became on the loan it went to.
      *----------------------------------------------------------------
       SHOW-TRANSFER-REFERENCE.
           IF TENDER-PMT-TRANSFER
               IF TYPE-REVERSAL
                   DISPLAY '      Payment ' REVERSED-TRANSACTION-ID
                       ' Moved To Another Loan - Transfer Ref '
                       TRANSACTION-ID
               ELSE
                   DISPLAY '      Payment Moved From Another Loan - '
                       'Transfer Ref ' REVERSED-TRANSACTION-ID
               END-IF
           END-IF.

       SHOW-ESCROW-POSITION.
           OPEN INPUT ESCROW-FILE
           IF ESCROW-FILE-OK
