      *  balance, PAYMENT-SCHEDULE-FILE's next unpaid due row, and the
      *  last five TRANSACTION-FILE entries for that loan -- all of
      *  which today a customer service rep would otherwise have to
      *  look up across four separate programs.  A home-equity
      *  line's statement adds its credit limit, available credit,
      *  draw-period end and line status, and its next due row is
      *  the cycle minimum HELOC-LINE-CYCLE billed.  Any memo-posted
      *  activity not yet applied shows beside the ledger balance as
      *  the available/memo balance.
      *  A borrower with a death notice on file (DECEASED.DAT) has
      *  the statement addressed to the estate contact instead.
      *================================================================

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT DECEASED-FILE ASSIGN TO 'DECEASED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF DECEASED-REC
               FILE STATUS IS DECEASED-FILE-STATUS.

           SELECT LETTER-LOG-FILE ASSIGN TO 'LETTER_LOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  LOAN-FILE.
       COPY LOANREC.

       FD  DECEASED-FILE.
       COPY DECEASEDREC.

       FD  LETTER-LOG-FILE.
       COPY LETTERLOGREC.

           88  SCHED-FILE-OK         VALUE '00'.
       01  TRAN-FILE-STATUS         PIC XX.
           88  TRAN-FILE-OK          VALUE '00'.
       01  DECEASED-FILE-STATUS     PIC XX.
           88  DECEASED-FILE-OK      VALUE '00'.
       01  WS-ESTATE-REDIRECT       PIC X VALUE 'N'.
           88  ESTATE-REDIRECT       VALUE 'Y'.

       01  WS-MODE                  PIC X.
           88  MODE-BY-LOAN-ID        VALUE '1'.
       01  WS-CTL-RECORDS-WRITTEN   PIC 9(7).
       01  WS-CTL-DOLLARS-IN        PIC 9(9)V99.
       01  WS-CTL-DOLLARS-OUT       PIC 9(9)V99.
       01  WS-TIMER-MODE          PIC X.
       01  WS-TIMER-START-DATE    PIC 9(8).
       01  WS-TIMER-START-TIME    PIC 9(6).
       01  WS-ADDRESS-LINES.
           05  WS-ADDRESS-LINE          PIC X(50) OCCURS 3 TIMES.
       01  WS-AVAILABLE-CREDIT      PIC 9(7)V99.
       01  WS-MEMO-CREDITS          PIC 9(7)V99 VALUE ZERO.
       01  WS-MEMO-DEBITS           PIC 9(7)V99 VALUE ZERO.
       01  WS-MEMO-BALANCE          PIC 9(7)V99 VALUE ZERO.

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       MOVE 'S' TO WS-TIMER-MODE
       CALL 'STEP-TIMER' USING WS-TIMER-MODE
                                WS-TIMER-START-DATE
                                WS-TIMER-START-TIME

       DISPLAY '1. Statement By Loan ID'
       DISPLAY '2. Statement By Customer ID'
       DISPLAY '3. Statements For All Loans (Month-End)'
           WHEN MODE-BY-LOAN-ID
               DISPLAY 'Enter Loan ID: '
               ACCEPT WS-SEARCH-LOAN-ID
               CALL 'CHECK-LOAN-ACCESS' USING WS-SEARCH-LOAN-ID
                                              WS-LOAN-ACCESS
               IF NOT LOAN-ACCESS-ALLOWED
                   STOP RUN
               END-IF
               OPEN INPUT LOAN-FILE
               IF NOT LOAN-FILE-OK
                   DISPLAY 'Error Opening LOAN-FILE.'
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CHECK-ESTATE-REDIRECT
                       IF ADDRESS-BAD AND NOT ESTATE-REDIRECT
                           MOVE 'Y' TO WS-STMT-SUPPRESSED
                       END-IF
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF.

      *----------------------------------------------------------------
      *  Once a death notice is on file the statement goes to the
      *  estate contact, not the deceased borrower's address -- so
      *  a bad address of record no longer suppresses it.
      *----------------------------------------------------------------
       CHECK-ESTATE-REDIRECT.
           MOVE 'N' TO WS-ESTATE-REDIRECT
           OPEN INPUT DECEASED-FILE
           IF DECEASED-FILE-OK
               MOVE CUSTOMER-ID OF CUSTOMER-REC
                   TO CUSTOMER-ID OF DECEASED-REC
               READ DECEASED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DECEASED-CONFIRMED
                           MOVE 'Y' TO WS-ESTATE-REDIRECT
                       END-IF
               END-READ
               CLOSE DECEASED-FILE
           END-IF.

      *  The estate address is laid over the customer record read
      *  for this statement only (CUSTOMER-FILE is open INPUT), so
      *  FORMAT-MAILING-ADDRESS builds the lines as it always does.
       ADDRESS-TO-ESTATE.
           DISPLAY 'Customer Name  : ESTATE OF ' CUSTOMER-NAME
           DISPLAY 'Attention      : ' ESTATE-CONTACT-NAME ' '
               ESTATE-CONTACT-ROLE
           MOVE ESTATE-STREET-1 TO ADDR-STREET-1
           MOVE ESTATE-STREET-2 TO ADDR-STREET-2
           MOVE ESTATE-CITY     TO ADDR-CITY
           MOVE ESTATE-STATE    TO ADDR-STATE
           MOVE ESTATE-ZIP-5    TO ADDR-ZIP-5
           MOVE ESTATE-ZIP-4    TO ADDR-ZIP-4
           MOVE 'S'             TO ADDRESS-FORMAT.

       LOG-STATEMENT-SUPPRESSION.
           ADD 1 TO WS-STMTS-SUPPRESSED
           OPEN EXTEND LETTER-LOG-FILE
                   TO CUSTOMER-ID OF CUSTOMER-REC
               READ CUSTOMER-FILE
                   NOT INVALID KEY
                       PERFORM CHECK-ESTATE-REDIRECT
                       IF ESTATE-REDIRECT
                           PERFORM ADDRESS-TO-ESTATE
                       ELSE
                           DISPLAY 'Customer Name  : ' CUSTOMER-NAME
                       END-IF
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
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF
               DISPLAY '  Fees Rcv     : ' FEES-RECEIVABLE
               DISPLAY '  Escrow Adv   : ' ESCROW-ADVANCES
           END-IF
           PERFORM PRINT-MEMO-POSITION
           DISPLAY 'Loan Status    : ' LOAN-STATUS OF LOAN-REC
           IF TYPE-HELOC
               PERFORM PRINT-LINE-POSITION
           END-IF

           IF NEXT-DUE-FOUND
               DISPLAY 'Next Due Date  : ' WS-NEXT-DUE-DATE
               DISPLAY 'Next Due Amount: ' WS-NEXT-DUE-AMOUNT
               IF WS-MEMO-CREDITS > ZERO
                   DISPLAY '  (Memo Credits Pending - Not Yet Applied '
                       'To The Amount Due)'
               END-IF
           ELSE
               DISPLAY 'Next Due Date  : None Scheduled'
           END-IF
      *----------------------------------------------------------------
      *  Earliest unpaid PAYMENT-SCHEDULE-FILE row for this loan.
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      *  A frozen line has nothing available to draw, whatever the
      *  headroom under the limit.
      *----------------------------------------------------------------
       PRINT-LINE-POSITION.
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
      *  Intraday memo-posted credits and debits not yet applied by
      *  the nightly run, and the available (memo) balance they leave.
      *----------------------------------------------------------------
       PRINT-MEMO-POSITION.
           CALL 'GET-MEMO-POSITION' USING LOAN-ID OF LOAN-REC
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

       FIND-NEXT-DUE-PAYMENT.
           MOVE 'N' TO WS-END-OF-SCHEDULE
           MOVE 'N' TO WS-NEXT-DUE-FOUND
                               ' ' TRANSACTION-TYPE
                               ' ' PAYMENT-AMOUNT OF TRANSACTION-REC
                               ' Bal: ' REMAINING-BALANCE
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
