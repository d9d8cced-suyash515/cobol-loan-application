      *        carries for the run date, worded by DELINQ-BUCKET
      *      - NSF notice for each REVERSAL transaction posted on the
      *        run date against an earlier payment
      *      - chargeback notice for each card REVERSAL (TENDER-TYPE
      *        CARD) posted on the run date, telling the borrower
      *        when repeated chargebacks have closed the card channel
      *      - payoff confirmation for each loan whose status history
      *        shows it moved to PAIDOFF on the run date, with the
      *        close-out refund (escrow balance and overpayment) and
      *        its check number from PAYOFF_REFUND.DAT when one was
      *        cut
      *      - line-freeze notice for each home-equity line
      *        LINE_FREEZE_NOTICE.DAT shows frozen on the run date,
      *        giving the reason (past due or collateral value)
      *
      *  Past-due notices are held for a borrower under an active
      *  bankruptcy stay or with a death notice on file.
      *
      *  Name and address come from CUSTOMER-FILE via the loan's
      *  CUSTOMER-ID.  A letter already on LETTER_LOG.DAT for the
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DUE-CHANGE-STATUS.

           SELECT LINE-FREEZE-NOTICE-FILE
               ASSIGN TO 'LINE_FREEZE_NOTICE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LINE-FREEZE-STATUS.

           SELECT PENDING-REPRICE-FILE
               ASSIGN TO 'PENDING_REPRICE.DAT'
               ORGANIZATION IS INDEXED
               RECORD KEY IS LOAN-ID OF PMI-REC
               FILE STATUS IS PMI-FILE-STATUS.

           SELECT PAYOFF-REFUND-FILE ASSIGN TO 'PAYOFF_REFUND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REFUND-FILE-STATUS.

           SELECT LETTER-PRINT-FILE ASSIGN TO 'LETTERS.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           05  NSF-REMAINING-BALANCE   PIC 9(7)V99.
           05  NSF-TRANSACTION-TYPE    PIC X(10).
           05  NSF-REVERSED-TRAN-ID    PIC 9(5).
           05  FILLER                  PIC X(67).

       FD  LOAN-STATUS-HIST-FILE.
       COPY LOANSTATUSHIST.
           05  DCN-NEW-DAY         PIC 9(2).
           05  DCN-INTERIM-INT     PIC 9(7)V99.

       FD  LINE-FREEZE-NOTICE-FILE.
       COPY LINEFREEZEREC.

       FD  PENDING-REPRICE-FILE.
       COPY PENDREPRICEREC.

       FD  PMI-FILE.
       COPY PMIREC.

       FD  PAYOFF-REFUND-FILE.
       COPY PAYREFUNDREC.

       FD  LETTER-PRINT-FILE.
       01  LETTER-PRINT-LINE       PIC X(80).

           88  ALREADY-SENT         VALUE 'Y'.
       01  WS-BORROWER-FOUND       PIC X VALUE 'N'.
           88  BORROWER-FOUND       VALUE 'Y'.
       01  WS-ADDRESS-LINES.
           05  WS-ADDRESS-LINE     PIC X(50) OCCURS 3 TIMES.
       01  WS-ADDRESS-IX           PIC 9 COMP.
       01  WS-LETTERS-PRINTED      PIC 9(5) COMP VALUE ZERO.
       01  WS-LETTERS-STAY-HELD    PIC 9(5) COMP VALUE ZERO.
       01  WS-LETTERS-SUPPRESSED   PIC 9(5) COMP VALUE ZERO.
       01  WS-LETTERS-SOLD-HELD    PIC 9(5) COMP VALUE ZERO.
       01  WS-LETTERS-DECEASED-HELD PIC 9(5) COMP VALUE ZERO.
       01  WS-MAIL-STATUS          PIC X VALUE 'M'.

       01  UNCLAIMED-FILE-STATUS   PIC XX.
       01  WS-END-OF-DUE-CHANGES   PIC X VALUE 'N'.
           88  END-OF-DUE-CHANGES   VALUE 'Y'.
       01  WS-NOTICE-NEW-DAY       PIC 9(2).
       01  LINE-FREEZE-STATUS      PIC XX.
           88  LINE-FREEZE-OK       VALUE '00'.
       01  WS-END-OF-LINE-FREEZES  PIC X VALUE 'N'.
           88  END-OF-LINE-FREEZES  VALUE 'Y'.
       01  WS-NOTICE-FREEZE-REASON PIC X.
           88  NOTICE-FREEZE-DELINQUENT VALUE 'D'.
       01  WS-NOTICE-CREDIT-LIMIT  PIC 9(7)V99.
       01  WS-NOTICE-LINE-BALANCE  PIC 9(7)V99.
       01  REFUND-FILE-STATUS      PIC XX.
           88  REFUND-FILE-OK       VALUE '00'.
       01  WS-END-OF-REFUNDS       PIC X VALUE 'N'.
           88  END-OF-REFUNDS       VALUE 'Y'.
       01  WS-NOTICE-ESCROW-REFUND PIC 9(7)V99.
       01  WS-NOTICE-OVERPAY-REFUND PIC 9(7)V99.
       01  WS-NOTICE-ANCILLARY-REFUND PIC 9(7)V99.
       01  WS-NOTICE-REFUND-CHECK  PIC 9(5).
       01  WS-END-OF-UNCLAIMED     PIC X VALUE 'N'.
           88  END-OF-UNCLAIMED     VALUE 'Y'.
       01  WS-STAY-LOAN-ID         PIC 9(5).
       01  WS-STAY-IN-FORCE        PIC X.
           88  STAY-IN-FORCE        VALUE 'Y'.
       01  WS-DECEASED-CUSTOMER-ID PIC 9(5).
       01  WS-BORROWER-DECEASED    PIC X.
           88  BORROWER-DECEASED    VALUE 'Y'.
       01  WS-SOLD-LOAN-ID         PIC 9(5).
       01  WS-LETTER-CARD-BLOCKED  PIC X VALUE 'N'.
           88  LETTER-CARD-BLOCKED  VALUE 'Y'.
       01  WS-LOAN-IS-SOLD         PIC X.
           88  LOAN-IS-SOLD         VALUE 'Y'.

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
       PERFORM SELECT-PMI-CANCEL-NOTICES
       PERFORM SELECT-RATE-CHANGE-NOTICES
       PERFORM SELECT-DUE-CHANGE-NOTICES
       PERFORM SELECT-LINE-FREEZE-NOTICES

       CLOSE LETTER-PRINT-FILE

       PERFORM WRITE-CONTROL-RECORD

       MOVE 'R' TO WS-RST-MODE
       CALL 'STEP-RESTART-CONTROL' USING WS-RST-MODE
                                          WS-RST-STEP-NAME
           WS-LETTERS-PRINTED ' Held By Bankruptcy Stay: '
           WS-LETTERS-STAY-HELD ' Suppressed (Bad Address): '
           WS-LETTERS-SUPPRESSED ' Held (Loan Sold): '
           WS-LETTERS-SOLD-HELD ' Held (Deceased): '
           WS-LETTERS-DECEASED-HELD

       STOP RUN.

      *  mis-keyed payments.  Only a reversal with the companion
      *  same-loan same-date NSF FEE (as NSF-REVERSAL and
      *  ACH-RETURN-PROCESSING write the pair) earns the letter.
      *  A card REVERSAL is a chargeback CARD-CHARGEBACK-PROCESSING
      *  wrote and carries no fee; it gets its own notice.  A
      *  payment moved to another loan (tender MOVE) was never
      *  returned and gets no notice at all.
                   IF TYPE-REVERSAL
                      AND PAYMENT-DATE = WS-RUN-DATE
                      AND REVERSED-TRANSACTION-ID NOT = ZERO
                      AND NOT TENDER-PMT-TRANSFER
                       IF TENDER-CARD
                           MOVE LOAN-ID OF TRANSACTION-REC
                               TO WS-LETTER-LOAN-ID
                           MOVE PAYMENT-AMOUNT OF TRANSACTION-REC
                               TO WS-LETTER-AMOUNT
                           MOVE 'CHARGEBACK' TO WS-LETTER-TYPE
                           PERFORM PRODUCE-LETTER
                       ELSE
                           PERFORM CHECK-NSF-FEE-PRESENT
                           IF NSF-FEE-FOUND
                               MOVE LOAN-ID OF TRANSACTION-REC
                                   TO WS-LETTER-LOAN-ID
                               MOVE PAYMENT-AMOUNT OF TRANSACTION-REC
                                   TO WS-LETTER-AMOUNT
                               MOVE 'NSF' TO WS-LETTER-TYPE
                               PERFORM PRODUCE-LETTER
                           END-IF
                       END-IF
                   END-IF
           END-READ.
                           TO WS-LETTER-LOAN-ID
                       MOVE ZERO TO WS-LETTER-AMOUNT
                       MOVE 'PAYOFF' TO WS-LETTER-TYPE
                       PERFORM FIND-PAYOFF-REFUND
                       PERFORM PRODUCE-LETTER
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  The refund PAYOFF-CLOSEOUT cut for the loan at payoff, if
      *  any, so the confirmation tells the borrower what is coming
      *  back and on which check.
      *----------------------------------------------------------------
       FIND-PAYOFF-REFUND.
           MOVE ZERO TO WS-NOTICE-ESCROW-REFUND
           MOVE ZERO TO WS-NOTICE-OVERPAY-REFUND
           MOVE ZERO TO WS-NOTICE-ANCILLARY-REFUND
           MOVE ZERO TO WS-NOTICE-REFUND-CHECK
           MOVE 'N' TO WS-END-OF-REFUNDS
           OPEN INPUT PAYOFF-REFUND-FILE
           IF REFUND-FILE-OK
               PERFORM CHECK-NEXT-REFUND-ROW
                   UNTIL END-OF-REFUNDS
               CLOSE PAYOFF-REFUND-FILE
           END-IF.

       CHECK-NEXT-REFUND-ROW.
           READ PAYOFF-REFUND-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-REFUNDS
               NOT AT END
                   IF LOAN-ID OF PAYOFF-REFUND-REC = WS-LETTER-LOAN-ID
                      AND REFUND-DATE = WS-RUN-DATE
                       MOVE ESCROW-REFUND TO WS-NOTICE-ESCROW-REFUND
                       MOVE OVERPAYMENT-REFUND
                           TO WS-NOTICE-OVERPAY-REFUND
      *  Rows cut before products were tracked end at the check
      *  number.
                       IF ANCILLARY-REFUND NUMERIC
                           MOVE ANCILLARY-REFUND
                               TO WS-NOTICE-ANCILLARY-REFUND
                       END-IF
                       MOVE REFUND-CHECK-NUMBER
                           TO WS-NOTICE-REFUND-CHECK
                       MOVE REFUND-TOTAL TO WS-LETTER-AMOUNT
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Past-due notices to a borrower under an active bankruptcy
      *  stay are a stay violation -- those letters are suppressed
      *  while CHECK-BANKRUPTCY-STAY says the stay holds.  Past-due
      *  notices are likewise held once a death notice is on file
      *  (CHECK-DECEASED-BORROWER) -- the estate contact is worked
      *  by hand, not dunned.  Payoff confirmations and NSF notices
      *  are not dunning and still go.
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      *  Due-diligence letters for unclaimed funds ESCHEAT-SWEEP
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Suspension notices for home-equity lines frozen on this run
      *  date, by HELOC-LINE-CYCLE or COLLATERAL-REVALUE.
      *----------------------------------------------------------------
       SELECT-LINE-FREEZE-NOTICES.
           MOVE 'N' TO WS-END-OF-LINE-FREEZES
           OPEN INPUT LINE-FREEZE-NOTICE-FILE
           IF LINE-FREEZE-OK
               PERFORM CHECK-NEXT-LINE-FREEZE
                   UNTIL END-OF-LINE-FREEZES
               CLOSE LINE-FREEZE-NOTICE-FILE
           END-IF.

       CHECK-NEXT-LINE-FREEZE.
           READ LINE-FREEZE-NOTICE-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-LINE-FREEZES
               NOT AT END
                   IF LFN-FREEZE-DATE = WS-RUN-DATE
                       MOVE LFN-LOAN-ID TO WS-LETTER-LOAN-ID
                       MOVE ZERO TO WS-LETTER-AMOUNT
                       MOVE LFN-REASON TO WS-NOTICE-FREEZE-REASON
                       MOVE LFN-CREDIT-LIMIT TO WS-NOTICE-CREDIT-LIMIT
                       MOVE LFN-BALANCE TO WS-NOTICE-LINE-BALANCE
                       MOVE 'LINE FREEZE' TO WS-LETTER-TYPE
                       PERFORM PRODUCE-LETTER
                   END-IF
           END-READ.

      *  No letter of any type goes to a loan sold to a debt
      *  buyer -- contact rights went with the receivable
      *  (CHECK-DEBT-SALE gates on DEBT_SALE.DAT).

       PRODUCE-UNSOLD-LETTER.
           MOVE 'N' TO WS-STAY-IN-FORCE
           MOVE 'N' TO WS-BORROWER-DECEASED
           IF WS-LETTER-TYPE = 'PAST DUE 30'
              OR WS-LETTER-TYPE = 'PAST DUE 60'
              OR WS-LETTER-TYPE = 'PAST DUE 90+'
               MOVE WS-LETTER-LOAN-ID TO WS-STAY-LOAN-ID
               CALL 'CHECK-BANKRUPTCY-STAY' USING WS-STAY-LOAN-ID
                                                   WS-STAY-IN-FORCE
               MOVE ZERO TO WS-DECEASED-CUSTOMER-ID
               CALL 'CHECK-DECEASED-BORROWER' USING WS-STAY-LOAN-ID
                                                 WS-DECEASED-CUSTOMER-ID
                                                 WS-BORROWER-DECEASED
           END-IF
           EVALUATE TRUE
               WHEN STAY-IN-FORCE
                   ADD 1 TO WS-LETTERS-STAY-HELD
               WHEN BORROWER-DECEASED
                   ADD 1 TO WS-LETTERS-DECEASED-HELD
               WHEN OTHER
                   PERFORM PRODUCE-CLEARED-LETTER
           END-EVALUATE.

       PRODUCE-CLEARED-LETTER.
           PERFORM CHECK-ALREADY-SENT

       FIND-BORROWER.
           MOVE 'N' TO WS-BORROWER-FOUND
           MOVE 'N' TO WS-LETTER-CARD-BLOCKED
           OPEN INPUT LOAN-FILE
           IF LOAN-FILE-OK
               MOVE WS-LETTER-LOAN-ID TO LOAN-ID OF LOAN-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CARD-CHANNEL-BLOCKED
                           MOVE 'Y' TO WS-LETTER-CARD-BLOCKED
                       END-IF
                       PERFORM FIND-CUSTOMER
               END-READ
               CLOSE LOAN-FILE
           WRITE LETTER-PRINT-LINE
           MOVE CUSTOMER-NAME TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           CALL 'FORMAT-MAILING-ADDRESS' USING CUSTOMER-REC
                                                WS-ADDRESS-LINES
           PERFORM PRINT-ADDRESS-LINE
               VARYING WS-ADDRESS-IX FROM 1 BY 1
               UNTIL WS-ADDRESS-IX > 3
           MOVE SPACES TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE

                   STRING 'NOTICE: YOUR PAYMENT WAS RETURNED UNPAID '
                       'BY YOUR BANK AND HAS BEEN REVERSED.'
                       DELIMITED BY SIZE INTO LETTER-PRINT-LINE
               WHEN 'CHARGEBACK'
                   STRING 'NOTICE: YOUR CARD PAYMENT WAS DISPUTED '
                       'WITH YOUR CARD ISSUER AND REVERSED.'
                       DELIMITED BY SIZE INTO LETTER-PRINT-LINE
               WHEN 'PAYOFF'
                   STRING 'CONGRATULATIONS: YOUR LOAN HAS BEEN PAID '
                       'IN FULL AND IS NOW CLOSED.'
                       ' OF EACH MONTH.  ANY AMOUNT SHOWN BELOW '
                       'IS ONE-TIME INTERIM INTEREST.'
                       DELIMITED BY SIZE INTO LETTER-PRINT-LINE
               WHEN 'LINE FREEZE'
                   STRING 'NOTICE: FURTHER DRAWS ON YOUR HOME EQUITY '
                       'LINE ARE SUSPENDED.'
                       DELIMITED BY SIZE INTO LETTER-PRINT-LINE
           END-EVALUATE
           WRITE LETTER-PRINT-LINE

               WRITE LETTER-PRINT-LINE
           END-IF

           IF WS-LETTER-TYPE = 'LINE FREEZE'
               MOVE SPACES TO LETTER-PRINT-LINE
               IF NOTICE-FREEZE-DELINQUENT
                   MOVE 'REASON: YOUR ACCOUNT IS PAST DUE.'
                       TO LETTER-PRINT-LINE
               ELSE
                   STRING 'REASON: THE VALUE OF YOUR PROPERTY HAS '
                       'DECLINED SIGNIFICANTLY.'
                       DELIMITED BY SIZE INTO LETTER-PRINT-LINE
               END-IF
               WRITE LETTER-PRINT-LINE
               MOVE SPACES TO LETTER-PRINT-LINE
               STRING 'CREDIT LIMIT: ' WS-NOTICE-CREDIT-LIMIT
                   '  BALANCE OWED: ' WS-NOTICE-LINE-BALANCE
                   DELIMITED BY SIZE INTO LETTER-PRINT-LINE
               WRITE LETTER-PRINT-LINE
           END-IF

           IF WS-LETTER-TYPE = 'CHARGEBACK'
              AND LETTER-CARD-BLOCKED
               MOVE SPACES TO LETTER-PRINT-LINE
               STRING 'AFTER REPEATED CHARGEBACKS WE NO LONGER ACCEPT '
                   'CARD PAYMENTS ON THIS LOAN.'
                   DELIMITED BY SIZE INTO LETTER-PRINT-LINE
               WRITE LETTER-PRINT-LINE
           END-IF

           IF WS-LETTER-TYPE = 'PAYOFF'
              AND WS-NOTICE-REFUND-CHECK NOT = ZERO
               MOVE SPACES TO LETTER-PRINT-LINE
               STRING 'ESCROW BALANCE REFUNDED: '
                   WS-NOTICE-ESCROW-REFUND
                   DELIMITED BY SIZE INTO LETTER-PRINT-LINE
               WRITE LETTER-PRINT-LINE
               MOVE SPACES TO LETTER-PRINT-LINE
               STRING 'OVERPAYMENT REFUNDED: '
                   WS-NOTICE-OVERPAY-REFUND
                   DELIMITED BY SIZE INTO LETTER-PRINT-LINE
               WRITE LETTER-PRINT-LINE
               IF WS-NOTICE-ANCILLARY-REFUND NOT = ZERO
                   MOVE SPACES TO LETTER-PRINT-LINE
                   STRING 'ANCILLARY PRODUCT REFUND: '
                       WS-NOTICE-ANCILLARY-REFUND
                       DELIMITED BY SIZE INTO LETTER-PRINT-LINE
                   WRITE LETTER-PRINT-LINE
               END-IF
               MOVE SPACES TO LETTER-PRINT-LINE
               STRING 'REFUND CHECK NUMBER: ' WS-NOTICE-REFUND-CHECK
                   DELIMITED BY SIZE INTO LETTER-PRINT-LINE
               WRITE LETTER-PRINT-LINE
           END-IF

           IF WS-LETTER-AMOUNT NOT = ZERO
               MOVE SPACES TO LETTER-PRINT-LINE
               STRING 'AMOUNT: ' WS-LETTER-AMOUNT
           MOVE SPACES TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE.

       PRINT-ADDRESS-LINE.
           IF WS-ADDRESS-LINE (WS-ADDRESS-IX) NOT = SPACES
               MOVE WS-ADDRESS-LINE (WS-ADDRESS-IX)
                   TO LETTER-PRINT-LINE
               WRITE LETTER-PRINT-LINE
           END-IF.

       LOG-LETTER.
           OPEN EXTEND LETTER-LOG-FILE
           IF NOT LETLOG-FILE-OK
           WRITE LETTER-LOG-REC

           CLOSE LETTER-LOG-FILE.

       WRITE-CONTROL-RECORD.
           MOVE WS-RST-STEP-NAME TO WS-CTL-STEP-NAME
           COMPUTE WS-CTL-RECORDS-READ = WS-LETTERS-PRINTED
               + WS-LETTERS-STAY-HELD + WS-LETTERS-SUPPRESSED
               + WS-LETTERS-SOLD-HELD + WS-LETTERS-DECEASED-HELD
           MOVE WS-LETTERS-PRINTED TO WS-CTL-RECORDS-WRITTEN
           MOVE ZERO TO WS-CTL-DOLLARS-IN
           MOVE ZERO TO WS-CTL-DOLLARS-OUT
           CALL 'WRITE-BATCH-CONTROL' USING WS-CTL-STEP-NAME
                                             WS-CTL-RECORDS-READ
                                             WS-CTL-RECORDS-WRITTEN
                                             WS-CTL-DOLLARS-IN
                                             WS-CTL-DOLLARS-OUT.
