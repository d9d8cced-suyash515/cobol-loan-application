       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-SETTLEMENT-INTAKE.

      *================================================================
      *  Nightly intake of the card processor's settlement file --
      *  the debit-card and online card payments borrowers made that
      *  the processor settled for us today.  CARD_SETTLEMENT.DAT
      *  arrives in the processor's header/detail/trailer layout:
      *
      *      'H' header  - settlement batch ID, settlement date and
      *                    the date the processor funds the deposit
      *      'D' detail  - one settled charge: loan, authorization
      *                    code, last four of the card, the amount
      *                    charged and the processor's discount
      *      'T' trailer - item count, gross charged, discount total
      *                    and the net deposit the processor sends
      *
      *  As in LOCKBOX-PAYMENT-INTAKE the file is proved before
      *  anything posts: one header first, a trailer whose count
      *  and gross equal the details read, gross less discount
      *  equal to the net deposit, and a batch ID not already on
      *  CARD_SETTLE_REGISTER.DAT.  A failed control sets
      *  RETURN-CODE 8 and loads nothing.
      *
      *  Each charge for an ACTIVE loan is written to
      *  TRANSACTION-FILE as a PAYMENT with TENDER-TYPE CARD against
      *  the loan's oldest unpaid row, followed by a FEE transaction
      *  for the CARD CONVENIENCE fee on FEE-SCHEDULE-FILE.  A charge
      *  the processor settled for a loan whose card channel is
      *  blocked still posts -- the money is ours -- but is reported
      *  as an exception for the servicing desk.  Charges for a loan
      *  not on file or not active go to SUSPENSE.DAT as CARD
      *  UNAPPLD.  Every item, posted or not, is added to the
      *  register with its net so BANK-STATEMENT-RECONCILE can prove
      *  the processor's deposit.  Control totals go to
      *  BATCH-CONTROL.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLEMENT-FILE ASSIGN TO 'CARD_SETTLEMENT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SETTLEMENT-FILE-STATUS.

           SELECT SETTLE-REGISTER ASSIGN TO 'CARD_SETTLE_REGISTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-REC
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF LOAN-REC
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT PAYMENT-SCHEDULE-FILE
               ASSIGN TO 'PAYMENT_SCHEDULE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHEDULE-KEY OF PAYMENT-SCHEDULE-REC
               FILE STATUS IS SCHED-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO 'TRANSACTION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID OF TRANSACTION-REC
               ALTERNATE RECORD KEY IS LOAN-ID OF TRANSACTION-REC
                   WITH DUPLICATES
               FILE STATUS IS TRAN-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO 'SUSPENSE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSPENSE-ID OF SUSPENSE-REC
               FILE STATUS IS SUSPENSE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLEMENT-FILE.
       01  SETTLEMENT-REC.
           05  CSF-RECORD-TYPE         PIC X.
               88  CSF-HEADER-REC          VALUE 'H'.
               88  CSF-DETAIL-REC          VALUE 'D'.
               88  CSF-TRAILER-REC         VALUE 'T'.
           05  CSF-DETAIL-BODY.
               10  CSF-LOAN-ID             PIC 9(5).
               10  CSF-AUTH-CODE           PIC X(6).
               10  CSF-CARD-LAST-FOUR      PIC X(4).
               10  CSF-CARD-AMOUNT         PIC 9(7)V99.
               10  CSF-PROCESSOR-FEE       PIC 9(5)V99.
               10  FILLER                  PIC X(7).
           05  CSF-HEADER-BODY REDEFINES CSF-DETAIL-BODY.
               10  CSF-BATCH-ID            PIC X(10).
               10  CSF-SETTLE-DATE         PIC 9(8).
               10  CSF-DEPOSIT-DATE        PIC 9(8).
               10  FILLER                  PIC X(12).
           05  CSF-TRAILER-BODY REDEFINES CSF-DETAIL-BODY.
               10  CSF-TRAILER-COUNT       PIC 9(5).
               10  CSF-TRAILER-GROSS       PIC 9(9)V99.
               10  CSF-TRAILER-FEES        PIC 9(9)V99.
               10  CSF-TRAILER-NET         PIC 9(9)V99.

       FD  SETTLE-REGISTER.
       COPY CARDSETTLEREC.

       FD  LOAN-FILE.
       COPY LOANREC.

       FD  PAYMENT-SCHEDULE-FILE.
       COPY PAYSCHREC.

       FD  TRANSACTION-FILE.
       COPY TRANREC.

       FD  SUSPENSE-FILE.
       COPY SUSPENSEREC.

       FD  REPORT-FILE.
       COPY REPORTREC.

       WORKING-STORAGE SECTION.
       01  SETTLEMENT-FILE-STATUS  PIC XX.
           88  SETTLEMENT-FILE-OK   VALUE '00'.
       01  REGISTER-FILE-STATUS    PIC XX.
           88  REGISTER-FILE-OK     VALUE '00'.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
       01  SCHED-FILE-STATUS       PIC XX.
           88  SCHED-FILE-OK        VALUE '00'.
       01  TRAN-FILE-STATUS        PIC XX.
           88  TRAN-FILE-OK         VALUE '00'.
       01  SUSPENSE-FILE-STATUS    PIC XX.
           88  SUSPENSE-FILE-OK     VALUE '00'.
           88  SUSPENSE-NOT-FOUND   VALUE '35'.
       01  REPORT-FILE-STATUS      PIC XX.
           88  REPORT-FILE-OK       VALUE '00'.

       01  WS-END-OF-SETTLEMENT    PIC X VALUE 'N'.
           88  END-OF-SETTLEMENT    VALUE 'Y'.
       01  WS-END-OF-REGISTER      PIC X VALUE 'N'.
           88  END-OF-REGISTER      VALUE 'Y'.
       01  WS-END-OF-TRANSACTIONS  PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS  VALUE 'Y'.
       01  WS-END-OF-SCHEDULE      PIC X VALUE 'N'.
           88  END-OF-SCHEDULE      VALUE 'Y'.
       01  WS-END-OF-REPORTS       PIC X VALUE 'N'.
           88  END-OF-REPORTS       VALUE 'Y'.
       01  WS-PASS                 PIC X.
           88  BALANCE-PASS         VALUE '1'.
           88  LOAD-PASS            VALUE '2'.
       01  WS-HEADER-COUNT         PIC 9(3) COMP VALUE ZERO.
       01  WS-TRAILER-SEEN         PIC X VALUE 'N'.
           88  TRAILER-SEEN         VALUE 'Y'.
       01  WS-CONTROL-FAILED       PIC X VALUE 'N'.
           88  CONTROL-FAILED       VALUE 'Y'.
       01  WS-DUPLICATE-BATCH      PIC X VALUE 'N'.
           88  DUPLICATE-BATCH      VALUE 'Y'.

       01  WS-BATCH-ID             PIC X(10) VALUE SPACES.
       01  WS-SETTLE-DATE          PIC 9(8) VALUE ZERO.
       01  WS-DEPOSIT-DATE         PIC 9(8) VALUE ZERO.
       01  WS-ITEM-COUNT           PIC 9(5) COMP VALUE ZERO.
       01  WS-ITEM-GROSS           PIC 9(9)V99 VALUE ZERO.
       01  WS-ITEM-FEES            PIC 9(9)V99 VALUE ZERO.
       01  WS-TRAILER-COUNT        PIC 9(5).
       01  WS-TRAILER-GROSS        PIC 9(9)V99.
       01  WS-TRAILER-FEES         PIC 9(9)V99.
       01  WS-TRAILER-NET          PIC 9(9)V99.
       01  WS-BUSINESS-DATE        PIC 9(8).
       01  WS-BUSDATE-FOUND        PIC X.
           88  BUSINESS-DATE-FOUND  VALUE 'Y'.

       01  WS-CONV-FEE-TYPE        PIC X(20) VALUE 'CARD CONVENIENCE'.
       01  WS-CONV-FEE-AMOUNT      PIC 9(7)V99 VALUE ZERO.
       01  WS-FEE-FOUND            PIC X.
           88  FEE-WAS-FOUND        VALUE 'Y'.

       01  WS-ITEM-MATCHED         PIC X.
           88  ITEM-MATCHED         VALUE 'Y'.
       01  WS-MATCH-DUE-DATE       PIC 9(8).
       01  WS-MATCH-BALANCE        PIC 9(7)V99.
       01  WS-AFTER-BALANCE        PIC 9(7)V99.
       01  WS-CHANNEL-BLOCKED      PIC X.
           88  CHANNEL-WAS-BLOCKED  VALUE 'Y'.
       01  WS-SUSPENSE-REASON-TEXT PIC X(40).
       01  WS-POSTED-TRAN-ID       PIC 9(5).
       01  WS-EXCEPTION-TEXT       PIC X(60).

       01  WS-NEXT-TRANSACTION-ID  PIC 9(5) VALUE ZERO.
       01  WS-NEXT-SUSPENSE-ID     PIC 9(5) VALUE ZERO.
       01  WS-NEXT-REPORT-ID       PIC 9(5) VALUE ZERO.
       01  WS-ID-MODE              PIC X.
       01  WS-ID-SERIES            PIC X(12).
       01  WS-ID-FOUND             PIC X.
           88  ID-SERIES-FOUND      VALUE 'Y'.

       01  WS-ITEMS-POSTED         PIC 9(5) COMP VALUE ZERO.
       01  WS-ITEMS-SUSPENSED      PIC 9(5) COMP VALUE ZERO.
       01  WS-FEES-ASSESSED        PIC 9(5) COMP VALUE ZERO.
       01  WS-BLOCKED-POSTED       PIC 9(5) COMP VALUE ZERO.
       01  WS-DOLLARS-POSTED       PIC 9(9)V99 VALUE ZERO.
       01  WS-DOLLARS-SUSPENSED    PIC 9(9)V99 VALUE ZERO.

       01  WS-CTL-STEP-NAME        PIC X(20).
       01  WS-CTL-RECORDS-READ     PIC 9(7).
       01  WS-CTL-RECORDS-WRITTEN  PIC 9(7).
       01  WS-CTL-DOLLARS-IN       PIC 9(9)V99.
       01  WS-CTL-DOLLARS-OUT      PIC 9(9)V99.

       01  WS-RST-MODE            PIC X.
       01  WS-RST-STEP-NAME       PIC X(20).
       01  WS-RST-BUSINESS-DATE   PIC 9(8).
       01  WS-RST-STEP-DONE       PIC X.
           88  RESTART-STEP-DONE   VALUE 'Y'.
       01  WS-RST-DATE-FOUND      PIC X.
           88  RST-DATE-FOUND      VALUE 'Y'.

       PROCEDURE DIVISION.

       CALL 'GET-BUSINESS-DATE' USING WS-RST-BUSINESS-DATE
                                       WS-RST-DATE-FOUND
       IF NOT RST-DATE-FOUND
           ACCEPT WS-RST-BUSINESS-DATE FROM DATE YYYYMMDD
       END-IF
       MOVE 'CARD-SETTLEMENT' TO WS-RST-STEP-NAME
       MOVE 'C' TO WS-RST-MODE
       CALL 'STEP-RESTART-CONTROL' USING WS-RST-MODE
                                          WS-RST-STEP-NAME
                                          WS-RST-BUSINESS-DATE
                                          WS-RST-STEP-DONE
       IF RESTART-STEP-DONE
           DISPLAY 'Step Already Complete For ' WS-RST-BUSINESS-DATE
               ' - Skipped On Restart.'
           STOP RUN
       END-IF

       CALL 'GET-BUSINESS-DATE' USING WS-BUSINESS-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           DISPLAY 'Enter Card Settlement Run Date (YYYYMMDD): '
           ACCEPT WS-BUSINESS-DATE
       END-IF

       OPEN INPUT SETTLEMENT-FILE
       IF NOT SETTLEMENT-FILE-OK
           DISPLAY 'No CARD_SETTLEMENT File On Hand - Nothing To Do.'
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM MARK-STEP-COMPLETE
           STOP RUN
       END-IF
       CLOSE SETTLEMENT-FILE

       MOVE '1' TO WS-PASS
       PERFORM READ-SETTLEMENT-FILE-THROUGH

       IF WS-HEADER-COUNT = ZERO
           DISPLAY 'Card Settlement File Has No Header Record - '
               'File Rejected.'
           MOVE 'Y' TO WS-CONTROL-FAILED
       END-IF

       IF NOT TRAILER-SEEN AND NOT CONTROL-FAILED
           DISPLAY 'Card Settlement File Has No Trailer Record - '
               'File Rejected.'
           MOVE 'Y' TO WS-CONTROL-FAILED
       END-IF

       IF NOT CONTROL-FAILED
           IF WS-ITEM-COUNT NOT = WS-TRAILER-COUNT
              OR WS-ITEM-GROSS NOT = WS-TRAILER-GROSS
              OR WS-ITEM-FEES NOT = WS-TRAILER-FEES
               DISPLAY 'Card Settlement File Out Of Balance - '
                   'File Rejected.'
               DISPLAY 'Items Read   : ' WS-ITEM-COUNT
                   ' Gross ' WS-ITEM-GROSS ' Discount ' WS-ITEM-FEES
               DISPLAY 'Trailer Says : ' WS-TRAILER-COUNT
                   ' Gross ' WS-TRAILER-GROSS
                   ' Discount ' WS-TRAILER-FEES
               MOVE 'Y' TO WS-CONTROL-FAILED
           END-IF
       END-IF

      *  The processor funds gross less its discount; a net deposit
      *  that does not foot is a file we cannot reconcile later.
       IF NOT CONTROL-FAILED
           IF WS-TRAILER-GROSS - WS-TRAILER-FEES
               NOT = WS-TRAILER-NET
               DISPLAY 'Card Settlement Net Deposit Does Not Foot - '
                   'File Rejected.'
               DISPLAY 'Gross ' WS-TRAILER-GROSS
                   ' Less Discount ' WS-TRAILER-FEES
                   ' Net Deposit ' WS-TRAILER-NET
               MOVE 'Y' TO WS-CONTROL-FAILED
           END-IF
       END-IF

       IF NOT CONTROL-FAILED
           PERFORM CHECK-SETTLE-REGISTER
           IF DUPLICATE-BATCH
               DISPLAY 'Card Settlement Batch ' WS-BATCH-ID
                   ' Already Loaded - File Rejected.'
               MOVE 'Y' TO WS-CONTROL-FAILED
           END-IF
       END-IF

       IF CONTROL-FAILED
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       CALL 'FEE-LOOKUP' USING WS-CONV-FEE-TYPE
                                WS-SETTLE-DATE
                                WS-CONV-FEE-AMOUNT
                                WS-FEE-FOUND
       IF NOT FEE-WAS-FOUND
           DISPLAY 'No CARD CONVENIENCE Fee On FEE-SCHEDULE-FILE - '
               'Card Payments Will Post Without A Fee.'
           MOVE ZERO TO WS-CONV-FEE-AMOUNT
       END-IF

       OPEN INPUT LOAN-FILE
       IF NOT LOAN-FILE-OK
           DISPLAY 'Error Opening LOAN-FILE.'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT PAYMENT-SCHEDULE-FILE

       MOVE '2' TO WS-PASS
       PERFORM READ-SETTLEMENT-FILE-THROUGH

       CLOSE PAYMENT-SCHEDULE-FILE
       CLOSE LOAN-FILE

       PERFORM WRITE-CONTROL-TOTALS
       PERFORM MARK-STEP-COMPLETE

       DISPLAY 'Card Settlement Intake Complete - Batch: '
           WS-BATCH-ID ' Items: ' WS-ITEM-COUNT
           ' Posted: ' WS-ITEMS-POSTED
           ' To Suspense: ' WS-ITEMS-SUSPENSED
       DISPLAY '  Convenience Fees Assessed: ' WS-FEES-ASSESSED
           ' Posted On Blocked Channel: ' WS-BLOCKED-POSTED
       DISPLAY '  Net Deposit Expected ' WS-DEPOSIT-DATE ': '
           WS-TRAILER-NET

       STOP RUN.

       MARK-STEP-COMPLETE.
           MOVE 'R' TO WS-RST-MODE
           CALL 'STEP-RESTART-CONTROL' USING WS-RST-MODE
                                              WS-RST-STEP-NAME
                                              WS-RST-BUSINESS-DATE
                                              WS-RST-STEP-DONE.

       READ-SETTLEMENT-FILE-THROUGH.
           MOVE 'N' TO WS-END-OF-SETTLEMENT

           OPEN INPUT SETTLEMENT-FILE
           IF NOT SETTLEMENT-FILE-OK
               DISPLAY 'Error Opening SETTLEMENT-FILE.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM HANDLE-NEXT-SETTLEMENT-RECORD
               UNTIL END-OF-SETTLEMENT

           CLOSE SETTLEMENT-FILE.

       HANDLE-NEXT-SETTLEMENT-RECORD.
           READ SETTLEMENT-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-SETTLEMENT
               NOT AT END
                   EVALUATE TRUE
                       WHEN CSF-HEADER-REC
                           PERFORM HANDLE-HEADER-RECORD
                       WHEN CSF-DETAIL-REC
                           PERFORM HANDLE-DETAIL-RECORD
                       WHEN CSF-TRAILER-REC
                           PERFORM HANDLE-TRAILER-RECORD
                       WHEN OTHER
                           IF BALANCE-PASS
                               DISPLAY 'Unknown Settlement Record '
                                   'Type: ' CSF-RECORD-TYPE
                               MOVE 'Y' TO WS-CONTROL-FAILED
                           END-IF
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------------
      *  The processor sends one settlement batch per file; a second
      *  header means two days run together and is refused whole.
      *----------------------------------------------------------------
       HANDLE-HEADER-RECORD.
           IF BALANCE-PASS
               ADD 1 TO WS-HEADER-COUNT
               IF WS-HEADER-COUNT > 1
                   DISPLAY 'More Than One Settlement Header - '
                       'File Rejected.'
                   MOVE 'Y' TO WS-CONTROL-FAILED
               ELSE
                   MOVE CSF-BATCH-ID     TO WS-BATCH-ID
                   MOVE CSF-SETTLE-DATE  TO WS-SETTLE-DATE
                   MOVE CSF-DEPOSIT-DATE TO WS-DEPOSIT-DATE
               END-IF
           END-IF.

       HANDLE-DETAIL-RECORD.
           IF BALANCE-PASS
               IF WS-HEADER-COUNT = ZERO
                   DISPLAY 'Settlement Detail Ahead Of The Header - '
                       'File Rejected.'
                   MOVE 'Y' TO WS-CONTROL-FAILED
               END-IF
               ADD 1 TO WS-ITEM-COUNT
               ADD CSF-CARD-AMOUNT   TO WS-ITEM-GROSS
               ADD CSF-PROCESSOR-FEE TO WS-ITEM-FEES
           ELSE
               MOVE ZERO TO WS-POSTED-TRAN-ID
               PERFORM MATCH-ITEM-TO-LOAN
               IF ITEM-MATCHED
                   PERFORM POST-CARD-PAYMENT
               ELSE
                   PERFORM SUSPENSE-THIS-ITEM
               END-IF
               PERFORM REGISTER-SETTLED-ITEM
           END-IF.

       HANDLE-TRAILER-RECORD.
           IF BALANCE-PASS
               MOVE 'Y' TO WS-TRAILER-SEEN
               MOVE CSF-TRAILER-COUNT TO WS-TRAILER-COUNT
               MOVE CSF-TRAILER-GROSS TO WS-TRAILER-GROSS
               MOVE CSF-TRAILER-FEES  TO WS-TRAILER-FEES
               MOVE CSF-TRAILER-NET   TO WS-TRAILER-NET
           END-IF.

      *----------------------------------------------------------------
      *  A batch ID already on the register is a settlement the
      *  processor sent again -- the double-posting case.
      *----------------------------------------------------------------
       CHECK-SETTLE-REGISTER.
           MOVE 'N' TO WS-DUPLICATE-BATCH
           MOVE 'N' TO WS-END-OF-REGISTER

           OPEN INPUT SETTLE-REGISTER
           IF REGISTER-FILE-OK
               PERFORM CHECK-NEXT-REGISTER-ROW
                   UNTIL END-OF-REGISTER OR DUPLICATE-BATCH
               CLOSE SETTLE-REGISTER
           END-IF.

       CHECK-NEXT-REGISTER-ROW.
           READ SETTLE-REGISTER
               AT END
                   MOVE 'Y' TO WS-END-OF-REGISTER
               NOT AT END
                   IF SETTLE-BATCH-ID = WS-BATCH-ID
                       MOVE 'Y' TO WS-DUPLICATE-BATCH
                       DISPLAY 'Batch ' SETTLE-BATCH-ID ' Loaded '
                           LOADED-DATE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  The card was authorized against a loan the borrower picked
      *  on the payment site, so the loan is either ours and active
      *  or the item is researched out of suspense.
      *----------------------------------------------------------------
       MATCH-ITEM-TO-LOAN.
           MOVE 'N' TO WS-ITEM-MATCHED
           MOVE 'N' TO WS-CHANNEL-BLOCKED
           MOVE CSF-LOAN-ID TO LOAN-ID OF LOAN-REC
           READ LOAN-FILE
               INVALID KEY
                   MOVE 'CARD LOAN NOT ON FILE'
                       TO WS-SUSPENSE-REASON-TEXT
               NOT INVALID KEY
                   IF STATUS-ACTIVE
                       MOVE 'Y' TO WS-ITEM-MATCHED
                       MOVE LOAN-BALANCE OF LOAN-REC
                           TO WS-MATCH-BALANCE
                       IF CARD-CHANNEL-BLOCKED
                           MOVE 'Y' TO WS-CHANNEL-BLOCKED
                       END-IF
                   ELSE
                       MOVE 'CARD LOAN NOT ACTIVE'
                           TO WS-SUSPENSE-REASON-TEXT
                   END-IF
           END-READ

           IF ITEM-MATCHED
               PERFORM SET-PAYMENT-DUE-DATE
           END-IF.

      *----------------------------------------------------------------
      *  PAYMENT-POSTING applies a payment to the schedule row whose
      *  due date is the transaction's PAYMENT-DATE: the oldest
      *  unpaid row is the one being paid.  No unpaid row leaves the
      *  settlement date, and the suspense sweep catches the item as
      *  NO DUE ROW.
      *----------------------------------------------------------------
       SET-PAYMENT-DUE-DATE.
           MOVE WS-SETTLE-DATE TO WS-MATCH-DUE-DATE
           MOVE 'N' TO WS-END-OF-SCHEDULE
           MOVE CSF-LOAN-ID TO LOAN-ID OF PAYMENT-SCHEDULE-REC
           MOVE ZERO TO PAYMENT-DUE-DATE
           START PAYMENT-SCHEDULE-FILE KEY IS NOT LESS THAN
                   SCHEDULE-KEY OF PAYMENT-SCHEDULE-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-SCHEDULE
           END-START
           PERFORM FIND-OLDEST-UNPAID-ROW
               UNTIL END-OF-SCHEDULE.

       FIND-OLDEST-UNPAID-ROW.
           READ PAYMENT-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-SCHEDULE
               NOT AT END
                   IF LOAN-ID OF PAYMENT-SCHEDULE-REC
                       NOT = CSF-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-SCHEDULE
                   ELSE
                       IF PAID-NO
                           MOVE PAYMENT-DUE-DATE TO WS-MATCH-DUE-DATE
                           MOVE 'Y' TO WS-END-OF-SCHEDULE
                       END-IF
                   END-IF
           END-READ.

       POST-CARD-PAYMENT.
           PERFORM WRITE-CARD-PAYMENT

           IF ITEM-MATCHED
               IF WS-CONV-FEE-AMOUNT > ZERO
                   PERFORM WRITE-CONVENIENCE-FEE
               END-IF
               IF CHANNEL-WAS-BLOCKED
                   ADD 1 TO WS-BLOCKED-POSTED
                   PERFORM REPORT-BLOCKED-CHANNEL
               END-IF
           ELSE
               PERFORM SUSPENSE-THIS-ITEM
           END-IF.

       WRITE-CARD-PAYMENT.
           PERFORM ASSIGN-NEXT-TRANSACTION-ID

           OPEN I-O TRANSACTION-FILE
           IF NOT TRAN-FILE-OK
               OPEN OUTPUT TRANSACTION-FILE
           END-IF

           IF WS-MATCH-BALANCE > CSF-CARD-AMOUNT
               COMPUTE WS-AFTER-BALANCE =
                   WS-MATCH-BALANCE - CSF-CARD-AMOUNT
           ELSE
               MOVE ZERO TO WS-AFTER-BALANCE
           END-IF

           MOVE WS-NEXT-TRANSACTION-ID
               TO TRANSACTION-ID OF TRANSACTION-REC
           MOVE CSF-LOAN-ID            TO LOAN-ID OF TRANSACTION-REC
           MOVE WS-MATCH-DUE-DATE
               TO PAYMENT-DATE OF TRANSACTION-REC
           MOVE CSF-CARD-AMOUNT
               TO PAYMENT-AMOUNT OF TRANSACTION-REC
           MOVE WS-AFTER-BALANCE       TO REMAINING-BALANCE
           MOVE 'PAYMENT'              TO TRANSACTION-TYPE
           MOVE ZERO                   TO REVERSED-TRANSACTION-ID
           MOVE ZERO TO BRANCH-ID OF TRANSACTION-REC
           MOVE ZERO TO TELLER-SESSION-ID
           MOVE 'CARD'                 TO TENDER-TYPE
           MOVE ZEROS                  TO ALLOCATION-SPLIT
           MOVE ZEROS                  TO BACKDATE-CONTROL
      *  A charge settled before today's business date is money the
      *  borrower paid that day: post it effective then.
           IF WS-SETTLE-DATE < WS-BUSINESS-DATE
               MOVE WS-SETTLE-DATE     TO PAYMENT-EFFECTIVE-DATE
               MOVE 'P'                TO BACKDATE-STATUS
           END-IF
           WRITE TRANSACTION-REC
               INVALID KEY
                   DISPLAY 'Error Writing Card Payment For Loan '
                       CSF-LOAN-ID ' Auth ' CSF-AUTH-CODE
                   MOVE 'TRANSACTION WRITE FAILED'
                       TO WS-SUSPENSE-REASON-TEXT
                   MOVE 'N' TO WS-ITEM-MATCHED
               NOT INVALID KEY
                   MOVE WS-NEXT-TRANSACTION-ID TO WS-POSTED-TRAN-ID
                   ADD 1 TO WS-ITEMS-POSTED
                   ADD CSF-CARD-AMOUNT TO WS-DOLLARS-POSTED
           END-WRITE

           CLOSE TRANSACTION-FILE.

      *----------------------------------------------------------------
      *  The convenience fee is assessed as its own FEE transaction,
      *  the same way NSF-REVERSAL charges its fee, so the
      *  allocation waterfall collects it like any other fee.
      *----------------------------------------------------------------
       WRITE-CONVENIENCE-FEE.
           PERFORM ASSIGN-NEXT-TRANSACTION-ID

           OPEN I-O TRANSACTION-FILE
           MOVE WS-NEXT-TRANSACTION-ID
               TO TRANSACTION-ID OF TRANSACTION-REC
           MOVE CSF-LOAN-ID            TO LOAN-ID OF TRANSACTION-REC
           MOVE WS-BUSINESS-DATE
               TO PAYMENT-DATE OF TRANSACTION-REC
           MOVE WS-CONV-FEE-AMOUNT
               TO PAYMENT-AMOUNT OF TRANSACTION-REC
           MOVE WS-AFTER-BALANCE       TO REMAINING-BALANCE
           MOVE 'FEE'                  TO TRANSACTION-TYPE
           MOVE ZERO                   TO REVERSED-TRANSACTION-ID
           MOVE ZERO TO BRANCH-ID OF TRANSACTION-REC
           MOVE ZERO TO TELLER-SESSION-ID
           MOVE SPACES TO TENDER-TYPE
           MOVE ZEROS TO ALLOCATION-SPLIT
           MOVE ZEROS TO BACKDATE-CONTROL
           WRITE TRANSACTION-REC
               INVALID KEY
                   DISPLAY 'Error Writing Convenience Fee For Loan '
                       CSF-LOAN-ID
               NOT INVALID KEY
                   ADD 1 TO WS-FEES-ASSESSED
           END-WRITE
           CLOSE TRANSACTION-FILE.

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

      *----------------------------------------------------------------
      *  First use of the central control file for this series: seed
      *  it once from the old high-water-mark scan, then every later
      *  assignment comes straight off NEXT_ID.DAT.
      *----------------------------------------------------------------
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
                   IF TRANSACTION-ID OF TRANSACTION-REC
                       > WS-NEXT-TRANSACTION-ID
                       MOVE TRANSACTION-ID OF TRANSACTION-REC
                           TO WS-NEXT-TRANSACTION-ID
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  A charge that matched no active loan is parked in the
      *  suspense work queue under CARD UNAPPLD, carrying the loan
      *  the borrower keyed and the settlement date, for a
      *  researcher to apply or refund by hand.
      *----------------------------------------------------------------
       SUSPENSE-THIS-ITEM.
           OPEN I-O SUSPENSE-FILE
           IF SUSPENSE-NOT-FOUND
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF
           IF NOT SUSPENSE-FILE-OK
               DISPLAY 'Error Opening SUSPENSE-FILE - Card Item Not '
                   'Parked: ' CSF-AUTH-CODE ' ' CSF-CARD-AMOUNT
           ELSE
               PERFORM ASSIGN-NEXT-SUSPENSE-ID
               MOVE WS-NEXT-SUSPENSE-ID
                   TO SUSPENSE-ID OF SUSPENSE-REC
               MOVE ZERO TO TRANSACTION-ID OF SUSPENSE-REC
               MOVE CSF-LOAN-ID TO LOAN-ID OF SUSPENSE-REC
               MOVE WS-SETTLE-DATE
                   TO PAYMENT-DATE OF SUSPENSE-REC
               MOVE CSF-CARD-AMOUNT
                   TO PAYMENT-AMOUNT OF SUSPENSE-REC
               MOVE 'CARD UNAPPLD' TO SUSPENSE-REASON
               MOVE 'OPEN'         TO SUSPENSE-STATUS
               MOVE ZERO           TO RESOLVED-DATE
               MOVE SPACES         TO RESOLVED-BY
               MOVE ZERO           TO DUP-MATCHED-TRAN-ID
               MOVE ZERO           TO DUP-RELEASE-TRAN-ID
               WRITE SUSPENSE-REC
                   INVALID KEY
                       DISPLAY 'Error Writing Suspense Item For '
                           'Card Auth ' CSF-AUTH-CODE
                   NOT INVALID KEY
                       ADD 1 TO WS-ITEMS-SUSPENSED
                       ADD CSF-CARD-AMOUNT TO WS-DOLLARS-SUSPENSED
                       DISPLAY 'CARD TO SUSPENSE: Auth '
                           CSF-AUTH-CODE ' ' CSF-CARD-AMOUNT
                           ' - ' WS-SUSPENSE-REASON-TEXT
               END-WRITE
               CLOSE SUSPENSE-FILE
           END-IF.

       ASSIGN-NEXT-SUSPENSE-ID.
           MOVE 'A' TO WS-ID-MODE
           MOVE 'SUSPENSE' TO WS-ID-SERIES
           CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                        WS-ID-SERIES
                                        WS-NEXT-SUSPENSE-ID
                                        WS-ID-FOUND
           IF NOT ID-SERIES-FOUND
               MOVE 1 TO WS-NEXT-SUSPENSE-ID
               MOVE 'S' TO WS-ID-MODE
               CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                            WS-ID-SERIES
                                            WS-NEXT-SUSPENSE-ID
                                            WS-ID-FOUND
           END-IF.

      *----------------------------------------------------------------
      *  Every item goes on the register with the net the processor
      *  funds for it, posted or parked -- the deposit covers both.
      *----------------------------------------------------------------
       REGISTER-SETTLED-ITEM.
           OPEN EXTEND SETTLE-REGISTER
           IF NOT REGISTER-FILE-OK
               OPEN OUTPUT SETTLE-REGISTER
           END-IF

           MOVE WS-BATCH-ID        TO SETTLE-BATCH-ID
           MOVE WS-SETTLE-DATE     TO SETTLE-DATE
           MOVE WS-DEPOSIT-DATE    TO DEPOSIT-DATE
           MOVE CSF-LOAN-ID        TO LOAN-ID OF CARD-SETTLE-REC
           MOVE CSF-AUTH-CODE      TO AUTH-CODE
           MOVE CSF-CARD-LAST-FOUR TO CARD-LAST-FOUR
           MOVE CSF-CARD-AMOUNT    TO CARD-AMOUNT
           COMPUTE SETTLE-NET-AMOUNT =
               CSF-CARD-AMOUNT - CSF-PROCESSOR-FEE
           MOVE WS-POSTED-TRAN-ID  TO SETTLE-TRANSACTION-ID
           MOVE WS-BUSINESS-DATE   TO LOADED-DATE
           WRITE CARD-SETTLE-REC

           CLOSE SETTLE-REGISTER.

       REPORT-BLOCKED-CHANNEL.
           MOVE SPACES TO WS-EXCEPTION-TEXT
           STRING 'CARD PAYMENT ON BLOCKED CARD CHANNEL - AUTH '
                  DELIMITED BY SIZE
                  CSF-AUTH-CODE DELIMITED BY SIZE
               INTO WS-EXCEPTION-TEXT
           PERFORM ASSIGN-NEXT-REPORT-ID
           OPEN EXTEND REPORT-FILE
           IF NOT REPORT-FILE-OK
               OPEN OUTPUT REPORT-FILE
           END-IF
           MOVE WS-NEXT-REPORT-ID  TO REPORT-ID
           MOVE 'EXCEPTION'        TO REPORT-TYPE
           MOVE WS-BUSINESS-DATE   TO GENERATED-DATE
           MOVE 'CARD_SETTLEMENT'  TO EXCEP-SOURCE-FILE
           MOVE CSF-LOAN-ID        TO EXCEP-KEY-ID
           MOVE WS-EXCEPTION-TEXT  TO EXCEP-DESCRIPTION
           WRITE REPORT-REC
           CLOSE REPORT-FILE.

       ASSIGN-NEXT-REPORT-ID.
           MOVE 'A' TO WS-ID-MODE
           MOVE 'REPORT' TO WS-ID-SERIES
           CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                        WS-ID-SERIES
                                        WS-NEXT-REPORT-ID
                                        WS-ID-FOUND
           IF NOT ID-SERIES-FOUND
               PERFORM SEED-REPORT-SERIES
           END-IF.

       SEED-REPORT-SERIES.
           MOVE 'N' TO WS-END-OF-REPORTS
           OPEN INPUT REPORT-FILE
           IF NOT REPORT-FILE-OK
               MOVE 1 TO WS-NEXT-REPORT-ID
           ELSE
               PERFORM FIND-HIGHEST-REPORT-ID
                   UNTIL END-OF-REPORTS
               ADD 1 TO WS-NEXT-REPORT-ID
               CLOSE REPORT-FILE
           END-IF
           MOVE 'S' TO WS-ID-MODE
           MOVE 'REPORT' TO WS-ID-SERIES
           CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                        WS-ID-SERIES
                                        WS-NEXT-REPORT-ID
                                        WS-ID-FOUND.

       FIND-HIGHEST-REPORT-ID.
           READ REPORT-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-REPORTS
               NOT AT END
                   IF REPORT-ID > WS-NEXT-REPORT-ID
                       MOVE REPORT-ID TO WS-NEXT-REPORT-ID
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Dollars in are the charges on the file; dollars out are what
      *  went to TRANSACTION-FILE plus what went to suspense -- the
      *  two sides tie when every charge is accounted for.  The
      *  convenience fees are assessments, not money received, and
      *  stay out of both sides.
      *----------------------------------------------------------------
       WRITE-CONTROL-TOTALS.
           MOVE 'CARD-SETTLEMENT'    TO WS-CTL-STEP-NAME
           MOVE WS-ITEM-COUNT        TO WS-CTL-RECORDS-READ
           COMPUTE WS-CTL-RECORDS-WRITTEN =
               WS-ITEMS-POSTED + WS-ITEMS-SUSPENSED
           MOVE WS-ITEM-GROSS        TO WS-CTL-DOLLARS-IN
           COMPUTE WS-CTL-DOLLARS-OUT =
               WS-DOLLARS-POSTED + WS-DOLLARS-SUSPENSED
           CALL 'WRITE-BATCH-CONTROL' USING WS-CTL-STEP-NAME
                                             WS-CTL-RECORDS-READ
                                             WS-CTL-RECORDS-WRITTEN
                                             WS-CTL-DOLLARS-IN
                                             WS-CTL-DOLLARS-OUT.
