       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-CHARGEBACK-PROCESSING.

      *================================================================
      *  Batch processing of the card processor's chargeback file.
      *  Each CARD_CHARGEBACK.DAT record is a card payment the
      *  borrower disputed with the card issuer and the processor
      *  took back from us: the loan, the original authorization
      *  code, settlement date and amount, and the processor's
      *  reason code.  The run finds the settled item on
      *  CARD_SETTLE_REGISTER.DAT, and from it the PAYMENT
      *  transaction CARD-SETTLEMENT-INTAKE posted, and reverses it
      *  the way NSF-REVERSAL and ACH-RETURN-PROCESSING reverse a
      *  returned payment: a REVERSAL transaction carrying
      *  REVERSED-TRANSACTION-ID, here with TENDER-TYPE CARD so
      *  LETTER-GENERATION sends the borrower the chargeback notice
      *  rather than an NSF notice.
      *
      *  Each chargeback reversed also counts against the loan.
      *  When the loan's count reaches the CARD CHARGEBACK MAX
      *  parameter (2 when not on SYSTEM_PARM.DAT) its card channel
      *  is blocked, journaled and logged.  A chargeback that cannot
      *  be matched to an unreversed card payment is written to
      *  REPORT-FILE as an exception for research.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGEBACK-FILE ASSIGN TO 'CARD_CHARGEBACK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CHARGEBACK-FILE-STATUS.

           SELECT SETTLE-REGISTER ASSIGN TO 'CARD_SETTLE_REGISTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

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

           SELECT REPORT-FILE ASSIGN TO 'REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGEBACK-FILE.
       01  CHARGEBACK-REC.
           05  CBK-LOAN-ID             PIC 9(5).
           05  CBK-AUTH-CODE           PIC X(6).
           05  CBK-SETTLE-DATE         PIC 9(8).
           05  CBK-AMOUNT              PIC 9(7)V99.
           05  CBK-REASON-CODE         PIC X(4).

       FD  SETTLE-REGISTER.
       COPY CARDSETTLEREC.

       FD  TRANSACTION-FILE.
       COPY TRANREC.

       FD  LOAN-FILE.
       COPY LOANREC.

       FD  REPORT-FILE.
       COPY REPORTREC.

       WORKING-STORAGE SECTION.
       01  CHARGEBACK-FILE-STATUS  PIC XX.
           88  CHARGEBACK-FILE-OK   VALUE '00'.
       01  REGISTER-FILE-STATUS    PIC XX.
           88  REGISTER-FILE-OK     VALUE '00'.
       01  TRAN-FILE-STATUS        PIC XX.
           88  TRAN-FILE-OK         VALUE '00'.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
       01  REPORT-FILE-STATUS      PIC XX.
           88  REPORT-FILE-OK       VALUE '00'.

       01  WS-END-OF-CHARGEBACKS   PIC X VALUE 'N'.
           88  END-OF-CHARGEBACKS   VALUE 'Y'.
       01  WS-END-OF-REGISTER      PIC X VALUE 'N'.
           88  END-OF-REGISTER      VALUE 'Y'.
       01  WS-END-OF-TRANSACTIONS  PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS  VALUE 'Y'.
       01  WS-END-OF-REPORTS       PIC X VALUE 'N'.
           88  END-OF-REPORTS       VALUE 'Y'.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-BUSDATE-FOUND        PIC X.
           88  BUSINESS-DATE-FOUND  VALUE 'Y'.

       01  WS-ITEM-ON-REGISTER     PIC X.
           88  ITEM-ON-REGISTER     VALUE 'Y'.
       01  WS-ORIGINAL-FOUND       PIC X.
           88  ORIGINAL-FOUND       VALUE 'Y'.
       01  WS-ORIGINAL-REVERSED    PIC X.
           88  ORIGINAL-REVERSED    VALUE 'Y'.
       01  WS-ORIG-TRAN-ID         PIC 9(5).
       01  WS-ORIG-REMAINING-BALANCE PIC 9(7)V99.
       01  WS-REINSTATED-BALANCE   PIC 9(7)V99.
       01  WS-EXCEPTION-TEXT       PIC X(60).

       01  WS-PARM-NAME            PIC X(20).
       01  WS-PARM-VALUE           PIC 9(7)V99.
       01  WS-PARM-FOUND           PIC X.
           88  PARM-WAS-FOUND       VALUE 'Y'.
       01  WS-CHARGEBACK-MAX       PIC 9(3) VALUE 2.

       01  WS-CBK-USER             PIC X(10) VALUE 'CARDCBK'.
       01  WS-JRN-FILE-NAME        PIC X(20).
       01  WS-JRN-ACTION           PIC X(10).
       01  WS-JRN-BEFORE           PIC X(400).
       01  WS-JRN-AFTER            PIC X(400).
       01  WS-LOG-ACTION-TYPE      PIC X(20).
       01  WS-LOG-DESCRIPTION      PIC X(50).

       01  WS-NEXT-TRANSACTION-ID  PIC 9(5) VALUE ZERO.
       01  WS-NEXT-REPORT-ID       PIC 9(5) VALUE ZERO.
       01  WS-ID-MODE              PIC X.
       01  WS-ID-SERIES            PIC X(12).
       01  WS-ID-FOUND             PIC X.
           88  ID-SERIES-FOUND      VALUE 'Y'.

       01  WS-CHARGEBACKS-READ     PIC 9(5) COMP VALUE ZERO.
       01  WS-CHARGEBACKS-REVERSED PIC 9(5) COMP VALUE ZERO.
       01  WS-CHARGEBACKS-UNMATCHED PIC 9(5) COMP VALUE ZERO.
       01  WS-CHANNELS-BLOCKED     PIC 9(5) COMP VALUE ZERO.
       01  WS-DOLLARS-READ         PIC 9(9)V99 VALUE ZERO.
       01  WS-DOLLARS-REVERSED     PIC 9(9)V99 VALUE ZERO.

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
       MOVE 'CARD-CHARGEBACK' TO WS-RST-STEP-NAME
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

       CALL 'GET-BUSINESS-DATE' USING WS-RUN-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           DISPLAY 'Enter Chargeback Processing Date (YYYYMMDD): '
           ACCEPT WS-RUN-DATE
       END-IF

       MOVE 'CARD CHARGEBACK MAX' TO WS-PARM-NAME
       CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                 WS-RUN-DATE
                                 WS-PARM-VALUE
                                 WS-PARM-FOUND
       IF PARM-WAS-FOUND
           MOVE WS-PARM-VALUE TO WS-CHARGEBACK-MAX
       END-IF

       OPEN INPUT CHARGEBACK-FILE
       IF NOT CHARGEBACK-FILE-OK
           DISPLAY 'No CARD_CHARGEBACK File On Hand - Nothing To Do.'
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM MARK-STEP-COMPLETE
           STOP RUN
       END-IF

       PERFORM PROCESS-NEXT-CHARGEBACK UNTIL END-OF-CHARGEBACKS

       CLOSE CHARGEBACK-FILE

       PERFORM WRITE-CONTROL-TOTALS
       PERFORM MARK-STEP-COMPLETE

       DISPLAY 'Card Chargeback Processing Complete - Items Read: '
           WS-CHARGEBACKS-READ ' Reversed: ' WS-CHARGEBACKS-REVERSED
           ' Unmatched: ' WS-CHARGEBACKS-UNMATCHED
           ' Card Channels Blocked: ' WS-CHANNELS-BLOCKED

       STOP RUN.

       MARK-STEP-COMPLETE.
           MOVE 'R' TO WS-RST-MODE
           CALL 'STEP-RESTART-CONTROL' USING WS-RST-MODE
                                              WS-RST-STEP-NAME
                                              WS-RST-BUSINESS-DATE
                                              WS-RST-STEP-DONE.

       PROCESS-NEXT-CHARGEBACK.
           READ CHARGEBACK-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-CHARGEBACKS
               NOT AT END
                   ADD 1 TO WS-CHARGEBACKS-READ
                   ADD CBK-AMOUNT TO WS-DOLLARS-READ
                   PERFORM MATCH-AND-REVERSE
           END-READ.

       MATCH-AND-REVERSE.
           PERFORM FIND-SETTLED-ITEM

           IF ITEM-ON-REGISTER
               PERFORM FIND-ORIGINAL-TRANSACTION
           END-IF

           IF ORIGINAL-FOUND
               COMPUTE WS-REINSTATED-BALANCE =
                   WS-ORIG-REMAINING-BALANCE + CBK-AMOUNT

               PERFORM ASSIGN-NEXT-TRANSACTION-ID
               PERFORM WRITE-REVERSAL-TRANSACTION
               PERFORM COUNT-LOAN-CHARGEBACK

               ADD 1 TO WS-CHARGEBACKS-REVERSED
               ADD CBK-AMOUNT TO WS-DOLLARS-REVERSED
           ELSE
               PERFORM WRITE-CHARGEBACK-EXCEPTION
               ADD 1 TO WS-CHARGEBACKS-UNMATCHED
           END-IF.

      *----------------------------------------------------------------
      *  The settled item is the register row for this loan,
      *  authorization, settlement date and amount.  An item that
      *  went to suspense at intake carries no transaction and has
      *  nothing here to reverse -- the suspense desk refunds it.
      *----------------------------------------------------------------
       FIND-SETTLED-ITEM.
           MOVE 'N' TO WS-ITEM-ON-REGISTER
           MOVE 'N' TO WS-ORIGINAL-FOUND
           MOVE 'N' TO WS-END-OF-REGISTER
           MOVE ZERO TO WS-ORIG-TRAN-ID
           MOVE 'CARD ITEM NOT ON SETTLEMENT REGISTER'
               TO WS-EXCEPTION-TEXT

           OPEN INPUT SETTLE-REGISTER
           IF REGISTER-FILE-OK
               PERFORM CHECK-NEXT-REGISTER-ROW
                   UNTIL END-OF-REGISTER OR ITEM-ON-REGISTER
               CLOSE SETTLE-REGISTER
           END-IF.

       CHECK-NEXT-REGISTER-ROW.
           READ SETTLE-REGISTER
               AT END
                   MOVE 'Y' TO WS-END-OF-REGISTER
               NOT AT END
                   IF LOAN-ID OF CARD-SETTLE-REC = CBK-LOAN-ID
                      AND AUTH-CODE = CBK-AUTH-CODE
                      AND SETTLE-DATE = CBK-SETTLE-DATE
                      AND CARD-AMOUNT = CBK-AMOUNT
                       IF SETTLE-TRANSACTION-ID = ZERO
                           MOVE 'CARD ITEM WAS SUSPENSED AT INTAKE'
                               TO WS-EXCEPTION-TEXT
                           MOVE 'Y' TO WS-END-OF-REGISTER
                       ELSE
                           MOVE 'Y' TO WS-ITEM-ON-REGISTER
                           MOVE SETTLE-TRANSACTION-ID
                               TO WS-ORIG-TRAN-ID
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  The loan's history is walked on the LOAN-ID alternate key:
      *  the original supplies the balance to reinstate, and a
      *  REVERSAL already naming it means this chargeback was worked
      *  before -- a re-run of the same file reports the item
      *  instead of reversing the payment twice.
      *----------------------------------------------------------------
       FIND-ORIGINAL-TRANSACTION.
           MOVE 'N' TO WS-ORIGINAL-FOUND
           MOVE 'N' TO WS-ORIGINAL-REVERSED
           MOVE 'N' TO WS-END-OF-TRANSACTIONS
           MOVE 'CARD PAYMENT NOT ON TRANSACTION FILE'
               TO WS-EXCEPTION-TEXT

           OPEN INPUT TRANSACTION-FILE
           IF TRAN-FILE-OK
               MOVE CBK-LOAN-ID TO LOAN-ID OF TRANSACTION-REC
               START TRANSACTION-FILE
                   KEY IS EQUAL TO LOAN-ID OF TRANSACTION-REC
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-TRANSACTIONS
               END-START
               PERFORM SCAN-LOAN-HISTORY
                   UNTIL END-OF-TRANSACTIONS
               CLOSE TRANSACTION-FILE
           END-IF

           IF ORIGINAL-REVERSED
               MOVE 'CARD PAYMENT ALREADY REVERSED'
                   TO WS-EXCEPTION-TEXT
               MOVE 'N' TO WS-ORIGINAL-FOUND
           END-IF.

       SCAN-LOAN-HISTORY.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-TRANSACTIONS
               NOT AT END
                   IF LOAN-ID OF TRANSACTION-REC NOT = CBK-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-TRANSACTIONS
                   ELSE
                       IF TRANSACTION-ID = WS-ORIG-TRAN-ID
                          AND TYPE-PAYMENT
                           MOVE 'Y' TO WS-ORIGINAL-FOUND
                           MOVE REMAINING-BALANCE
                               TO WS-ORIG-REMAINING-BALANCE
                       END-IF
                       IF TYPE-REVERSAL
                          AND REVERSED-TRANSACTION-ID = WS-ORIG-TRAN-ID
                           MOVE 'Y' TO WS-ORIGINAL-REVERSED
                       END-IF
                   END-IF
           END-READ.

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
                   IF TRANSACTION-ID > WS-NEXT-TRANSACTION-ID
                       MOVE TRANSACTION-ID TO WS-NEXT-TRANSACTION-ID
                   END-IF
           END-READ.

       WRITE-REVERSAL-TRANSACTION.
           OPEN I-O TRANSACTION-FILE
           MOVE WS-NEXT-TRANSACTION-ID TO TRANSACTION-ID
           MOVE CBK-LOAN-ID            TO LOAN-ID OF TRANSACTION-REC
           MOVE WS-RUN-DATE            TO PAYMENT-DATE
           MOVE CBK-AMOUNT             TO PAYMENT-AMOUNT
                                           OF TRANSACTION-REC
           MOVE WS-REINSTATED-BALANCE  TO REMAINING-BALANCE
           MOVE 'REVERSAL'             TO TRANSACTION-TYPE
           MOVE WS-ORIG-TRAN-ID        TO REVERSED-TRANSACTION-ID
           MOVE ZERO TO BRANCH-ID OF TRANSACTION-REC
           MOVE ZERO TO TELLER-SESSION-ID
           MOVE 'CARD' TO TENDER-TYPE
           MOVE ZEROS TO ALLOCATION-SPLIT
           MOVE ZEROS TO BACKDATE-CONTROL
           WRITE TRANSACTION-REC
           CLOSE TRANSACTION-FILE.

      *----------------------------------------------------------------
      *  Loans booked before the card fields existed read with no
      *  count on file; they start from zero.
      *----------------------------------------------------------------
       COUNT-LOAN-CHARGEBACK.
           OPEN I-O LOAN-FILE
           IF NOT LOAN-FILE-OK
               DISPLAY 'Error Opening LOAN-FILE - Chargeback Not '
                   'Counted For Loan ' CBK-LOAN-ID
           ELSE
               MOVE CBK-LOAN-ID TO LOAN-ID OF LOAN-REC
               READ LOAN-FILE
                   INVALID KEY
                       DISPLAY 'Loan Not Found For Chargeback Count: '
                           CBK-LOAN-ID
                   NOT INVALID KEY
                       PERFORM APPLY-CHARGEBACK-COUNT
               END-READ
               CLOSE LOAN-FILE
           END-IF.

       APPLY-CHARGEBACK-COUNT.
           MOVE LOAN-REC TO WS-JRN-BEFORE
           IF CARD-CHARGEBACK-COUNT NOT NUMERIC
               MOVE ZERO TO CARD-CHARGEBACK-COUNT
           END-IF
           ADD 1 TO CARD-CHARGEBACK-COUNT
           IF CARD-CHARGEBACK-COUNT >= WS-CHARGEBACK-MAX
              AND NOT CARD-CHANNEL-BLOCKED
               MOVE 'B' TO CARD-CHANNEL-STATUS
               ADD 1 TO WS-CHANNELS-BLOCKED
               DISPLAY 'Card Channel Blocked For Loan ' CBK-LOAN-ID
                   ' After ' CARD-CHARGEBACK-COUNT ' Chargebacks.'
               MOVE 'CARD CHANNEL BLOCK' TO WS-LOG-ACTION-TYPE
               MOVE 'Card Channel Blocked After Repeated Chargebacks'
                   TO WS-LOG-DESCRIPTION
               CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                             WS-CBK-USER
                                             WS-LOG-DESCRIPTION
           END-IF
           REWRITE LOAN-REC
               INVALID KEY
                   DISPLAY 'Error Updating Chargeback Count For Loan '
                       CBK-LOAN-ID
               NOT INVALID KEY
                   MOVE 'LOAN.DAT' TO WS-JRN-FILE-NAME
                   MOVE 'UPDATE'   TO WS-JRN-ACTION
                   MOVE LOAN-REC   TO WS-JRN-AFTER
                   CALL 'WRITE-JOURNAL-ENTRY' USING WS-JRN-FILE-NAME
                                                     WS-JRN-ACTION
                                                     WS-CBK-USER
                                                     WS-JRN-BEFORE
                                                     WS-JRN-AFTER
           END-REWRITE.

       WRITE-CHARGEBACK-EXCEPTION.
           PERFORM ASSIGN-NEXT-REPORT-ID
           OPEN EXTEND REPORT-FILE
           IF NOT REPORT-FILE-OK
               OPEN OUTPUT REPORT-FILE
           END-IF
           MOVE WS-NEXT-REPORT-ID  TO REPORT-ID
           MOVE 'EXCEPTION'        TO REPORT-TYPE
           MOVE WS-RUN-DATE        TO GENERATED-DATE
           MOVE 'CARD_CHARGEBACK'  TO EXCEP-SOURCE-FILE
           MOVE CBK-LOAN-ID        TO EXCEP-KEY-ID
           MOVE WS-EXCEPTION-TEXT  TO EXCEP-DESCRIPTION
           WRITE REPORT-REC
           CLOSE REPORT-FILE
           DISPLAY 'Unmatched Card Chargeback - Loan ' CBK-LOAN-ID
               ' Auth ' CBK-AUTH-CODE
               ' Amount ' CBK-AMOUNT
               ' Reason ' CBK-REASON-CODE
               ' - ' WS-EXCEPTION-TEXT.

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
      *  Dollars in are the chargebacks on the file; dollars out are
      *  the ones reversed.  The difference is the exceptions.
      *----------------------------------------------------------------
       WRITE-CONTROL-TOTALS.
           MOVE 'CARD-CHARGEBACK'    TO WS-CTL-STEP-NAME
           MOVE WS-CHARGEBACKS-READ  TO WS-CTL-RECORDS-READ
           MOVE WS-CHARGEBACKS-REVERSED TO WS-CTL-RECORDS-WRITTEN
           MOVE WS-DOLLARS-READ      TO WS-CTL-DOLLARS-IN
           MOVE WS-DOLLARS-REVERSED  TO WS-CTL-DOLLARS-OUT
           CALL 'WRITE-BATCH-CONTROL' USING WS-CTL-STEP-NAME
                                             WS-CTL-RECORDS-READ
                                             WS-CTL-RECORDS-WRITTEN
                                             WS-CTL-DOLLARS-IN
                                             WS-CTL-DOLLARS-OUT.
