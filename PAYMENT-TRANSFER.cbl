       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-TRANSFER.

      *================================================================
      *  Misapplied payment transfer.  Moves a posted PAYMENT that
      *  landed on the wrong loan -- a borrower's other loan, a
      *  mistyped LOAN-ID at the teller, a lockbox item matched to
      *  the wrong account -- onto the loan it was meant for, as one
      *  linked pair of transactions:
      *
      *    - a REVERSAL on the source loan naming the payment in
      *      REVERSED-TRANSACTION-ID, so BALANCE-UPDATE puts the
      *      balance back and PAYMENT-ALLOCATION backs the payment's
      *      allocation split out of the source sub-balances, accrual
      *      and escrow;
      *    - a new PAYMENT on the target loan under the payment's
      *      original effective date, so PAYMENT-BACKDATE-REPROCESS,
      *      PAYMENT-ALLOCATION and PAYMENT-POSTING re-run accrual,
      *      allocation and schedule matching on the target as if
      *      the money had gone there first.
      *
      *  Both legs carry TENDER-TYPE 'MOVE'.  The transfer reference
      *  is the REVERSAL's TRANSACTION-ID: the target PAYMENT names
      *  it in REVERSED-TRANSACTION-ID, and LOAN-INQUIRY and the
      *  customer statement show it on both sides.  The 'MOVE'
      *  tender keeps the reversal off the NSF and returned-payment
      *  notices -- the borrower's money was never returned.
      *
      *  The source schedule row the payment settled is set back to
      *  unpaid here, since PAYMENT-POSTING never un-marks a row.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT PAYMENT-SCHEDULE-FILE
               ASSIGN TO 'PAYMENT_SCHEDULE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHEDULE-KEY OF PAYMENT-SCHEDULE-REC
               FILE STATUS IS SCHED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       COPY TRANREC.

       FD  LOAN-FILE.
       COPY LOANREC.

       FD  PAYMENT-SCHEDULE-FILE.
       COPY PAYSCHREC.

       WORKING-STORAGE SECTION.
       01  TRAN-FILE-STATUS        PIC XX.
           88  TRAN-FILE-OK         VALUE '00'.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
       01  SCHED-FILE-STATUS       PIC XX.
           88  SCHED-FILE-OK        VALUE '00'.
       01  WS-END-OF-TRANSACTIONS  PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS  VALUE 'Y'.
       01  WS-ALREADY-REVERSED     PIC X VALUE 'N'.
           88  ALREADY-REVERSED     VALUE 'Y'.

       01  WS-EFFECTIVE-DATE       PIC 9(8).
       01  WS-SOURCE-TRAN-ID       PIC 9(5).
       01  WS-TARGET-LOAN-ID       PIC 9(5).
       01  WS-CONFIRM              PIC X.

      *  The payment being moved, as it stands on the source loan.
       01  WS-SOURCE-LOAN-ID       PIC 9(5).
       01  WS-SOURCE-DATE          PIC 9(8).
       01  WS-SOURCE-AMOUNT        PIC 9(7)V99.
       01  WS-SOURCE-BRANCH-ID     PIC 9(3).
       01  WS-SOURCE-BALANCE       PIC 9(7)V99.
       01  WS-TARGET-BALANCE       PIC 9(7)V99.
       01  WS-MONEY-IN-DATE        PIC 9(8).

       01  WS-TRANSFER-REF-ID      PIC 9(5).
       01  WS-TARGET-TRAN-ID       PIC 9(5).
       01  WS-ROW-REOPENED         PIC X VALUE 'N'.
           88  ROW-REOPENED         VALUE 'Y'.

       01  WS-NEXT-TRANSACTION-ID  PIC 9(5) VALUE ZERO.
       01  WS-ID-MODE              PIC X.
       01  WS-ID-SERIES            PIC X(12).
       01  WS-ID-FOUND             PIC X.
           88  ID-SERIES-FOUND      VALUE 'Y'.

       01  WS-USER-ID              PIC A(10).
       01  WS-LOG-ACTION-TYPE      PIC A(20).
       01  WS-LOG-DESCRIPTION      PIC A(50).

       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.
       01  WS-BUSDATE-FOUND       PIC X.
           88  BUSINESS-DATE-FOUND VALUE 'Y'.

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
                                       WS-SIGNON-FOUND
       IF NOT SIGNON-FOUND
           DISPLAY 'Enter Your User ID: '
           ACCEPT WS-USER-ID
       END-IF
       CALL 'GET-BUSINESS-DATE' USING WS-EFFECTIVE-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           ACCEPT WS-EFFECTIVE-DATE FROM DATE YYYYMMDD
       END-IF

       DISPLAY 'Enter Transaction ID Of The Misapplied Payment: '
       ACCEPT WS-SOURCE-TRAN-ID

       OPEN INPUT TRANSACTION-FILE
       IF NOT TRAN-FILE-OK
           DISPLAY 'Error Opening TRANSACTION-FILE.'
           STOP RUN
       END-IF
       MOVE WS-SOURCE-TRAN-ID TO TRANSACTION-ID
       READ TRANSACTION-FILE
           INVALID KEY
               DISPLAY 'Transaction Not Found: ' WS-SOURCE-TRAN-ID
               CLOSE TRANSACTION-FILE
               STOP RUN
       END-READ
       IF NOT TYPE-PAYMENT
           DISPLAY 'Transaction Is Not A Payment - Cannot Transfer: '
               WS-SOURCE-TRAN-ID ' ' TRANSACTION-TYPE
           CLOSE TRANSACTION-FILE
           STOP RUN
       END-IF
       MOVE LOAN-ID OF TRANSACTION-REC TO WS-SOURCE-LOAN-ID
       MOVE PAYMENT-DATE               TO WS-SOURCE-DATE
       MOVE PAYMENT-AMOUNT OF TRANSACTION-REC TO WS-SOURCE-AMOUNT
       MOVE BRANCH-ID OF TRANSACTION-REC      TO WS-SOURCE-BRANCH-ID
      *  The day the money came in: a payment already carrying an
      *  earlier effective date keeps it through the move.
       MOVE PAYMENT-DATE TO WS-MONEY-IN-DATE
       IF BACKDATE-CONTROL NOT = SPACES
          AND PAYMENT-EFFECTIVE-DATE NUMERIC
          AND PAYMENT-EFFECTIVE-DATE > ZERO
           MOVE PAYMENT-EFFECTIVE-DATE TO WS-MONEY-IN-DATE
       END-IF

       PERFORM CHECK-ALREADY-REVERSED
       CLOSE TRANSACTION-FILE
       IF ALREADY-REVERSED
           DISPLAY 'Payment Has Already Been Reversed Or Moved: '
               WS-SOURCE-TRAN-ID
           STOP RUN
       END-IF

       CALL 'CHECK-LOAN-ACCESS' USING WS-SOURCE-LOAN-ID
                                      WS-LOAN-ACCESS
       IF NOT LOAN-ACCESS-ALLOWED
           STOP RUN
       END-IF

       DISPLAY 'Payment ' WS-SOURCE-TRAN-ID ' Of ' WS-SOURCE-AMOUNT
           ' On Loan ' WS-SOURCE-LOAN-ID ' Dated ' WS-MONEY-IN-DATE
       DISPLAY 'Enter Loan ID The Payment Belongs To: '
       ACCEPT WS-TARGET-LOAN-ID
       IF WS-TARGET-LOAN-ID = WS-SOURCE-LOAN-ID
           DISPLAY 'Target Loan Is The Loan The Payment Is On.'
           STOP RUN
       END-IF
       CALL 'CHECK-LOAN-ACCESS' USING WS-TARGET-LOAN-ID
                                      WS-LOAN-ACCESS
       IF NOT LOAN-ACCESS-ALLOWED
           STOP RUN
       END-IF

       OPEN INPUT LOAN-FILE
       IF NOT LOAN-FILE-OK
           DISPLAY 'Error Opening LOAN-FILE.'
           STOP RUN
       END-IF
       MOVE WS-TARGET-LOAN-ID TO LOAN-ID OF LOAN-REC
       READ LOAN-FILE
           INVALID KEY
               DISPLAY 'Loan Not Found: ' WS-TARGET-LOAN-ID
               CLOSE LOAN-FILE
               STOP RUN
       END-READ
       IF NOT STATUS-ACTIVE
           DISPLAY 'Target Loan Is Not Active - Cannot Transfer: '
               WS-TARGET-LOAN-ID
           CLOSE LOAN-FILE
           STOP RUN
       END-IF
       MOVE LOAN-BALANCE TO WS-TARGET-BALANCE
       MOVE WS-SOURCE-LOAN-ID TO LOAN-ID OF LOAN-REC
       MOVE ZERO TO WS-SOURCE-BALANCE
       READ LOAN-FILE
           NOT INVALID KEY
               MOVE LOAN-BALANCE TO WS-SOURCE-BALANCE
       END-READ
       CLOSE LOAN-FILE

       DISPLAY 'Move ' WS-SOURCE-AMOUNT ' From Loan '
           WS-SOURCE-LOAN-ID ' To Loan ' WS-TARGET-LOAN-ID
           ' Effective ' WS-MONEY-IN-DATE '? (Y/N): '
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
           DISPLAY 'Transfer Cancelled.'
           STOP RUN
       END-IF

       PERFORM ASSIGN-NEXT-TRANSACTION-ID
       MOVE WS-NEXT-TRANSACTION-ID TO WS-TRANSFER-REF-ID
       PERFORM ASSIGN-NEXT-TRANSACTION-ID
       MOVE WS-NEXT-TRANSACTION-ID TO WS-TARGET-TRAN-ID

       OPEN I-O TRANSACTION-FILE
       IF NOT TRAN-FILE-OK
           DISPLAY 'Error Opening TRANSACTION-FILE.'
           STOP RUN
       END-IF
       PERFORM WRITE-SOURCE-REVERSAL
       PERFORM WRITE-TARGET-PAYMENT
       CLOSE TRANSACTION-FILE

       PERFORM REOPEN-SOURCE-SCHEDULE-ROW

       MOVE 'PAYMENT TRANSFER' TO WS-LOG-ACTION-TYPE
       MOVE SPACES TO WS-LOG-DESCRIPTION
       STRING 'Tran ' WS-SOURCE-TRAN-ID ' Loan ' WS-SOURCE-LOAN-ID
           ' To ' WS-TARGET-LOAN-ID ' Ref ' WS-TRANSFER-REF-ID
           DELIMITED BY SIZE INTO WS-LOG-DESCRIPTION
       CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                     WS-USER-ID
                                     WS-LOG-DESCRIPTION

       DISPLAY 'Payment Transfer Complete.  Transfer Ref: '
           WS-TRANSFER-REF-ID ' New Payment: ' WS-TARGET-TRAN-ID
       IF ROW-REOPENED
           DISPLAY 'Source Schedule Row Due ' WS-MONEY-IN-DATE
               ' Set Back To Unpaid.'
       END-IF

       STOP RUN.

      *----------------------------------------------------------------
      *  A payment already reversed -- returned NSF, charged back,
      *  re-posted from suspense or moved before -- is not ours to
      *  move again.  Positioned on the LOAN-ID alternate key so only
      *  the source loan's transactions are read.
      *----------------------------------------------------------------
       CHECK-ALREADY-REVERSED.
           MOVE 'N' TO WS-ALREADY-REVERSED
           MOVE 'N' TO WS-END-OF-TRANSACTIONS
           MOVE WS-SOURCE-LOAN-ID TO LOAN-ID OF TRANSACTION-REC
           START TRANSACTION-FILE KEY IS EQUAL TO
                   LOAN-ID OF TRANSACTION-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-TRANSACTIONS
           END-START
           PERFORM SCAN-NEXT-FOR-REVERSAL
               UNTIL END-OF-TRANSACTIONS OR ALREADY-REVERSED.

       SCAN-NEXT-FOR-REVERSAL.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-TRANSACTIONS
               NOT AT END
                   IF LOAN-ID OF TRANSACTION-REC
                       NOT = WS-SOURCE-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-TRANSACTIONS
                   ELSE
                       IF TYPE-REVERSAL
                          AND REVERSED-TRANSACTION-ID
                              = WS-SOURCE-TRAN-ID
                           MOVE 'Y' TO WS-ALREADY-REVERSED
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

      *----------------------------------------------------------------
      *  The source leg.  Its split is left zero: PAYMENT-ALLOCATION
      *  copies the moved payment's split onto it and puts each
      *  bucket back on the source loan.
      *----------------------------------------------------------------
       WRITE-SOURCE-REVERSAL.
           MOVE WS-TRANSFER-REF-ID     TO TRANSACTION-ID
           MOVE WS-SOURCE-LOAN-ID      TO LOAN-ID OF TRANSACTION-REC
           MOVE WS-EFFECTIVE-DATE      TO PAYMENT-DATE
           MOVE WS-SOURCE-AMOUNT       TO PAYMENT-AMOUNT OF
                                           TRANSACTION-REC
           COMPUTE REMAINING-BALANCE =
               WS-SOURCE-BALANCE + WS-SOURCE-AMOUNT
           MOVE 'REVERSAL'             TO TRANSACTION-TYPE
           MOVE WS-SOURCE-TRAN-ID      TO REVERSED-TRANSACTION-ID
           MOVE WS-SOURCE-BRANCH-ID    TO BRANCH-ID OF TRANSACTION-REC
           MOVE ZERO TO TELLER-SESSION-ID
           MOVE 'MOVE' TO TENDER-TYPE
           MOVE ZEROS TO ALLOCATION-SPLIT
           MOVE ZEROS TO BACKDATE-CONTROL
           WRITE TRANSACTION-REC
               INVALID KEY
                   DISPLAY 'Error Writing Transfer Reversal On Loan '
                       WS-SOURCE-LOAN-ID
           END-WRITE.

      *----------------------------------------------------------------
      *  The target leg.  Money that came in before today is posted
      *  effective-dated so the nightly reprocess re-accrues the
      *  target from the day it really arrived.
      *----------------------------------------------------------------
       WRITE-TARGET-PAYMENT.
           MOVE WS-TARGET-TRAN-ID      TO TRANSACTION-ID
           MOVE WS-TARGET-LOAN-ID      TO LOAN-ID OF TRANSACTION-REC
           MOVE WS-EFFECTIVE-DATE      TO PAYMENT-DATE
           MOVE WS-SOURCE-AMOUNT       TO PAYMENT-AMOUNT OF
                                           TRANSACTION-REC
           IF WS-TARGET-BALANCE > WS-SOURCE-AMOUNT
               COMPUTE REMAINING-BALANCE =
                   WS-TARGET-BALANCE - WS-SOURCE-AMOUNT
           ELSE
               MOVE ZERO TO REMAINING-BALANCE
           END-IF
           MOVE 'PAYMENT'              TO TRANSACTION-TYPE
           MOVE WS-TRANSFER-REF-ID     TO REVERSED-TRANSACTION-ID
           MOVE WS-SOURCE-BRANCH-ID    TO BRANCH-ID OF TRANSACTION-REC
           MOVE ZERO TO TELLER-SESSION-ID
           MOVE 'MOVE' TO TENDER-TYPE
           MOVE ZEROS TO ALLOCATION-SPLIT
           MOVE ZEROS TO BACKDATE-CONTROL
           IF WS-MONEY-IN-DATE < WS-EFFECTIVE-DATE
               MOVE WS-MONEY-IN-DATE TO PAYMENT-EFFECTIVE-DATE
               MOVE 'P' TO BACKDATE-STATUS
           END-IF
           WRITE TRANSACTION-REC
               INVALID KEY
                   DISPLAY 'Error Writing Transfer Payment On Loan '
                       WS-TARGET-LOAN-ID
           END-WRITE.

      *----------------------------------------------------------------
      *  The row the moved payment settled -- due on the day the
      *  money came in, and no larger than the payment, the way
      *  PAYMENT-POSTING matched it -- goes back to unpaid so the
      *  source loan's aging and late-fee runs see it again.
      *----------------------------------------------------------------
       REOPEN-SOURCE-SCHEDULE-ROW.
           MOVE 'N' TO WS-ROW-REOPENED
           OPEN I-O PAYMENT-SCHEDULE-FILE
           IF SCHED-FILE-OK
               MOVE WS-SOURCE-LOAN-ID
                   TO LOAN-ID OF PAYMENT-SCHEDULE-REC
               MOVE WS-MONEY-IN-DATE TO PAYMENT-DUE-DATE
               READ PAYMENT-SCHEDULE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PAID-YES
                          AND PAYMENT-AMOUNT OF PAYMENT-SCHEDULE-REC
                              NOT > WS-SOURCE-AMOUNT
                           MOVE 'N' TO PAID-STATUS
                           REWRITE PAYMENT-SCHEDULE-REC
                               INVALID KEY
                                   DISPLAY 'Error Reopening Schedule '
                                       'Row For Loan '
                                       WS-SOURCE-LOAN-ID
                               NOT INVALID KEY
                                   MOVE 'Y' TO WS-ROW-REOPENED
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE PAYMENT-SCHEDULE-FILE
           END-IF.
