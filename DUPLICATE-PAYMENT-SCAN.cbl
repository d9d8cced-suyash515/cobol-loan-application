       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPLICATE-PAYMENT-SCAN.

      *================================================================
      *  Nightly duplicate-payment check, run after the day's intake
      *  steps and just before PAYMENT-POSTING.  The same money can
      *  reach TRANSACTION.DAT twice -- a teller payment and the
      *  autopay draft on the same day, a wire and an ACH item for
      *  the same payoff, a batch keyed a second time -- and posting
      *  would apply both.  Every PAYMENT not yet through a nightly
      *  cycle (ALLOCATION-SPLIT still zero), whatever channel it
      *  came from, is compared with the loan's other payments and
      *  payoffs: one for the same amount, dated within DUP PAY
      *  DAYS (parameter, default 3) of it, that was either taken
      *  on an earlier night or keyed earlier today, and has not
      *  been reversed, makes the later item a suspected duplicate.
      *
      *  A suspected duplicate is retyped DUP HOLD, which keeps it
      *  out of posting, the suspense sweep, allocation and the
      *  balance update, and is written to SUSPENSE.DAT as an OPEN
      *  DUP SUSPECT item naming the payment it matched.
      *  DUPLICATE-PAYMENT-REVIEW works the held items; a released
      *  item's replacement PAYMENT is not held again.  On a
      *  CATCHUP-CYCLE pass only payments through CHECK-CATCHUP-RUN's
      *  limit are checked.
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

           SELECT CHECK-TRAN-FILE ASSIGN TO 'TRANSACTION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHK-TRANSACTION-ID OF CHECK-TRAN-REC
               ALTERNATE RECORD KEY IS CHK-LOAN-ID OF CHECK-TRAN-REC
                   WITH DUPLICATES
               FILE STATUS IS CHECK-TRAN-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO 'SUSPENSE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSPENSE-ID OF SUSPENSE-REC
               FILE STATUS IS SUSPENSE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       COPY TRANREC.

       FD  CHECK-TRAN-FILE.
       01  CHECK-TRAN-REC.
           05  CHK-TRANSACTION-ID      PIC 9(5).
           05  CHK-LOAN-ID             PIC 9(5).
           05  CHK-PAYMENT-DATE        PIC 9(8).
           05  CHK-PAYMENT-AMOUNT      PIC 9(7)V99.
           05  CHK-REMAINING-BALANCE   PIC 9(7)V99.
           05  CHK-TRANSACTION-TYPE    PIC X(10).
               88  CHK-TYPE-PAYMENT     VALUE 'PAYMENT'.
               88  CHK-TYPE-PAYOFF      VALUE 'PAYOFF'.
               88  CHK-TYPE-REVERSAL    VALUE 'REVERSAL'.
           05  CHK-REVERSED-TRAN-ID    PIC 9(5).
           05  CHK-TELLER-SESSION-ID   PIC 9(5).
           05  CHK-TENDER-TYPE         PIC X(5).
           05  CHK-BRANCH-ID           PIC 9(3).
           05  CHK-ALLOCATION-SPLIT    PIC X(36).
           05  FILLER                  PIC X(18).

       FD  SUSPENSE-FILE.
       COPY SUSPENSEREC.

       WORKING-STORAGE SECTION.
       01  TRAN-FILE-STATUS         PIC XX.
           88  TRAN-FILE-OK          VALUE '00'.
       01  CHECK-TRAN-STATUS        PIC XX.
           88  CHECK-TRAN-OK         VALUE '00'.
       01  SUSPENSE-FILE-STATUS     PIC XX.
           88  SUSPENSE-FILE-OK      VALUE '00'.
           88  SUSPENSE-NOT-FOUND    VALUE '35'.

       01  WS-END-OF-TRANSACTIONS  PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS  VALUE 'Y'.
       01  WS-END-OF-CHECK-TRANS   PIC X VALUE 'N'.
           88  END-OF-CHECK-TRANS   VALUE 'Y'.
       01  WS-END-OF-SUSPENSE      PIC X VALUE 'N'.
           88  END-OF-SUSPENSE      VALUE 'Y'.

       01  WS-ALREADY-SUSPENSED    PIC X VALUE 'N'.
           88  ALREADY-SUSPENSED    VALUE 'Y'.
       01  WS-ENTRY-FOUND          PIC X VALUE 'N'.
           88  ENTRY-FOUND          VALUE 'Y'.
       01  WS-COPY-FOUND           PIC X VALUE 'N'.
           88  EARLIER-COPY-FOUND   VALUE 'Y'.

      *  The loan's reversals, loaded once per candidate so neither
      *  a reversed candidate nor a reversed earlier copy counts.
       01  WS-REVERSAL-TABLE.
           05  WS-RV-REVERSED-ID   PIC 9(5) OCCURS 200 TIMES.
       01  WS-REVERSAL-ENTRIES     PIC 9(3) COMP VALUE ZERO.
       01  WS-RV-IX                PIC 9(3) COMP.
       01  WS-FIND-TRAN-ID         PIC 9(5).
       01  WS-TABLE-FULL-COUNT     PIC 9(5) COMP VALUE ZERO.

       01  WS-WINDOW-DAYS          PIC 9(3) VALUE 3.
       01  WS-MATCHED-TRAN-ID      PIC 9(5).
       01  WS-MATCHED-DATE         PIC 9(8).
       01  WS-MATCHED-TENDER       PIC X(5).
       01  WS-MATCHED-SESSION      PIC 9(5).

       01  WS-DCI-BASIS           PIC X VALUE 'A'.
       01  WS-DCI-FROM-DATE       PIC 9(8).
       01  WS-DCI-TO-DATE         PIC 9(8).
       01  WS-DCI-PRINCIPAL       PIC 9(7)V99 VALUE ZERO.
       01  WS-DCI-RATE            PIC 9(3)V99 VALUE ZERO.
       01  WS-DCI-DAYS            PIC S9(5).
       01  WS-DCI-PER-DIEM        PIC 9(5)V9(4).
       01  WS-DCI-INTEREST        PIC 9(7)V99.

       01  WS-PARM-NAME           PIC X(20).
       01  WS-PARM-VALUE          PIC 9(7)V99.
       01  WS-PARM-FOUND          PIC X.
           88  PARM-FOUND          VALUE 'Y'.

       01  WS-NEXT-SUSPENSE-ID     PIC 9(5) VALUE ZERO.
       01  WS-ID-MODE             PIC X.
       01  WS-ID-SERIES           PIC X(12).
       01  WS-ID-FOUND            PIC X.
           88  ID-SERIES-FOUND     VALUE 'Y'.

       01  WS-PAYMENTS-CHECKED     PIC 9(5) COMP VALUE ZERO.
       01  WS-ITEMS-HELD           PIC 9(5) COMP VALUE ZERO.
       01  WS-DOLLARS-HELD         PIC 9(9)V99 VALUE ZERO.
       01  WS-EDIT-AMOUNT          PIC Z,ZZZ,ZZ9.99.
       01  WS-CTL-STEP-NAME        PIC X(20).
       01  WS-CTL-RECORDS-READ     PIC 9(7).
       01  WS-CTL-RECORDS-WRITTEN  PIC 9(7).
       01  WS-CTL-DOLLARS-IN       PIC 9(9)V99.
       01  WS-CTL-DOLLARS-OUT      PIC 9(9)V99.

       01  WS-CU-TRAN-LIMIT       PIC 9(5) VALUE ZERO.
       01  WS-CU-IN-CATCHUP       PIC X VALUE 'N'.
           88  CATCHUP-RUN         VALUE 'Y'.

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
       MOVE 'DUP-PAY-SCAN' TO WS-RST-STEP-NAME
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

       MOVE 'DUP PAY DAYS' TO WS-PARM-NAME
       CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                 WS-RST-BUSINESS-DATE
                                 WS-PARM-VALUE
                                 WS-PARM-FOUND
       IF PARM-FOUND AND WS-PARM-VALUE > ZERO
           MOVE WS-PARM-VALUE TO WS-WINDOW-DAYS
       END-IF

       OPEN I-O TRANSACTION-FILE
       IF NOT TRAN-FILE-OK
           DISPLAY 'Error Opening TRANSACTION-FILE.'
           STOP RUN
       END-IF

       OPEN I-O SUSPENSE-FILE
       IF SUSPENSE-NOT-FOUND
           OPEN OUTPUT SUSPENSE-FILE
           CLOSE SUSPENSE-FILE
           OPEN I-O SUSPENSE-FILE
       END-IF
       IF NOT SUSPENSE-FILE-OK
           DISPLAY 'Error Opening SUSPENSE-FILE.'
           CLOSE TRANSACTION-FILE
           STOP RUN
       END-IF

       CALL 'CHECK-CATCHUP-RUN' USING WS-CU-TRAN-LIMIT
                                       WS-CU-IN-CATCHUP

       PERFORM SCAN-NEXT-TRANSACTION
           UNTIL END-OF-TRANSACTIONS

       CLOSE TRANSACTION-FILE
       CLOSE SUSPENSE-FILE

       IF WS-TABLE-FULL-COUNT > ZERO
           DISPLAY 'WARNING: Reversal Table Full On '
               WS-TABLE-FULL-COUNT ' Loans - Reversals Past 200 '
               'Not Checked.'
       END-IF

       PERFORM WRITE-CONTROL-TOTALS

       MOVE 'R' TO WS-RST-MODE
       CALL 'STEP-RESTART-CONTROL' USING WS-RST-MODE
                                          WS-RST-STEP-NAME
                                          WS-RST-BUSINESS-DATE
                                          WS-RST-STEP-DONE

       MOVE WS-DOLLARS-HELD TO WS-EDIT-AMOUNT
       DISPLAY 'Duplicate Payment Scan Complete - Payments Checked: '
           WS-PAYMENTS-CHECKED ' Held: ' WS-ITEMS-HELD
           ' Dollars Held: ' WS-EDIT-AMOUNT

       STOP RUN.

      *----------------------------------------------------------------
      *  A payment with no allocation split has not been through a
      *  nightly cycle yet -- tonight's intake from every channel.
      *  A payment an operator moved here from another loan (tender
      *  MOVE) was already taken once and is not intake.
      *----------------------------------------------------------------
       SCAN-NEXT-TRANSACTION.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-TRANSACTIONS
               NOT AT END
                   IF TYPE-PAYMENT
                      AND NOT TENDER-PMT-TRANSFER
                      AND (ALLOCATION-SPLIT = ZEROS
                           OR ALLOCATION-SPLIT = SPACES)
                      AND (NOT CATCHUP-RUN
                           OR TRANSACTION-ID OF TRANSACTION-REC
                              NOT > WS-CU-TRAN-LIMIT)
                       ADD 1 TO WS-PAYMENTS-CHECKED
                       PERFORM EVALUATE-PAYMENT
                   END-IF
           END-READ.

       EVALUATE-PAYMENT.
           PERFORM CHECK-ALREADY-SUSPENSED
           IF NOT ALREADY-SUSPENSED
               PERFORM LOAD-LOAN-REVERSALS
               MOVE TRANSACTION-ID OF TRANSACTION-REC
                   TO WS-FIND-TRAN-ID
               PERFORM FIND-REVERSAL-ENTRY
               IF NOT ENTRY-FOUND
                   PERFORM FIND-EARLIER-COPY
                   IF EARLIER-COPY-FOUND
                       PERFORM HOLD-DUPLICATE-PAYMENT
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  A payment already on SUSPENSE.DAT -- swept there, or the
      *  replacement written when a held duplicate was released --
      *  is not examined again.
      *----------------------------------------------------------------
       CHECK-ALREADY-SUSPENSED.
           MOVE 'N' TO WS-ALREADY-SUSPENSED
           MOVE 'N' TO WS-END-OF-SUSPENSE
           MOVE ZERO TO SUSPENSE-ID OF SUSPENSE-REC
           START SUSPENSE-FILE KEY IS NOT LESS THAN
                   SUSPENSE-ID OF SUSPENSE-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-SUSPENSE
           END-START
           PERFORM SCAN-SUSPENSE-FOR-TRAN
               UNTIL END-OF-SUSPENSE OR ALREADY-SUSPENSED.

       SCAN-SUSPENSE-FOR-TRAN.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-SUSPENSE
               NOT AT END
                   IF TRANSACTION-ID OF SUSPENSE-REC
                       = TRANSACTION-ID OF TRANSACTION-REC
                       MOVE 'Y' TO WS-ALREADY-SUSPENSED
                   END-IF
                   IF REASON-DUPLICATE
                      AND DUP-RELEASE-TRAN-ID
                          = TRANSACTION-ID OF TRANSACTION-REC
                       MOVE 'Y' TO WS-ALREADY-SUSPENSED
                   END-IF
           END-READ.

       LOAD-LOAN-REVERSALS.
           MOVE ZERO TO WS-REVERSAL-ENTRIES
           MOVE 'N' TO WS-END-OF-CHECK-TRANS
           OPEN INPUT CHECK-TRAN-FILE
           IF CHECK-TRAN-OK
               MOVE LOAN-ID OF TRANSACTION-REC TO CHK-LOAN-ID
               START CHECK-TRAN-FILE KEY IS EQUAL TO CHK-LOAN-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-CHECK-TRANS
               END-START
               PERFORM LOAD-NEXT-REVERSAL
                   UNTIL END-OF-CHECK-TRANS
               CLOSE CHECK-TRAN-FILE
           END-IF.

       LOAD-NEXT-REVERSAL.
           READ CHECK-TRAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-CHECK-TRANS
               NOT AT END
                   IF CHK-LOAN-ID NOT = LOAN-ID OF TRANSACTION-REC
                       MOVE 'Y' TO WS-END-OF-CHECK-TRANS
                   ELSE
                       IF CHK-TYPE-REVERSAL
                           PERFORM ADD-REVERSAL-ENTRY
                       END-IF
                   END-IF
           END-READ.

       ADD-REVERSAL-ENTRY.
           IF WS-REVERSAL-ENTRIES < 200
               ADD 1 TO WS-REVERSAL-ENTRIES
               MOVE CHK-REVERSED-TRAN-ID
                   TO WS-RV-REVERSED-ID (WS-REVERSAL-ENTRIES)
           ELSE
               IF WS-REVERSAL-ENTRIES = 200
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   ADD 1 TO WS-REVERSAL-ENTRIES
               END-IF
           END-IF.

       FIND-REVERSAL-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND
           PERFORM MATCH-ONE-REVERSAL
               VARYING WS-RV-IX FROM 1 BY 1
               UNTIL WS-RV-IX > WS-REVERSAL-ENTRIES
                  OR WS-RV-IX > 200
                  OR ENTRY-FOUND.

       MATCH-ONE-REVERSAL.
           IF WS-RV-REVERSED-ID (WS-RV-IX) = WS-FIND-TRAN-ID
               MOVE 'Y' TO WS-ENTRY-FOUND
           END-IF.

      *----------------------------------------------------------------
      *  The earlier copy: same loan and amount, a PAYMENT or PAYOFF
      *  from any channel, taken on a prior night (already split) or
      *  keyed ahead of this one today, not reversed, and dated
      *  within the window either side of this payment.  A payment
      *  already held is no longer a PAYMENT, so a third copy is
      *  matched against the first, not the second.
      *----------------------------------------------------------------
       FIND-EARLIER-COPY.
           MOVE 'N' TO WS-COPY-FOUND
           MOVE 'N' TO WS-END-OF-CHECK-TRANS
           OPEN INPUT CHECK-TRAN-FILE
           IF CHECK-TRAN-OK
               MOVE LOAN-ID OF TRANSACTION-REC TO CHK-LOAN-ID
               START CHECK-TRAN-FILE KEY IS EQUAL TO CHK-LOAN-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-CHECK-TRANS
               END-START
               PERFORM CHECK-NEXT-LOAN-PAYMENT
                   UNTIL END-OF-CHECK-TRANS OR EARLIER-COPY-FOUND
               CLOSE CHECK-TRAN-FILE
           END-IF.

       CHECK-NEXT-LOAN-PAYMENT.
           READ CHECK-TRAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-CHECK-TRANS
               NOT AT END
                   IF CHK-LOAN-ID NOT = LOAN-ID OF TRANSACTION-REC
                       MOVE 'Y' TO WS-END-OF-CHECK-TRANS
                   ELSE
                       IF (CHK-TYPE-PAYMENT OR CHK-TYPE-PAYOFF)
                          AND CHK-TRANSACTION-ID
                              NOT = TRANSACTION-ID OF TRANSACTION-REC
                          AND CHK-PAYMENT-AMOUNT
                              = PAYMENT-AMOUNT OF TRANSACTION-REC
                          AND ((CHK-ALLOCATION-SPLIT NOT = ZEROS
                                AND CHK-ALLOCATION-SPLIT NOT = SPACES)
                               OR CHK-TRANSACTION-ID
                                  < TRANSACTION-ID OF TRANSACTION-REC)
                           PERFORM CHECK-COPY-IN-WINDOW
                       END-IF
                   END-IF
           END-READ.

       CHECK-COPY-IN-WINDOW.
           IF CHK-PAYMENT-DATE < PAYMENT-DATE OF TRANSACTION-REC
               MOVE CHK-PAYMENT-DATE TO WS-DCI-FROM-DATE
               MOVE PAYMENT-DATE OF TRANSACTION-REC TO WS-DCI-TO-DATE
           ELSE
               MOVE PAYMENT-DATE OF TRANSACTION-REC
                   TO WS-DCI-FROM-DATE
               MOVE CHK-PAYMENT-DATE TO WS-DCI-TO-DATE
           END-IF
           CALL 'DAY-COUNT-INTEREST' USING WS-DCI-BASIS
                                           WS-DCI-FROM-DATE
                                           WS-DCI-TO-DATE
                                           WS-DCI-PRINCIPAL
                                           WS-DCI-RATE
                                           WS-DCI-DAYS
                                           WS-DCI-PER-DIEM
                                           WS-DCI-INTEREST
           IF WS-DCI-DAYS NOT > WS-WINDOW-DAYS
               MOVE CHK-TRANSACTION-ID TO WS-FIND-TRAN-ID
               PERFORM FIND-REVERSAL-ENTRY
               IF NOT ENTRY-FOUND
                   MOVE 'Y' TO WS-COPY-FOUND
                   MOVE CHK-TRANSACTION-ID TO WS-MATCHED-TRAN-ID
                   MOVE CHK-PAYMENT-DATE   TO WS-MATCHED-DATE
                   MOVE CHK-TENDER-TYPE    TO WS-MATCHED-TENDER
                   MOVE CHK-TELLER-SESSION-ID TO WS-MATCHED-SESSION
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  Takes the payment off the posting path and opens the
      *  suspense item the reviewer works from.
      *----------------------------------------------------------------
       HOLD-DUPLICATE-PAYMENT.
           MOVE 'DUP HOLD' TO TRANSACTION-TYPE
           REWRITE TRANSACTION-REC
               INVALID KEY
                   DISPLAY 'Error Holding Transaction '
                       TRANSACTION-ID OF TRANSACTION-REC
               NOT INVALID KEY
                   PERFORM WRITE-SUSPENSE-ITEM
           END-REWRITE.

       WRITE-SUSPENSE-ITEM.
           PERFORM ASSIGN-NEXT-SUSPENSE-ID
           MOVE WS-NEXT-SUSPENSE-ID TO SUSPENSE-ID OF SUSPENSE-REC
           MOVE TRANSACTION-ID OF TRANSACTION-REC
               TO TRANSACTION-ID OF SUSPENSE-REC
           MOVE LOAN-ID OF TRANSACTION-REC
               TO LOAN-ID OF SUSPENSE-REC
           MOVE PAYMENT-DATE OF TRANSACTION-REC
               TO PAYMENT-DATE OF SUSPENSE-REC
           MOVE PAYMENT-AMOUNT OF TRANSACTION-REC
               TO PAYMENT-AMOUNT OF SUSPENSE-REC
           MOVE 'DUP SUSPECT'      TO SUSPENSE-REASON
           MOVE 'OPEN'             TO SUSPENSE-STATUS
           MOVE ZERO               TO RESOLVED-DATE
           MOVE SPACES             TO RESOLVED-BY
           MOVE WS-MATCHED-TRAN-ID TO DUP-MATCHED-TRAN-ID
           MOVE ZERO               TO DUP-RELEASE-TRAN-ID

           WRITE SUSPENSE-REC
               INVALID KEY
                   DISPLAY 'Error Writing Suspense Item For '
                       'Transaction ' TRANSACTION-ID
                           OF TRANSACTION-REC
               NOT INVALID KEY
                   ADD 1 TO WS-ITEMS-HELD
                   ADD PAYMENT-AMOUNT OF TRANSACTION-REC
                       TO WS-DOLLARS-HELD
                   MOVE PAYMENT-AMOUNT OF TRANSACTION-REC
                       TO WS-EDIT-AMOUNT
                   DISPLAY 'DUP HOLD: Tran '
                       TRANSACTION-ID OF TRANSACTION-REC
                       ' Loan ' LOAN-ID OF TRANSACTION-REC
                       ' Amount ' WS-EDIT-AMOUNT
                       ' Date ' PAYMENT-DATE OF TRANSACTION-REC
                       ' Tender ' TENDER-TYPE
                   DISPLAY '          Matches Tran '
                       WS-MATCHED-TRAN-ID
                       ' Date ' WS-MATCHED-DATE
                       ' Tender ' WS-MATCHED-TENDER
                       ' Session ' WS-MATCHED-SESSION
           END-WRITE.

       ASSIGN-NEXT-SUSPENSE-ID.
           MOVE 'A' TO WS-ID-MODE
           MOVE 'SUSPENSE' TO WS-ID-SERIES
           CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                        WS-ID-SERIES
                                        WS-NEXT-SUSPENSE-ID
                                        WS-ID-FOUND
           IF NOT ID-SERIES-FOUND
               PERFORM SEED-SUSPENSE-SERIES
           END-IF.

      *----------------------------------------------------------------
      *  First use of the central control file for this series: seed
      *  it once from the high SUSPENSE-ID on file.
      *----------------------------------------------------------------
       SEED-SUSPENSE-SERIES.
           MOVE ZERO TO WS-NEXT-SUSPENSE-ID
           MOVE 'N' TO WS-END-OF-SUSPENSE
           MOVE ZERO TO SUSPENSE-ID OF SUSPENSE-REC
           START SUSPENSE-FILE KEY IS NOT LESS THAN
                   SUSPENSE-ID OF SUSPENSE-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-SUSPENSE
           END-START
           PERFORM FIND-HIGHEST-SUSPENSE-ID
               UNTIL END-OF-SUSPENSE
           ADD 1 TO WS-NEXT-SUSPENSE-ID
           MOVE 'S' TO WS-ID-MODE
           MOVE 'SUSPENSE' TO WS-ID-SERIES
           CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                        WS-ID-SERIES
                                        WS-NEXT-SUSPENSE-ID
                                        WS-ID-FOUND.

       FIND-HIGHEST-SUSPENSE-ID.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-SUSPENSE
               NOT AT END
                   IF SUSPENSE-ID OF SUSPENSE-REC
                       > WS-NEXT-SUSPENSE-ID
                       MOVE SUSPENSE-ID OF SUSPENSE-REC
                           TO WS-NEXT-SUSPENSE-ID
                   END-IF
           END-READ.

       WRITE-CONTROL-TOTALS.
           MOVE 'DUP-PAY-SCAN'      TO WS-CTL-STEP-NAME
           MOVE WS-PAYMENTS-CHECKED TO WS-CTL-RECORDS-READ
           MOVE WS-ITEMS-HELD       TO WS-CTL-RECORDS-WRITTEN
           MOVE WS-DOLLARS-HELD     TO WS-CTL-DOLLARS-IN
           MOVE WS-DOLLARS-HELD     TO WS-CTL-DOLLARS-OUT
           CALL 'WRITE-BATCH-CONTROL' USING WS-CTL-STEP-NAME
                                             WS-CTL-RECORDS-READ
                                             WS-CTL-RECORDS-WRITTEN
                                             WS-CTL-DOLLARS-IN
                                             WS-CTL-DOLLARS-OUT.
