       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPLICATE-PAYMENT-REVIEW.

      *================================================================
      *  Review work list over the payments DUPLICATE-PAYMENT-SCAN
      *  held as suspected duplicates (OPEN DUP SUSPECT items on
      *  SUSPENSE.DAT).  Lists each held payment beside the earlier
      *  payment it matched, channel by channel, and resolves one at
      *  a time:
      *      RELEASE - the borrower really did pay twice: a new
      *                PAYMENT is written for the held money, dated
      *                as received, and the next nightly cycle posts
      *                it (credited back to its receipt date when
      *                the review ran later).  The scan does not hold
      *                the replacement again.
      *      RETURN  - the second copy goes back to the remitter;
      *                the held payment stays off the loan.
      *  Either way the item is stamped with who resolved it and
      *  when, and the action is logged.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO 'SUSPENSE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSPENSE-ID OF SUSPENSE-REC
               FILE STATUS IS SUSPENSE-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO 'TRANSACTION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID OF TRANSACTION-REC
               ALTERNATE RECORD KEY IS LOAN-ID OF TRANSACTION-REC
                   WITH DUPLICATES
               FILE STATUS IS TRAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
       COPY SUSPENSEREC.

       FD  TRANSACTION-FILE.
       COPY TRANREC.

       WORKING-STORAGE SECTION.
       01  SUSPENSE-FILE-STATUS    PIC XX.
           88  SUSPENSE-FILE-OK     VALUE '00'.
       01  TRAN-FILE-STATUS        PIC XX.
           88  TRAN-FILE-OK         VALUE '00'.
       01  WS-MODE                 PIC X.
           88  LIST-MODE             VALUE '1'.
           88  RELEASE-MODE          VALUE '2'.
           88  RETURN-MODE           VALUE '3'.
       01  WS-END-OF-SUSPENSE      PIC X VALUE 'N'.
           88  END-OF-SUSPENSE      VALUE 'Y'.
       01  WS-END-OF-TRANSACTIONS  PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS  VALUE 'Y'.
       01  WS-TRAN-FOUND           PIC X VALUE 'N'.
           88  TRAN-FOUND           VALUE 'Y'.
       01  WS-CONFIRM              PIC X.
           88  CONFIRMED             VALUE 'Y' 'y'.
       01  WS-SUSPENSE-ID          PIC 9(5).
       01  WS-TODAY                PIC 9(8).
       01  WS-LOAN-ID              PIC 9(5).
       01  WS-FIND-TRAN-ID         PIC 9(5).
       01  WS-HELD-TRAN-ID         PIC 9(5).
       01  WS-HELD-LOAN-ID         PIC 9(5).
       01  WS-HELD-DATE            PIC 9(8).
       01  WS-HELD-AMOUNT          PIC 9(7)V99.
       01  WS-HELD-TENDER          PIC X(5).
       01  WS-HELD-BRANCH          PIC 9(3).
       01  WS-NEXT-TRANSACTION-ID  PIC 9(5) VALUE ZERO.
       01  WS-HELD-ITEMS           PIC 9(5) COMP VALUE ZERO.
       01  WS-HELD-DOLLARS         PIC 9(9)V99 VALUE ZERO.
       01  WS-EDIT-AMOUNT          PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-USER-ID              PIC A(10).
       01  WS-LOG-ACTION-TYPE      PIC A(20).
       01  WS-LOG-DESCRIPTION      PIC A(50).

       01  WS-ID-MODE             PIC X.
       01  WS-ID-SERIES           PIC X(12).
       01  WS-ID-FOUND            PIC X.
           88  ID-SERIES-FOUND     VALUE 'Y'.

       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.
       01  WS-DATE-FOUND          PIC X.
           88  DATE-FOUND          VALUE 'Y'.
       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       DISPLAY '1. List Held Duplicate Payments'
       DISPLAY '2. Release Held Payment For Posting'
       DISPLAY '3. Return Held Payment To Remitter'
       DISPLAY 'Select Option: '
       ACCEPT WS-MODE
       CALL 'GET-BUSINESS-DATE' USING WS-TODAY
                                       WS-DATE-FOUND
       IF NOT DATE-FOUND
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
       END-IF
       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
                                       WS-SIGNON-FOUND
       IF NOT SIGNON-FOUND
           DISPLAY 'Enter Your User ID: '
           ACCEPT WS-USER-ID
       END-IF

       EVALUATE TRUE
           WHEN LIST-MODE
               PERFORM LIST-HELD-ITEMS
           WHEN RELEASE-MODE
               PERFORM RELEASE-ITEM
           WHEN RETURN-MODE
               PERFORM RETURN-ITEM
           WHEN OTHER
               DISPLAY 'Invalid Option.'
       END-EVALUATE

       STOP RUN.

       LIST-HELD-ITEMS.
           OPEN INPUT SUSPENSE-FILE
           IF NOT SUSPENSE-FILE-OK
               DISPLAY 'Error Opening SUSPENSE-FILE.'
               STOP RUN
           END-IF
           OPEN INPUT TRANSACTION-FILE

           DISPLAY 'SUSP-ID  HELD TRAN / MATCHED TRAN  LOAN-ID  DATE'
               '          AMOUNT  TENDER BRANCH SESSION'
           PERFORM LIST-NEXT-ITEM UNTIL END-OF-SUSPENSE

           CLOSE TRANSACTION-FILE
           CLOSE SUSPENSE-FILE
           MOVE WS-HELD-DOLLARS TO WS-EDIT-TOTAL
           DISPLAY 'Held Duplicate Payments: ' WS-HELD-ITEMS
               '  Dollars Held: ' WS-EDIT-TOTAL.

       LIST-NEXT-ITEM.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-SUSPENSE
               NOT AT END
                   IF SUSPENSE-OPEN AND REASON-DUPLICATE
                       ADD 1 TO WS-HELD-ITEMS
                       ADD PAYMENT-AMOUNT OF SUSPENSE-REC
                           TO WS-HELD-DOLLARS
                       PERFORM SHOW-HELD-PAIR
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  The held payment and the one it matched, each with the
      *  channel it came through, so the reviewer can see a teller
      *  item against an autopay draft, a wire against an ACH, or
      *  the same batch keyed twice.
      *----------------------------------------------------------------
       SHOW-HELD-PAIR.
           DISPLAY ' '
           MOVE TRANSACTION-ID OF SUSPENSE-REC TO WS-FIND-TRAN-ID
           PERFORM SHOW-ONE-TRANSACTION
           MOVE DUP-MATCHED-TRAN-ID TO WS-FIND-TRAN-ID
           PERFORM SHOW-ONE-TRANSACTION.

       SHOW-ONE-TRANSACTION.
           PERFORM READ-TRANSACTION
           IF TRAN-FOUND
               MOVE PAYMENT-AMOUNT OF TRANSACTION-REC
                   TO WS-EDIT-AMOUNT
               IF WS-FIND-TRAN-ID = TRANSACTION-ID OF SUSPENSE-REC
                   DISPLAY SUSPENSE-ID OF SUSPENSE-REC
                       '    HELD    ' WS-FIND-TRAN-ID
                       '            ' LOAN-ID OF TRANSACTION-REC
                       '    ' PAYMENT-DATE OF TRANSACTION-REC
                       ' ' WS-EDIT-AMOUNT
                       '  ' TENDER-TYPE
                       '  ' BRANCH-ID OF TRANSACTION-REC
                       '    ' TELLER-SESSION-ID
               ELSE
                   DISPLAY '         MATCHES ' WS-FIND-TRAN-ID
                       ' ' TRANSACTION-TYPE
                       '  ' LOAN-ID OF TRANSACTION-REC
                       '    ' PAYMENT-DATE OF TRANSACTION-REC
                       ' ' WS-EDIT-AMOUNT
                       '  ' TENDER-TYPE
                       '  ' BRANCH-ID OF TRANSACTION-REC
                       '    ' TELLER-SESSION-ID
               END-IF
           ELSE
               DISPLAY '         Transaction ' WS-FIND-TRAN-ID
                   ' Not On File.'
           END-IF.

       READ-TRANSACTION.
           MOVE 'N' TO WS-TRAN-FOUND
           MOVE WS-FIND-TRAN-ID TO TRANSACTION-ID OF TRANSACTION-REC
           READ TRANSACTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TRAN-FOUND
           END-READ.

       RELEASE-ITEM.
           PERFORM READ-HELD-ITEM
           DISPLAY 'Release Payment ' WS-HELD-TRAN-ID
               ' For Posting To Loan ' WS-HELD-LOAN-ID '? (Y/N): '
           ACCEPT WS-CONFIRM
           IF NOT CONFIRMED
               DISPLAY 'Release Cancelled.'
               CLOSE SUSPENSE-FILE
               STOP RUN
           END-IF

           PERFORM ASSIGN-NEXT-TRANSACTION-ID
           PERFORM WRITE-RELEASED-PAYMENT

           MOVE 'RELEASED' TO SUSPENSE-STATUS
           MOVE WS-NEXT-TRANSACTION-ID TO DUP-RELEASE-TRAN-ID
           PERFORM STAMP-AND-REWRITE-ITEM

           MOVE 'DUP PAY RELEASE' TO WS-LOG-ACTION-TYPE
           MOVE SPACES TO WS-LOG-DESCRIPTION
           STRING 'Loan ' WS-HELD-LOAN-ID
                  ' Held Tran ' WS-HELD-TRAN-ID
                  ' Released As ' WS-NEXT-TRANSACTION-ID
               DELIMITED BY SIZE INTO WS-LOG-DESCRIPTION
           END-STRING
           CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                         WS-USER-ID
                                         WS-LOG-DESCRIPTION
           DISPLAY 'Held Payment Released As Transaction '
               WS-NEXT-TRANSACTION-ID ' - Posts In Tonight''s Cycle.'
           CLOSE SUSPENSE-FILE.

       RETURN-ITEM.
           PERFORM READ-HELD-ITEM
           DISPLAY 'Return Payment ' WS-HELD-TRAN-ID
               ' To The Remitter? (Y/N): '
           ACCEPT WS-CONFIRM
           IF NOT CONFIRMED
               DISPLAY 'Return Cancelled.'
               CLOSE SUSPENSE-FILE
               STOP RUN
           END-IF

           MOVE 'REFUNDED' TO SUSPENSE-STATUS
           PERFORM STAMP-AND-REWRITE-ITEM

           MOVE 'DUP PAY RETURN' TO WS-LOG-ACTION-TYPE
           MOVE SPACES TO WS-LOG-DESCRIPTION
           STRING 'Loan ' WS-HELD-LOAN-ID
                  ' Held Tran ' WS-HELD-TRAN-ID
                  ' Returned'
               DELIMITED BY SIZE INTO WS-LOG-DESCRIPTION
           END-STRING
           CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                         WS-USER-ID
                                         WS-LOG-DESCRIPTION
           DISPLAY 'Held Payment Marked For Return To Remitter.'
           CLOSE SUSPENSE-FILE.

      *----------------------------------------------------------------
      *  Reads the item to work and the held payment behind it, and
      *  shows the pair once more before the reviewer commits.
      *  Leaves SUSPENSE-FILE open I-O for the rewrite.
      *----------------------------------------------------------------
       READ-HELD-ITEM.
           DISPLAY 'Enter Suspense ID: '
           ACCEPT WS-SUSPENSE-ID

           OPEN I-O SUSPENSE-FILE
           IF NOT SUSPENSE-FILE-OK
               DISPLAY 'Error Opening SUSPENSE-FILE.'
               STOP RUN
           END-IF

           MOVE WS-SUSPENSE-ID TO SUSPENSE-ID OF SUSPENSE-REC
           READ SUSPENSE-FILE
               INVALID KEY
                   DISPLAY 'Suspense Item Not Found: ' WS-SUSPENSE-ID
                   CLOSE SUSPENSE-FILE
                   STOP RUN
           END-READ

           IF NOT REASON-DUPLICATE
               DISPLAY 'Suspense Item ' WS-SUSPENSE-ID
                   ' Is Not A Held Duplicate - Reason Is '
                   SUSPENSE-REASON
               CLOSE SUSPENSE-FILE
               STOP RUN
           END-IF
           IF NOT SUSPENSE-OPEN
               DISPLAY 'Suspense Item Is Not Open: ' WS-SUSPENSE-ID
                   ' - Status Is ' SUSPENSE-STATUS
               CLOSE SUSPENSE-FILE
               STOP RUN
           END-IF

           MOVE LOAN-ID OF SUSPENSE-REC TO WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               CLOSE SUSPENSE-FILE
               STOP RUN
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF NOT TRAN-FILE-OK
               DISPLAY 'Error Opening TRANSACTION-FILE.'
               CLOSE SUSPENSE-FILE
               STOP RUN
           END-IF
           MOVE TRANSACTION-ID OF SUSPENSE-REC TO WS-FIND-TRAN-ID
           PERFORM READ-TRANSACTION
           IF NOT TRAN-FOUND OR NOT TYPE-DUP-HOLD
               DISPLAY 'Transaction ' WS-FIND-TRAN-ID
                   ' Is Not On Hold - Item Cannot Be Worked Here.'
               CLOSE TRANSACTION-FILE
               CLOSE SUSPENSE-FILE
               STOP RUN
           END-IF
           MOVE TRANSACTION-ID OF TRANSACTION-REC TO WS-HELD-TRAN-ID
           MOVE LOAN-ID OF TRANSACTION-REC TO WS-HELD-LOAN-ID
           MOVE PAYMENT-DATE OF TRANSACTION-REC TO WS-HELD-DATE
           MOVE PAYMENT-AMOUNT OF TRANSACTION-REC TO WS-HELD-AMOUNT
           MOVE TENDER-TYPE TO WS-HELD-TENDER
           MOVE BRANCH-ID OF TRANSACTION-REC TO WS-HELD-BRANCH
           PERFORM SHOW-HELD-PAIR
           CLOSE TRANSACTION-FILE.

       STAMP-AND-REWRITE-ITEM.
           MOVE WS-TODAY   TO RESOLVED-DATE
           MOVE WS-USER-ID TO RESOLVED-BY
           REWRITE SUSPENSE-REC
               INVALID KEY
                   DISPLAY 'Error Updating Suspense Item.'
           END-REWRITE.

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
      *  The replacement PAYMENT carries the held item's loan, date,
      *  amount, tender and branch.  It is not tied to a teller
      *  session: the drawer already balanced with the held item.
      *  Money released after its receipt date never reduced the
      *  balance while held, so it is credited back to that date
      *  and the nightly run re-accrues the interest.
      *----------------------------------------------------------------
       WRITE-RELEASED-PAYMENT.
           OPEN I-O TRANSACTION-FILE
           MOVE WS-NEXT-TRANSACTION-ID
               TO TRANSACTION-ID OF TRANSACTION-REC
           MOVE WS-HELD-LOAN-ID TO LOAN-ID OF TRANSACTION-REC
           MOVE WS-HELD-DATE    TO PAYMENT-DATE OF TRANSACTION-REC
           MOVE WS-HELD-AMOUNT
               TO PAYMENT-AMOUNT OF TRANSACTION-REC
           MOVE ZERO            TO REMAINING-BALANCE
           MOVE 'PAYMENT'       TO TRANSACTION-TYPE
           MOVE ZERO            TO REVERSED-TRANSACTION-ID
           MOVE ZERO            TO TELLER-SESSION-ID
           MOVE WS-HELD-TENDER  TO TENDER-TYPE
           MOVE WS-HELD-BRANCH  TO BRANCH-ID OF TRANSACTION-REC
           MOVE ZEROS TO ALLOCATION-SPLIT
           MOVE ZEROS TO BACKDATE-CONTROL
           IF WS-HELD-DATE < WS-TODAY
               MOVE WS-HELD-DATE TO PAYMENT-EFFECTIVE-DATE
               MOVE 'P' TO BACKDATE-STATUS
           END-IF
           WRITE TRANSACTION-REC
               INVALID KEY
                   DISPLAY 'Error Writing Released Payment '
                       WS-NEXT-TRANSACTION-ID
                   CLOSE TRANSACTION-FILE
                   CLOSE SUSPENSE-FILE
                   STOP RUN
           END-WRITE
           CLOSE TRANSACTION-FILE.
