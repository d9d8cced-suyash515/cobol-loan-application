       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERGE-CUSTOMER-RECORDS.

      *================================================================
      *  Callable duplicate-customer merge, run by SUPERVISOR-
      *  APPROVAL when a CUSTOMER MERGE item is released.  Everything
      *  that points at the retired CUSTOMER-ID is re-pointed at the
      *  surviving one:
      *      - every loan on LOAN.DAT (autopay enrollments, keyed by
      *        loan, follow their loans without being touched);
      *      - guarantees on GUARANTOR.DAT;
      *      - co-borrower references on other CUSTOMER.DAT rows;
      *      - credit-score history on SCORE_HISTORY.DAT;
      *      - the letter log on LETTER_LOG.DAT.
      *  The two LINE SEQUENTIAL files are rebuilt through a .NEW
      *  work file and copied back, the way RETENTION-PURGE rebuilds
      *  LOG.DAT.  The retired customer's loan amount and balance
      *  fold into the survivor's and are zeroed; the retired row
      *  stays on file, and a CUSTOMER_MERGE.DAT row becomes the
      *  forwarding pointer RESOLVE-CUSTOMER-ID follows.  Every
      *  indexed rewrite is journaled.  The merged flag comes back
      *  'Y' only when the whole merge was carried out.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-REC
               FILE STATUS IS CUST-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-REC
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF LOAN-REC
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT GUARANTOR-FILE ASSIGN TO 'GUARANTOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF GUARANTOR-REC
               FILE STATUS IS GUAR-FILE-STATUS.

           SELECT SCORE-HISTORY-FILE ASSIGN TO 'SCORE_HISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT NEW-SCORE-HISTORY-FILE
               ASSIGN TO 'SCORE_HISTORY.DAT.NEW'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS NEW-HISTORY-FILE-STATUS.

           SELECT LETTER-LOG-FILE ASSIGN TO 'LETTER_LOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LETLOG-FILE-STATUS.

           SELECT NEW-LETTER-LOG-FILE ASSIGN TO 'LETTER_LOG.DAT.NEW'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS NEW-LETLOG-FILE-STATUS.

           SELECT CUSTOMER-MERGE-FILE ASSIGN TO 'CUSTOMER_MERGE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RETIRED-CUSTOMER-ID
               FILE STATUS IS MERGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  LOAN-FILE.
       COPY LOANREC.

       FD  GUARANTOR-FILE.
       COPY GUARANTORREC.

       FD  SCORE-HISTORY-FILE.
       01  SCORE-HISTORY-REC.
           05  HIST-CUSTOMER-ID    PIC 9(5).
           05  HIST-SCORE-DATE     PIC 9(8).
           05  HIST-OLD-SCORE      PIC 9(3).
           05  HIST-NEW-SCORE      PIC 9(3).

       FD  NEW-SCORE-HISTORY-FILE.
       01  NEW-SCORE-HISTORY-REC   PIC X(40).

       FD  LETTER-LOG-FILE.
       COPY LETTERLOGREC.

       FD  NEW-LETTER-LOG-FILE.
      *  Sized over the current LETTER-LOG-REC length so a future
      *  field added to LETTERLOGREC cannot silently truncate here.
       01  NEW-LETTER-LOG-REC      PIC X(80).

       FD  CUSTOMER-MERGE-FILE.
       COPY CUSTMERGEREC.

       WORKING-STORAGE SECTION.
       01  CUST-FILE-STATUS        PIC XX.
           88  CUST-FILE-OK         VALUE '00'.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
       01  GUAR-FILE-STATUS        PIC XX.
           88  GUAR-FILE-OK         VALUE '00'.
       01  HISTORY-FILE-STATUS     PIC XX.
           88  HISTORY-FILE-OK      VALUE '00'.
       01  NEW-HISTORY-FILE-STATUS PIC XX.
           88  NEW-HISTORY-FILE-OK  VALUE '00'.
       01  LETLOG-FILE-STATUS      PIC XX.
           88  LETLOG-FILE-OK       VALUE '00'.
       01  NEW-LETLOG-FILE-STATUS  PIC XX.
           88  NEW-LETLOG-FILE-OK   VALUE '00'.
       01  MERGE-FILE-STATUS       PIC XX.
           88  MERGE-FILE-OK        VALUE '00'.
           88  MERGE-NOT-FOUND      VALUE '35'.

       01  WS-END-OF-FILE          PIC X.
           88  END-OF-FILE          VALUE 'Y'.
       01  WS-CHECKS-PASSED        PIC X.
           88  CHECKS-PASSED        VALUE 'Y'.
       01  WS-RETIRED-AMOUNT       PIC 9(7)V99.
       01  WS-RETIRED-BALANCE      PIC 9(7)V99.
       01  WS-RUN-DATE             PIC 9(8).

       01  WS-LOANS-MOVED          PIC 9(5) VALUE ZERO.
       01  WS-GUARANTEES-MOVED     PIC 9(5) VALUE ZERO.
       01  WS-CO-BORROWERS-MOVED   PIC 9(5) VALUE ZERO.
       01  WS-SCORE-ROWS-MOVED     PIC 9(5) VALUE ZERO.
       01  WS-LETTER-ROWS-MOVED    PIC 9(5) VALUE ZERO.

       01  WS-JRN-FILE-NAME        PIC X(20).
       01  WS-JRN-ACTION           PIC X(10) VALUE 'UPDATE'.
       01  WS-JRN-BEFORE           PIC X(400).
       01  WS-JRN-AFTER            PIC X(400).
       01  WS-LOG-ACTION-TYPE      PIC A(20).
       01  WS-LOG-DESCRIPTION      PIC A(50).

       LINKAGE SECTION.
       01  WS-RETIRED-ID           PIC 9(5).
       01  WS-SURVIVOR-ID          PIC 9(5).
       01  WS-REQUESTED-BY         PIC X(10).
       01  WS-APPROVED-BY          PIC X(10).
       01  WS-MERGED-OK            PIC X.

       PROCEDURE DIVISION USING WS-RETIRED-ID
                                 WS-SURVIVOR-ID
                                 WS-REQUESTED-BY
                                 WS-APPROVED-BY
                                 WS-MERGED-OK.

       MOVE 'N' TO WS-MERGED-OK
       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

       PERFORM CHECK-MERGE-CANDIDATES
       IF NOT CHECKS-PASSED
           GOBACK
       END-IF

       PERFORM MOVE-LOANS
       PERFORM MOVE-GUARANTEES
       PERFORM MOVE-CUSTOMER-REFERENCES
       PERFORM MOVE-SCORE-HISTORY
       PERFORM MOVE-LETTER-LOG
       PERFORM WRITE-FORWARDING-POINTER

       IF WS-MERGED-OK = 'Y'
           DISPLAY 'Customer ' WS-RETIRED-ID ' Merged Into '
               WS-SURVIVOR-ID
           DISPLAY '  Loans ' WS-LOANS-MOVED
               ' Guarantees ' WS-GUARANTEES-MOVED
               ' Co-Borrower Refs ' WS-CO-BORROWERS-MOVED
           DISPLAY '  Score History Rows ' WS-SCORE-ROWS-MOVED
               ' Letter Log Rows ' WS-LETTER-ROWS-MOVED
           MOVE 'CUSTOMER MERGE' TO WS-LOG-ACTION-TYPE
           MOVE 'Duplicate Customer Merged And Retired'
               TO WS-LOG-DESCRIPTION
           CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                         WS-APPROVED-BY
                                         WS-LOG-DESCRIPTION
       END-IF

       GOBACK.

      *----------------------------------------------------------------
      *  Both IDs must be on file, different, and the retiring one
      *  not already merged away -- re-checked here because the
      *  queue item may have sat a while before release.
      *----------------------------------------------------------------
       CHECK-MERGE-CANDIDATES.
           MOVE 'Y' TO WS-CHECKS-PASSED
           IF WS-RETIRED-ID = WS-SURVIVOR-ID
               DISPLAY 'Cannot Merge A Customer Into Itself.'
               MOVE 'N' TO WS-CHECKS-PASSED
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF NOT CUST-FILE-OK
               DISPLAY 'Error Opening CUSTOMER-FILE.'
               MOVE 'N' TO WS-CHECKS-PASSED
           ELSE
               MOVE WS-RETIRED-ID TO CUSTOMER-ID OF CUSTOMER-REC
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY 'Customer Not Found: ' WS-RETIRED-ID
                       MOVE 'N' TO WS-CHECKS-PASSED
               END-READ
               MOVE WS-SURVIVOR-ID TO CUSTOMER-ID OF CUSTOMER-REC
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY 'Customer Not Found: ' WS-SURVIVOR-ID
                       MOVE 'N' TO WS-CHECKS-PASSED
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF

           OPEN INPUT CUSTOMER-MERGE-FILE
           IF MERGE-FILE-OK
               MOVE WS-RETIRED-ID TO RETIRED-CUSTOMER-ID
               READ CUSTOMER-MERGE-FILE
                   NOT INVALID KEY
                       DISPLAY 'Customer ' WS-RETIRED-ID
                           ' Already Merged Into '
                           SURVIVING-CUSTOMER-ID
                       MOVE 'N' TO WS-CHECKS-PASSED
               END-READ
               MOVE WS-SURVIVOR-ID TO RETIRED-CUSTOMER-ID
               READ CUSTOMER-MERGE-FILE
                   NOT INVALID KEY
                       DISPLAY 'Surviving Customer ' WS-SURVIVOR-ID
                           ' Is Itself Retired Into '
                           SURVIVING-CUSTOMER-ID
                       MOVE 'N' TO WS-CHECKS-PASSED
               END-READ
               CLOSE CUSTOMER-MERGE-FILE
           END-IF.

      *----------------------------------------------------------------
      *  Loans are walked in LOAN-ID order, not down the
      *  CUSTOMER-ID alternate index, since the rewrite changes
      *  the very key that index would be reading on.
      *----------------------------------------------------------------
       MOVE-LOANS.
           MOVE 'LOAN.DAT' TO WS-JRN-FILE-NAME
           MOVE 'N' TO WS-END-OF-FILE
           OPEN I-O LOAN-FILE
           IF LOAN-FILE-OK
               PERFORM MOVE-NEXT-LOAN UNTIL END-OF-FILE
               CLOSE LOAN-FILE
           END-IF.

       MOVE-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF CUSTOMER-ID OF LOAN-REC = WS-RETIRED-ID
                       MOVE LOAN-REC TO WS-JRN-BEFORE
                       MOVE WS-SURVIVOR-ID TO CUSTOMER-ID OF LOAN-REC
                       REWRITE LOAN-REC
                           INVALID KEY
                               DISPLAY 'Error Moving Loan '
                                   LOAN-ID OF LOAN-REC
                           NOT INVALID KEY
                               ADD 1 TO WS-LOANS-MOVED
                               MOVE LOAN-REC TO WS-JRN-AFTER
                               PERFORM JOURNAL-REWRITE
                       END-REWRITE
                   END-IF
           END-READ.

       MOVE-GUARANTEES.
           MOVE 'GUARANTOR.DAT' TO WS-JRN-FILE-NAME
           MOVE 'N' TO WS-END-OF-FILE
           OPEN I-O GUARANTOR-FILE
           IF GUAR-FILE-OK
               PERFORM MOVE-NEXT-GUARANTEE UNTIL END-OF-FILE
               CLOSE GUARANTOR-FILE
           END-IF.

       MOVE-NEXT-GUARANTEE.
           READ GUARANTOR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF GUARANTOR-CUSTOMER-ID = WS-RETIRED-ID
                       MOVE GUARANTOR-REC TO WS-JRN-BEFORE
                       MOVE WS-SURVIVOR-ID TO GUARANTOR-CUSTOMER-ID
                       REWRITE GUARANTOR-REC
                           INVALID KEY
                               DISPLAY 'Error Moving Guarantee On Loan '
                                   LOAN-ID OF GUARANTOR-REC
                           NOT INVALID KEY
                               ADD 1 TO WS-GUARANTEES-MOVED
                               MOVE GUARANTOR-REC TO WS-JRN-AFTER
                               PERFORM JOURNAL-REWRITE
                       END-REWRITE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Co-borrower pointers on other customers move first; then
      *  the retired row's loan amount and balance fold into the
      *  survivor's and the retired row is zeroed, so customer-
      *  level totals are not counted twice.
      *----------------------------------------------------------------
       MOVE-CUSTOMER-REFERENCES.
           MOVE 'CUSTOMER.DAT' TO WS-JRN-FILE-NAME
           MOVE 'N' TO WS-END-OF-FILE
           OPEN I-O CUSTOMER-FILE
           IF CUST-FILE-OK
               PERFORM MOVE-NEXT-CO-BORROWER UNTIL END-OF-FILE
               PERFORM FOLD-RETIRED-BALANCES
               CLOSE CUSTOMER-FILE
           END-IF.

       MOVE-NEXT-CO-BORROWER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF CO-BORROWER-ID = WS-RETIRED-ID
                      AND CUSTOMER-ID OF CUSTOMER-REC
                          NOT = WS-SURVIVOR-ID
                       MOVE CUSTOMER-REC TO WS-JRN-BEFORE
                       MOVE WS-SURVIVOR-ID TO CO-BORROWER-ID
                       REWRITE CUSTOMER-REC
                           INVALID KEY
                               DISPLAY 'Error Moving Co-Borrower On '
                                   'Customer '
                                   CUSTOMER-ID OF CUSTOMER-REC
                           NOT INVALID KEY
                               ADD 1 TO WS-CO-BORROWERS-MOVED
                               MOVE CUSTOMER-REC TO WS-JRN-AFTER
                               PERFORM JOURNAL-REWRITE
                       END-REWRITE
                   END-IF
           END-READ.

       FOLD-RETIRED-BALANCES.
           MOVE ZERO TO WS-RETIRED-AMOUNT
           MOVE ZERO TO WS-RETIRED-BALANCE
           MOVE WS-RETIRED-ID TO CUSTOMER-ID OF CUSTOMER-REC
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUSTOMER-REC TO WS-JRN-BEFORE
                   MOVE LOAN-AMOUNT OF CUSTOMER-REC
                       TO WS-RETIRED-AMOUNT
                   MOVE LOAN-BALANCE OF CUSTOMER-REC
                       TO WS-RETIRED-BALANCE
                   MOVE ZERO TO LOAN-AMOUNT OF CUSTOMER-REC
                   MOVE ZERO TO LOAN-BALANCE OF CUSTOMER-REC
                   REWRITE CUSTOMER-REC
                       NOT INVALID KEY
                           MOVE CUSTOMER-REC TO WS-JRN-AFTER
                           PERFORM JOURNAL-REWRITE
                   END-REWRITE
           END-READ

           MOVE WS-SURVIVOR-ID TO CUSTOMER-ID OF CUSTOMER-REC
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUSTOMER-REC TO WS-JRN-BEFORE
                   ADD WS-RETIRED-AMOUNT
                       TO LOAN-AMOUNT OF CUSTOMER-REC
                   ADD WS-RETIRED-BALANCE
                       TO LOAN-BALANCE OF CUSTOMER-REC
                   IF CO-BORROWER-ID = WS-RETIRED-ID
                       MOVE ZERO TO CO-BORROWER-ID
                       MOVE SPACES TO CO-BORROWER-NAME
                   END-IF
                   REWRITE CUSTOMER-REC
                       NOT INVALID KEY
                           MOVE CUSTOMER-REC TO WS-JRN-AFTER
                           PERFORM JOURNAL-REWRITE
                   END-REWRITE
           END-READ.

       JOURNAL-REWRITE.
           CALL 'WRITE-JOURNAL-ENTRY' USING WS-JRN-FILE-NAME
                                             WS-JRN-ACTION
                                             WS-APPROVED-BY
                                             WS-JRN-BEFORE
                                             WS-JRN-AFTER.

       MOVE-SCORE-HISTORY.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT SCORE-HISTORY-FILE
           IF HISTORY-FILE-OK
               OPEN OUTPUT NEW-SCORE-HISTORY-FILE
               PERFORM COPY-NEXT-SCORE-ROW UNTIL END-OF-FILE
               CLOSE NEW-SCORE-HISTORY-FILE
               CLOSE SCORE-HISTORY-FILE
               MOVE 'N' TO WS-END-OF-FILE
               OPEN INPUT NEW-SCORE-HISTORY-FILE
               OPEN OUTPUT SCORE-HISTORY-FILE
               PERFORM COPY-BACK-SCORE-ROW UNTIL END-OF-FILE
               CLOSE NEW-SCORE-HISTORY-FILE
               CLOSE SCORE-HISTORY-FILE
           END-IF.

       COPY-NEXT-SCORE-ROW.
           READ SCORE-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF HIST-CUSTOMER-ID = WS-RETIRED-ID
                       MOVE WS-SURVIVOR-ID TO HIST-CUSTOMER-ID
                       ADD 1 TO WS-SCORE-ROWS-MOVED
                   END-IF
                   WRITE NEW-SCORE-HISTORY-REC
                       FROM SCORE-HISTORY-REC
           END-READ.

       COPY-BACK-SCORE-ROW.
           READ NEW-SCORE-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   WRITE SCORE-HISTORY-REC
                       FROM NEW-SCORE-HISTORY-REC
           END-READ.

       MOVE-LETTER-LOG.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT LETTER-LOG-FILE
           IF LETLOG-FILE-OK
               OPEN OUTPUT NEW-LETTER-LOG-FILE
               PERFORM COPY-NEXT-LETTER-ROW UNTIL END-OF-FILE
               CLOSE NEW-LETTER-LOG-FILE
               CLOSE LETTER-LOG-FILE
               MOVE 'N' TO WS-END-OF-FILE
               OPEN INPUT NEW-LETTER-LOG-FILE
               OPEN OUTPUT LETTER-LOG-FILE
               PERFORM COPY-BACK-LETTER-ROW UNTIL END-OF-FILE
               CLOSE NEW-LETTER-LOG-FILE
               CLOSE LETTER-LOG-FILE
           END-IF.

       COPY-NEXT-LETTER-ROW.
           READ LETTER-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF CUSTOMER-ID OF LETTER-LOG-REC = WS-RETIRED-ID
                       MOVE WS-SURVIVOR-ID
                           TO CUSTOMER-ID OF LETTER-LOG-REC
                       ADD 1 TO WS-LETTER-ROWS-MOVED
                   END-IF
                   WRITE NEW-LETTER-LOG-REC FROM LETTER-LOG-REC
           END-READ.

       COPY-BACK-LETTER-ROW.
           READ NEW-LETTER-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   WRITE LETTER-LOG-REC FROM NEW-LETTER-LOG-REC
           END-READ.

       WRITE-FORWARDING-POINTER.
           OPEN I-O CUSTOMER-MERGE-FILE
           IF MERGE-NOT-FOUND
               OPEN OUTPUT CUSTOMER-MERGE-FILE
               CLOSE CUSTOMER-MERGE-FILE
               OPEN I-O CUSTOMER-MERGE-FILE
           END-IF
           IF NOT MERGE-FILE-OK
               DISPLAY 'Error Opening CUSTOMER-MERGE-FILE - '
                   'Forwarding Pointer Not Written.'
           ELSE
               MOVE WS-RETIRED-ID        TO RETIRED-CUSTOMER-ID
               MOVE WS-SURVIVOR-ID       TO SURVIVING-CUSTOMER-ID
               MOVE WS-RUN-DATE          TO MERGE-DATE
               MOVE WS-REQUESTED-BY      TO MERGE-REQUESTED-BY
               MOVE WS-APPROVED-BY       TO MERGE-APPROVED-BY
               MOVE WS-LOANS-MOVED       TO MERGED-LOANS
               MOVE WS-GUARANTEES-MOVED  TO MERGED-GUARANTEES
               MOVE WS-CO-BORROWERS-MOVED TO MERGED-CO-BORROWERS
               MOVE WS-SCORE-ROWS-MOVED  TO MERGED-SCORE-ROWS
               MOVE WS-LETTER-ROWS-MOVED TO MERGED-LETTER-ROWS
               WRITE CUSTOMER-MERGE-REC
                   INVALID KEY
                       DISPLAY 'Error Writing Forwarding Pointer For '
                           WS-RETIRED-ID
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MERGED-OK
               END-WRITE
               CLOSE CUSTOMER-MERGE-FILE
           END-IF.
