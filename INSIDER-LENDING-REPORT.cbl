       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSIDER-LENDING-REPORT.

      *================================================================
      *  Quarter-end Regulation O insider-lending report.  Every
      *  APPROVED, ACTIVE or DEFAULT loan whose borrower was on the
      *  INSIDER_REGISTER.DAT at the report date is listed with the
      *  relationship, the insider it rolls up to, its balance and
      *  its note rate beside the PRICING_MATRIX.DAT rate for the
      *  same tier.  The tier is the score band the loan was
      *  approved in (PRICE-TIER-FLOOR on LOAN_APPROVAL.DAT) and the
      *  matrix rate is the one in force on the approval date; a
      *  loan approved off the flat sheet is compared with
      *  INTEREST_RATE.DAT, and a loan with no approval on file
      *  (boarded) with the tier the borrower's current score falls
      *  in as of the report date.  A note rate below the
      *  comparison rate is flagged -- insiders may not be priced
      *  better than the public.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-REC
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF LOAN-REC
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT INSIDER-FILE ASSIGN TO 'INSIDER_REGISTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF INSIDER-REC
               FILE STATUS IS INSIDER-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-REC
               FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT LOAN-APPROVAL-FILE ASSIGN TO 'LOAN_APPROVAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS APPROVAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       COPY LOANREC.

       FD  INSIDER-FILE.
       COPY INSIDERREC.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  LOAN-APPROVAL-FILE.
       COPY LOANAPPROVALREC.

       WORKING-STORAGE SECTION.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
       01  INSIDER-FILE-STATUS     PIC XX.
           88  INSIDER-FILE-OK      VALUE '00'.
       01  CUSTOMER-FILE-STATUS    PIC XX.
           88  CUSTOMER-FILE-OK     VALUE '00'.
       01  APPROVAL-FILE-STATUS    PIC XX.
           88  APPROVAL-FILE-OK     VALUE '00'.

       01  WS-END-OF-LOANS         PIC X VALUE 'N'.
           88  END-OF-LOANS         VALUE 'Y'.
       01  WS-END-OF-APPROVALS     PIC X.
           88  END-OF-APPROVALS     VALUE 'Y'.
       01  WS-INSIDER-LOAN         PIC X.
           88  INSIDER-LOAN         VALUE 'Y'.
       01  WS-APPROVAL-FOUND       PIC X.
           88  APPROVAL-FOUND       VALUE 'Y'.

       01  WS-REPORT-DATE          PIC 9(8).
       01  WS-PRICING-DATE         PIC 9(8).
       01  WS-PRICING-SCORE        PIC 9(3).
       01  WS-PRICING-FLOOR        PIC 9(3).
       01  WS-COMPARE-RATE         PIC 9(3)V99.
       01  WS-COMPARE-TIER         PIC 9(3).
       01  WS-COMPARE-FOUND        PIC X.
           88  COMPARE-RATE-FOUND   VALUE 'Y'.
       01  WS-LINE-FLAG            PIC X(14).

       01  WS-INSIDER-COUNT        PIC 9(5) COMP VALUE ZERO.
       01  WS-INSIDER-BALANCE      PIC 9(11)V99 VALUE ZERO.
       01  WS-BELOW-COUNT          PIC 9(5) COMP VALUE ZERO.
       01  WS-BELOW-BALANCE        PIC 9(11)V99 VALUE ZERO.
       01  WS-NO-RATE-COUNT        PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       DISPLAY 'Enter Quarter-End Business Date (YYYYMMDD): '
       ACCEPT WS-REPORT-DATE

       OPEN INPUT LOAN-FILE
       IF NOT LOAN-FILE-OK
           DISPLAY 'Error Opening LOAN-FILE.'
           STOP RUN
       END-IF
       OPEN INPUT INSIDER-FILE
       IF NOT INSIDER-FILE-OK
           DISPLAY 'No Insider Register On File - Nothing To Report.'
           CLOSE LOAN-FILE
           STOP RUN
       END-IF

       DISPLAY '============================================'
       DISPLAY '  REG O INSIDER LENDING AS OF ' WS-REPORT-DATE
       DISPLAY '============================================'
       DISPLAY 'Loan  Customer Rel Insider Balance        '
           'Note Rate Tier Matrix'

       PERFORM REPORT-NEXT-LOAN UNTIL END-OF-LOANS

       CLOSE INSIDER-FILE
       CLOSE LOAN-FILE

       DISPLAY '--------------------------------------------'
       DISPLAY 'Insider Loans       : ' WS-INSIDER-COUNT
           ' Balance ' WS-INSIDER-BALANCE
       DISPLAY 'Priced Below Matrix : ' WS-BELOW-COUNT
           ' Balance ' WS-BELOW-BALANCE
       DISPLAY 'No Comparison Rate  : ' WS-NO-RATE-COUNT
       DISPLAY '============================================'

       STOP RUN.

       REPORT-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-LOANS
               NOT AT END
                   IF STATUS-APPROVED OR STATUS-ACTIVE
                      OR STATUS-DEFAULT
                       PERFORM CHECK-INSIDER-BORROWER
                       IF INSIDER-LOAN
                           PERFORM REPORT-INSIDER-LOAN
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  On the register and in the relationship at the report date:
      *  started on or before it and not ended by it.
      *----------------------------------------------------------------
       CHECK-INSIDER-BORROWER.
           MOVE 'N' TO WS-INSIDER-LOAN
           MOVE CUSTOMER-ID OF LOAN-REC TO CUSTOMER-ID OF INSIDER-REC
           READ INSIDER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF INSIDER-START-DATE NOT > WS-REPORT-DATE
                      AND (INSIDER-END-DATE = ZERO
                       OR INSIDER-END-DATE > WS-REPORT-DATE)
                       MOVE 'Y' TO WS-INSIDER-LOAN
                   END-IF
           END-READ.

       REPORT-INSIDER-LOAN.
           ADD 1 TO WS-INSIDER-COUNT
           ADD LOAN-BALANCE OF LOAN-REC TO WS-INSIDER-BALANCE
           PERFORM FIND-COMPARISON-RATE
           MOVE SPACES TO WS-LINE-FLAG
           IF NOT COMPARE-RATE-FOUND
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE 'NO RATE'      TO WS-LINE-FLAG
           ELSE
               IF INTEREST-RATE OF LOAN-REC < WS-COMPARE-RATE
                   ADD 1 TO WS-BELOW-COUNT
                   ADD LOAN-BALANCE OF LOAN-REC TO WS-BELOW-BALANCE
                   MOVE '*BELOW MATRIX*' TO WS-LINE-FLAG
               END-IF
           END-IF
           DISPLAY LOAN-ID OF LOAN-REC ' '
               CUSTOMER-ID OF LOAN-REC '    '
               INSIDER-TYPE '  '
               INSIDER-CUSTOMER-ID '   '
               LOAN-BALANCE OF LOAN-REC ' '
               INTEREST-RATE OF LOAN-REC '    '
               WS-COMPARE-TIER ' '
               WS-COMPARE-RATE ' '
               WS-LINE-FLAG.

      *----------------------------------------------------------------
      *  The tier and date the loan was priced on, from its approval
      *  when there is one; otherwise the borrower's score today.
      *----------------------------------------------------------------
       FIND-COMPARISON-RATE.
           MOVE 'N' TO WS-COMPARE-FOUND
           MOVE ZERO TO WS-COMPARE-RATE
           MOVE ZERO TO WS-COMPARE-TIER
           PERFORM FIND-LOAN-APPROVAL
           IF APPROVAL-FOUND
               MOVE APPROVAL-DATE TO WS-PRICING-DATE
               MOVE PRICE-TIER-FLOOR TO WS-PRICING-SCORE
           ELSE
               MOVE WS-REPORT-DATE TO WS-PRICING-DATE
               PERFORM FETCH-BORROWER-SCORE
           END-IF

           IF APPROVAL-FOUND AND PRICE-TIER-FLOOR = ZERO
               CALL 'RATE-LOOKUP' USING LOAN-TYPE OF LOAN-REC
                                         WS-PRICING-DATE
                                         WS-COMPARE-RATE
                                         WS-COMPARE-FOUND
           ELSE
               CALL 'MATRIX-RATE-LOOKUP' USING LOAN-TYPE OF LOAN-REC
                                                WS-PRICING-SCORE
                                                WS-PRICING-DATE
                                                WS-COMPARE-RATE
                                                WS-PRICING-FLOOR
                                                WS-COMPARE-FOUND
               IF COMPARE-RATE-FOUND
                   MOVE WS-PRICING-FLOOR TO WS-COMPARE-TIER
               ELSE
                   CALL 'RATE-LOOKUP' USING LOAN-TYPE OF LOAN-REC
                                             WS-PRICING-DATE
                                             WS-COMPARE-RATE
                                             WS-COMPARE-FOUND
               END-IF
           END-IF.

       FIND-LOAN-APPROVAL.
           MOVE 'N' TO WS-APPROVAL-FOUND
           MOVE 'N' TO WS-END-OF-APPROVALS
           IF APPLICATION-LOAN-ID OF LOAN-REC > ZERO
               OPEN INPUT LOAN-APPROVAL-FILE
               IF APPROVAL-FILE-OK
                   PERFORM CHECK-NEXT-APPROVAL
                       UNTIL END-OF-APPROVALS
                   CLOSE LOAN-APPROVAL-FILE
               END-IF
           END-IF.

       CHECK-NEXT-APPROVAL.
           READ LOAN-APPROVAL-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-APPROVALS
               NOT AT END
                   IF LOAN-ID OF LOAN-APPROVAL-REC =
                      APPLICATION-LOAN-ID OF LOAN-REC
                       MOVE 'Y' TO WS-APPROVAL-FOUND
                       MOVE 'Y' TO WS-END-OF-APPROVALS
                   END-IF
           END-READ.

       FETCH-BORROWER-SCORE.
           MOVE ZERO TO WS-PRICING-SCORE
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-OK
               MOVE CUSTOMER-ID OF LOAN-REC
                   TO CUSTOMER-ID OF CUSTOMER-REC
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CREDIT-SCORE TO WS-PRICING-SCORE
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF.
