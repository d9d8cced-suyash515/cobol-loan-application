       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECEASED-FILE.

      *================================================================
      *  Deceased-borrower and estate maintenance, one DECEASED-REC
      *  per CUSTOMER-ID: date of death, how we were told, and the
      *  estate or executor contact.  Once a death is recorded,
      *  collection letters, ACH drafts and collector assignment
      *  stop for the borrower (they gate through
      *  CHECK-DECEASED-BORROWER), CUSTOMER-STATEMENT mails to the
      *  estate contact and CREDIT-BUREAU-EXTRACT reports the
      *  deceased indicator.
      *
      *  Recording the notice reviews each of the borrower's active
      *  loans: whether a surviving co-borrower remains liable,
      *  whether a guarantor stands behind the loan, and whether
      *  credit-life coverage is in force.  A loan with no surviving
      *  co-borrower and no coverage opens a PROBATE_CLAIM.DAT item
      *  for the balance, due the PROBATE CLAIM DAYS parameter
      *  (default 120) after notification; a guarantor is shown but
      *  does not excuse the claim against the estate.  A notice
      *  recorded in error is reversed, which releases the holds.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECEASED-FILE ASSIGN TO 'DECEASED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF DECEASED-REC
               FILE STATUS IS FILE-STATUS.

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
               FILE STATUS IS GUARANTOR-FILE-STATUS.

           SELECT CREDIT-LIFE-FILE ASSIGN TO 'CREDIT_LIFE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF CREDIT-LIFE-REC
               FILE STATUS IS LIFE-FILE-STATUS.

           SELECT PROBATE-CLAIM-FILE ASSIGN TO 'PROBATE_CLAIM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF PROBATE-CLAIM-REC
               FILE STATUS IS CLAIM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DECEASED-FILE.
       COPY DECEASEDREC.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  LOAN-FILE.
       COPY LOANREC.

       FD  GUARANTOR-FILE.
       COPY GUARANTORREC.

       FD  CREDIT-LIFE-FILE.
       COPY CREDLIFEREC.

       FD  PROBATE-CLAIM-FILE.
       COPY PROBATECLAIMREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS              PIC XX.
           88  FILE-OK               VALUE '00'.
           88  FILE-NOT-FOUND        VALUE '35'.
       01  CUST-FILE-STATUS         PIC XX.
           88  CUST-FILE-OK          VALUE '00'.
       01  LOAN-FILE-STATUS         PIC XX.
           88  LOAN-FILE-OK          VALUE '00'.
       01  GUARANTOR-FILE-STATUS    PIC XX.
           88  GUARANTOR-FILE-OK     VALUE '00'.
       01  LIFE-FILE-STATUS         PIC XX.
           88  LIFE-FILE-OK          VALUE '00'.
       01  CLAIM-FILE-STATUS        PIC XX.
           88  CLAIM-FILE-OK         VALUE '00'.
           88  CLAIM-FILE-NOT-FOUND  VALUE '35'.

       01  WS-MODE                  PIC X.
           88  RECORD-MODE            VALUE '1'.
           88  ESTATE-MODE            VALUE '2'.
           88  REVERSE-MODE           VALUE '3'.
           88  CLAIM-MODE             VALUE '4'.
           88  INQUIRE-MODE           VALUE '5'.
       01  WS-CUSTOMER-ID           PIC 9(5).
       01  WS-LOAN-ID               PIC 9(5).
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-USER-ID               PIC A(10).
       01  WS-LOG-ACTION-TYPE       PIC A(20).
       01  WS-LOG-DESCRIPTION       PIC A(50).

       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       01  WS-CUSTOMER-FOUND        PIC X.
           88  CUSTOMER-FOUND        VALUE 'Y'.
       01  WS-NOTICE-STATE          PIC X.
           88  NOTICE-NEW             VALUE 'N'.
           88  NOTICE-CONFIRMED       VALUE 'D'.
           88  NOTICE-REVERSED        VALUE 'R'.
       01  WS-NOTICE-RECORDED       PIC X.
           88  NOTICE-RECORDED       VALUE 'Y'.

      *  Death notice as keyed, held until the record is written.
       01  WS-DATE-OF-DEATH         PIC 9(8).
       01  WS-NOTIFICATION-SOURCE   PIC X(10).
           88  KEYED-SOURCE-VALID    VALUE 'FAMILY' 'EXECUTOR'
                                           'ATTORNEY' 'SSA'
                                           'OBITUARY' 'COURT'.
       01  WS-ESTATE-CONTACT-NAME   PIC X(30).
       01  WS-ESTATE-CONTACT-ROLE   PIC X(12).
       01  WS-ESTATE-PHONE          PIC 9(15).
       01  WS-ADDR-STREET-1         PIC X(30).
       01  WS-ADDR-STREET-2         PIC X(18).
       01  WS-ADDR-CITY             PIC X(20).
       01  WS-ADDR-STATE            PIC X(2).
       01  WS-ADDR-ZIP-5            PIC X(5).
       01  WS-ADDR-ZIP-4            PIC X(4).
       01  WS-ADDR-VALID            PIC X.
           88  ADDRESS-IS-VALID      VALUE 'Y'.
       01  WS-ADDR-REASON           PIC X(40).

      *  Liability review of the borrower's loans.
       01  WS-COBORROWER-ID         PIC 9(5).
       01  WS-COBORROWER-LIABLE     PIC X.
           88  COBORROWER-LIABLE     VALUE 'Y'.
       01  WS-COBORROWER-DECEASED   PIC X.
           88  COBORROWER-DECEASED   VALUE 'Y'.
       01  WS-ZERO-LOAN-ID          PIC 9(5) VALUE ZERO.
       01  WS-END-OF-LOANS          PIC X.
           88  END-OF-LOANS          VALUE 'Y'.
       01  WS-GUARANTOR-ON-FILE     PIC X.
           88  GUARANTOR-ON-FILE     VALUE 'Y'.
       01  WS-LIFE-ON-FILE          PIC X.
           88  LIFE-ON-FILE          VALUE 'Y'.
       01  WS-LIFE-IN-FORCE         PIC X.
           88  LIFE-IN-FORCE         VALUE 'Y'.
       01  WS-CLAIM-ON-FILE         PIC X.
           88  CLAIM-ON-FILE         VALUE 'Y'.
       01  WS-LOANS-REVIEWED        PIC 9(5) COMP VALUE ZERO.
       01  WS-CLAIMS-OPENED         PIC 9(5) COMP VALUE ZERO.

       01  WS-CLAIM-ACTION          PIC X(10).
           88  CLAIM-ACTION-FILED    VALUE 'FILED'.
           88  CLAIM-ACTION-CLOSED   VALUE 'CLOSED'.
           88  CLAIM-ACTION-DEADLINE VALUE 'DEADLINE'.
       01  WS-NEW-DEADLINE          PIC 9(8).

      *  Probate filing deadline: notification date plus the
      *  PROBATE CLAIM DAYS parameter, counted on the calendar.
       01  WS-CLAIM-DAYS            PIC 9(3) VALUE 120.
       01  WS-CLAIM-DEADLINE        PIC 9(8).
       01  WS-PARM-NAME             PIC X(20).
       01  WS-PARM-VALUE            PIC 9(7)V99.
       01  WS-PARM-FOUND            PIC X.
           88  PARM-WAS-FOUND        VALUE 'Y'.
       01  WS-WORK-DATE             PIC 9(8).
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR         PIC 9(4).
           05  WS-WORK-MONTH        PIC 9(2).
           05  WS-WORK-DAY          PIC 9(2).
       01  WS-LAST-DAY-OF-MONTH     PIC 9(2).
       01  WS-LEAP-QUOTIENT         PIC 9(4).
       01  WS-LEAP-REMAINDER-4      PIC 9(4).
       01  WS-LEAP-REMAINDER-100    PIC 9(4).
       01  WS-LEAP-REMAINDER-400    PIC 9(4).

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       DISPLAY '1. Record Death Notice'
       DISPLAY '2. Update Estate Contact'
       DISPLAY '3. Reverse Death Notice'
       DISPLAY '4. Update Probate Claim'
       DISPLAY '5. Inquire Deceased Borrower'
       DISPLAY 'Select Option: '
       ACCEPT WS-MODE
       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
                                       WS-SIGNON-FOUND
       IF NOT SIGNON-FOUND
           DISPLAY 'Enter Your User ID: '
           ACCEPT WS-USER-ID
       END-IF

       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

       EVALUATE TRUE
           WHEN RECORD-MODE
               PERFORM RECORD-DEATH-NOTICE
           WHEN ESTATE-MODE
               PERFORM UPDATE-ESTATE-CONTACT
           WHEN REVERSE-MODE
               PERFORM REVERSE-DEATH-NOTICE
           WHEN CLAIM-MODE
               PERFORM UPDATE-PROBATE-CLAIM
           WHEN INQUIRE-MODE
               PERFORM INQUIRE-DECEASED
           WHEN OTHER
               DISPLAY 'Invalid Option.'
       END-EVALUATE

       STOP RUN.

      *----------------------------------------------------------------
      *  Record the death notice against a customer on file, then
      *  review the borrower's loans for remaining liability.
      *----------------------------------------------------------------
       RECORD-DEATH-NOTICE.
           DISPLAY 'Enter Customer ID: '
           ACCEPT WS-CUSTOMER-ID

           PERFORM READ-DECEASED-CUSTOMER
           IF NOT CUSTOMER-FOUND
               DISPLAY 'Customer Not Found: ' WS-CUSTOMER-ID
               DISPLAY 'Death Notice Rejected.'
           ELSE
               DISPLAY 'Enter Date Of Death (YYYYMMDD): '
               ACCEPT WS-DATE-OF-DEATH
               DISPLAY 'Enter Notification Source '
                   '(FAMILY/EXECUTOR/ATTORNEY/SSA/OBITUARY/COURT): '
               ACCEPT WS-NOTIFICATION-SOURCE
               IF NOT KEYED-SOURCE-VALID
                   DISPLAY 'Invalid Notification Source: '
                       WS-NOTIFICATION-SOURCE
                       ' - Death Notice Rejected.'
               ELSE
                   IF WS-DATE-OF-DEATH > WS-RUN-DATE
                       DISPLAY 'Date Of Death Is In The Future - '
                           'Death Notice Rejected.'
                   ELSE
                       PERFORM ACCEPT-ESTATE-CONTACT
                       IF NOT ADDRESS-IS-VALID
                           DISPLAY 'Estate Address Rejected: '
                               WS-ADDR-REASON
                       ELSE
                           PERFORM WRITE-DEATH-NOTICE
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF NOTICE-RECORDED
               PERFORM REVIEW-BORROWER-LIABILITY
           END-IF.

       READ-DECEASED-CUSTOMER.
           MOVE 'N' TO WS-CUSTOMER-FOUND
           OPEN INPUT CUSTOMER-FILE
           IF NOT CUST-FILE-OK
               DISPLAY 'Error Opening CUSTOMER-FILE.'
               STOP RUN
           END-IF

           MOVE WS-CUSTOMER-ID TO CUSTOMER-ID OF CUSTOMER-REC
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUSTOMER-FOUND
           END-READ
           CLOSE CUSTOMER-FILE.

      *----------------------------------------------------------------
      *  The estate address is held to the same standard as a
      *  customer's mailing address, since statements go there.
      *----------------------------------------------------------------
       ACCEPT-ESTATE-CONTACT.
           DISPLAY 'Enter Estate Contact Name: '
           ACCEPT WS-ESTATE-CONTACT-NAME
           DISPLAY 'Enter Contact Role (EXECUTOR/ADMINISTRATOR/'
               'ATTORNEY/FAMILY): '
           ACCEPT WS-ESTATE-CONTACT-ROLE
           DISPLAY 'Enter Street Address Line 1: '
           ACCEPT WS-ADDR-STREET-1
           DISPLAY 'Enter Street Address Line 2 (Blank If None): '
           ACCEPT WS-ADDR-STREET-2
           DISPLAY 'Enter City: '
           ACCEPT WS-ADDR-CITY
           DISPLAY 'Enter State (2-Letter Code): '
           ACCEPT WS-ADDR-STATE
           DISPLAY 'Enter ZIP Code (5 Digits): '
           ACCEPT WS-ADDR-ZIP-5
           DISPLAY 'Enter ZIP+4 Extension (Blank If Unknown): '
           ACCEPT WS-ADDR-ZIP-4
           DISPLAY 'Enter Contact Phone: '
           ACCEPT WS-ESTATE-PHONE
           CALL 'VALIDATE-MAILING-ADDRESS' USING WS-ADDR-STREET-1
                                                  WS-ADDR-CITY
                                                  WS-ADDR-STATE
                                                  WS-ADDR-ZIP-5
                                                  WS-ADDR-ZIP-4
                                                  WS-ADDR-VALID
                                                  WS-ADDR-REASON.

       MOVE-ESTATE-TO-RECORD.
           MOVE WS-ESTATE-CONTACT-NAME TO ESTATE-CONTACT-NAME
           MOVE WS-ESTATE-CONTACT-ROLE TO ESTATE-CONTACT-ROLE
           MOVE WS-ADDR-STREET-1       TO ESTATE-STREET-1
           MOVE WS-ADDR-STREET-2       TO ESTATE-STREET-2
           MOVE WS-ADDR-CITY           TO ESTATE-CITY
           MOVE WS-ADDR-STATE          TO ESTATE-STATE
           MOVE WS-ADDR-ZIP-5          TO ESTATE-ZIP-5
           MOVE WS-ADDR-ZIP-4          TO ESTATE-ZIP-4
           MOVE WS-ESTATE-PHONE        TO ESTATE-PHONE.

      *----------------------------------------------------------------
      *  A customer reversed earlier (notice recorded in error) can
      *  be recorded again; a confirmed notice cannot be doubled.
      *----------------------------------------------------------------
       WRITE-DEATH-NOTICE.
           MOVE 'N' TO WS-NOTICE-RECORDED
           OPEN I-O DECEASED-FILE
           IF FILE-NOT-FOUND
               OPEN OUTPUT DECEASED-FILE
               CLOSE DECEASED-FILE
               OPEN I-O DECEASED-FILE
           END-IF
           IF NOT FILE-OK
               DISPLAY 'Error Opening DECEASED-FILE.'
               STOP RUN
           END-IF

           MOVE 'N' TO WS-NOTICE-STATE
           MOVE WS-CUSTOMER-ID TO CUSTOMER-ID OF DECEASED-REC
           READ DECEASED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DECEASED-STATUS TO WS-NOTICE-STATE
           END-READ

           IF NOTICE-CONFIRMED
               DISPLAY 'Death Notice Already On File For Customer: '
                   WS-CUSTOMER-ID
           ELSE
               MOVE WS-CUSTOMER-ID         TO
                   CUSTOMER-ID OF DECEASED-REC
               MOVE WS-DATE-OF-DEATH       TO DATE-OF-DEATH
               MOVE WS-RUN-DATE            TO NOTIFIED-DATE
               MOVE WS-NOTIFICATION-SOURCE TO NOTIFICATION-SOURCE
               PERFORM MOVE-ESTATE-TO-RECORD
               MOVE 'D'                    TO DECEASED-STATUS
               MOVE WS-USER-ID             TO RECORDED-BY
               IF NOTICE-REVERSED
                   REWRITE DECEASED-REC
                       INVALID KEY
                           DISPLAY 'Error Updating Death Notice.'
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-NOTICE-RECORDED
                   END-REWRITE
               ELSE
                   WRITE DECEASED-REC
                       INVALID KEY
                           DISPLAY 'Error Writing Death Notice.'
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-NOTICE-RECORDED
                   END-WRITE
               END-IF
           END-IF

           CLOSE DECEASED-FILE

           IF NOTICE-RECORDED
               DISPLAY 'Death Notice Recorded - Letters, Drafts And '
                   'Collector Work Held For Customer ' WS-CUSTOMER-ID
               MOVE 'DECEASED ADD' TO WS-LOG-ACTION-TYPE
               MOVE 'Death Notice Recorded - Estate Contact On File'
                   TO WS-LOG-DESCRIPTION
               CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                             WS-USER-ID
                                             WS-LOG-DESCRIPTION
           END-IF.

      *----------------------------------------------------------------
      *  Co-borrower liability is per customer (CUSTREC carries one
      *  co-borrower); guarantor and credit life are per loan.
      *----------------------------------------------------------------
       REVIEW-BORROWER-LIABILITY.
           MOVE 'N' TO WS-COBORROWER-LIABLE
           MOVE CO-BORROWER-ID OF CUSTOMER-REC TO WS-COBORROWER-ID
           IF WS-COBORROWER-ID NOT = ZERO
               CALL 'CHECK-DECEASED-BORROWER' USING WS-ZERO-LOAN-ID
                                                     WS-COBORROWER-ID
                                                WS-COBORROWER-DECEASED
               IF COBORROWER-DECEASED
                   DISPLAY 'Co-Borrower ' WS-COBORROWER-ID ' '
                       CO-BORROWER-NAME OF CUSTOMER-REC
                       ' Is Also Deceased.'
               ELSE
                   MOVE 'Y' TO WS-COBORROWER-LIABLE
                   DISPLAY 'Co-Borrower Remains Liable: '
                       WS-COBORROWER-ID ' '
                       CO-BORROWER-NAME OF CUSTOMER-REC
               END-IF
           ELSE
               DISPLAY 'No Co-Borrower - Sole Borrower.'
           END-IF

           PERFORM FIND-CLAIM-DEADLINE

           OPEN INPUT LOAN-FILE
           IF NOT LOAN-FILE-OK
               DISPLAY 'Error Opening LOAN-FILE - Loans Not Reviewed.'
           ELSE
               PERFORM OPEN-REVIEW-FILES
               MOVE 'N' TO WS-END-OF-LOANS
               MOVE WS-CUSTOMER-ID TO CUSTOMER-ID OF LOAN-REC
               START LOAN-FILE KEY IS EQUAL TO
                       CUSTOMER-ID OF LOAN-REC
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-LOANS
               END-START
               PERFORM REVIEW-NEXT-LOAN
                   UNTIL END-OF-LOANS
               PERFORM CLOSE-REVIEW-FILES
               CLOSE LOAN-FILE
           END-IF

           DISPLAY 'Loans Reviewed: ' WS-LOANS-REVIEWED
               '  Probate Claims Opened: ' WS-CLAIMS-OPENED.

       OPEN-REVIEW-FILES.
           MOVE 'N' TO WS-GUARANTOR-ON-FILE
           MOVE 'N' TO WS-LIFE-ON-FILE
           MOVE 'N' TO WS-CLAIM-ON-FILE

           OPEN INPUT GUARANTOR-FILE
           IF GUARANTOR-FILE-OK
               MOVE 'Y' TO WS-GUARANTOR-ON-FILE
           END-IF

           OPEN INPUT CREDIT-LIFE-FILE
           IF LIFE-FILE-OK
               MOVE 'Y' TO WS-LIFE-ON-FILE
           END-IF

           OPEN I-O PROBATE-CLAIM-FILE
           IF CLAIM-FILE-NOT-FOUND
               OPEN OUTPUT PROBATE-CLAIM-FILE
               CLOSE PROBATE-CLAIM-FILE
               OPEN I-O PROBATE-CLAIM-FILE
           END-IF
           IF CLAIM-FILE-OK
               MOVE 'Y' TO WS-CLAIM-ON-FILE
           ELSE
               DISPLAY 'Error Opening PROBATE-CLAIM-FILE - Claims '
                   'Must Be Opened Manually.'
           END-IF.

       CLOSE-REVIEW-FILES.
           IF GUARANTOR-ON-FILE
               CLOSE GUARANTOR-FILE
           END-IF
           IF LIFE-ON-FILE
               CLOSE CREDIT-LIFE-FILE
           END-IF
           IF CLAIM-ON-FILE
               CLOSE PROBATE-CLAIM-FILE
           END-IF.

       REVIEW-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-LOANS
               NOT AT END
                   IF CUSTOMER-ID OF LOAN-REC NOT = WS-CUSTOMER-ID
                       MOVE 'Y' TO WS-END-OF-LOANS
                   ELSE
                       IF STATUS-ACTIVE OR STATUS-DEFAULT
                           PERFORM REVIEW-ONE-LOAN
                       END-IF
                   END-IF
           END-READ.

       REVIEW-ONE-LOAN.
           ADD 1 TO WS-LOANS-REVIEWED
           DISPLAY 'Loan ' LOAN-ID OF LOAN-REC ' '
               LOAN-TYPE OF LOAN-REC
               ' Balance: ' LOAN-BALANCE OF LOAN-REC

           IF GUARANTOR-ON-FILE
               MOVE LOAN-ID OF LOAN-REC TO LOAN-ID OF GUARANTOR-REC
               READ GUARANTOR-FILE
                   INVALID KEY
                       DISPLAY '  No Guarantor.'
                   NOT INVALID KEY
                       IF GUARANTOR-ACTIVE
                           DISPLAY '  Guarantor Remains Liable: '
                               GUARANTOR-CUSTOMER-ID
                               ' For ' GUARANTEE-AMOUNT
                       ELSE
                           DISPLAY '  Guarantor Released.'
                       END-IF
               END-READ
           END-IF

           MOVE 'N' TO WS-LIFE-IN-FORCE
           IF LIFE-ON-FILE
               MOVE LOAN-ID OF LOAN-REC TO LOAN-ID OF CREDIT-LIFE-REC
               READ CREDIT-LIFE-FILE
                   INVALID KEY
                       DISPLAY '  No Credit Life Coverage.'
                   NOT INVALID KEY
                       IF LIFE-COVERAGE-ACTIVE
                           MOVE 'Y' TO WS-LIFE-IN-FORCE
                           DISPLAY '  Credit Life In Force: '
                               LIFE-CARRIER-NAME
                               ' Cert ' LIFE-CERTIFICATE-NO
                               ' For ' LIFE-COVERAGE-AMOUNT
                           DISPLAY '  File The Death Claim With '
                               'The Carrier.'
                       ELSE
                           DISPLAY '  Credit Life Not In Force: '
                               LIFE-COVERAGE-STATUS
                       END-IF
               END-READ
           ELSE
               DISPLAY '  No Credit Life Coverage.'
           END-IF

           IF NOT COBORROWER-LIABLE AND NOT LIFE-IN-FORCE
               PERFORM OPEN-PROBATE-CLAIM
           END-IF.

      *----------------------------------------------------------------
      *  Sole borrower, no coverage: the balance is claimed against
      *  the estate.  An existing claim for the loan is left alone.
      *----------------------------------------------------------------
       OPEN-PROBATE-CLAIM.
           IF CLAIM-ON-FILE
               MOVE LOAN-ID OF LOAN-REC   TO
                   LOAN-ID OF PROBATE-CLAIM-REC
               MOVE WS-CUSTOMER-ID        TO
                   CUSTOMER-ID OF PROBATE-CLAIM-REC
               MOVE WS-RUN-DATE           TO OPENED-DATE
               MOVE LOAN-BALANCE OF LOAN-REC TO CLAIM-AMOUNT
               MOVE WS-CLAIM-DEADLINE     TO FILING-DEADLINE
               MOVE 'OPEN'                TO CLAIM-STATUS
               MOVE ZERO                  TO CLAIM-FILED-DATE
               MOVE WS-USER-ID            TO CLAIM-UPDATED-BY
               WRITE PROBATE-CLAIM-REC
                   INVALID KEY
                       DISPLAY '  Probate Claim Already Open For '
                           'Loan ' LOAN-ID OF LOAN-REC
                   NOT INVALID KEY
                       ADD 1 TO WS-CLAIMS-OPENED
                       DISPLAY '  Probate Claim Opened - File By '
                           WS-CLAIM-DEADLINE
                       MOVE 'PROBATE CLAIM OPEN'
                           TO WS-LOG-ACTION-TYPE
                       MOVE 'Probate Claim Opened - Sole Borrower'
                           TO WS-LOG-DESCRIPTION
                       CALL 'WRITE-LOG-ENTRY' USING
                           WS-LOG-ACTION-TYPE
                           WS-USER-ID
                           WS-LOG-DESCRIPTION
               END-WRITE
           END-IF.

       FIND-CLAIM-DEADLINE.
           MOVE 'PROBATE CLAIM DAYS' TO WS-PARM-NAME
           CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                     WS-RUN-DATE
                                     WS-PARM-VALUE
                                     WS-PARM-FOUND
           IF PARM-WAS-FOUND AND WS-PARM-VALUE > ZERO
               MOVE WS-PARM-VALUE TO WS-CLAIM-DAYS
           END-IF

           MOVE WS-RUN-DATE TO WS-WORK-DATE
           PERFORM ADD-ONE-DAY WS-CLAIM-DAYS TIMES
           MOVE WS-WORK-DATE TO WS-CLAIM-DEADLINE.

       ADD-ONE-DAY.
           PERFORM FIND-LAST-DAY-OF-MONTH
           IF WS-WORK-DAY < WS-LAST-DAY-OF-MONTH
               ADD 1 TO WS-WORK-DAY
           ELSE
               MOVE 1 TO WS-WORK-DAY
               IF WS-WORK-MONTH < 12
                   ADD 1 TO WS-WORK-MONTH
               ELSE
                   MOVE 1 TO WS-WORK-MONTH
                   ADD 1 TO WS-WORK-YEAR
               END-IF
           END-IF.

       FIND-LAST-DAY-OF-MONTH.
           EVALUATE WS-WORK-MONTH
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-LAST-DAY-OF-MONTH
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-LAST-DAY-OF-MONTH
               WHEN 2
                   PERFORM CHECK-LEAP-YEAR
           END-EVALUATE.

       CHECK-LEAP-YEAR.
           DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER-4
           DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER-100
           DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER-400

           IF WS-LEAP-REMAINDER-4 = 0
              AND (WS-LEAP-REMAINDER-100 NOT = 0
                   OR WS-LEAP-REMAINDER-400 = 0)
               MOVE 29 TO WS-LAST-DAY-OF-MONTH
           ELSE
               MOVE 28 TO WS-LAST-DAY-OF-MONTH
           END-IF.

       UPDATE-ESTATE-CONTACT.
           DISPLAY 'Enter Customer ID: '
           ACCEPT WS-CUSTOMER-ID

           OPEN I-O DECEASED-FILE
           IF NOT FILE-OK
               DISPLAY 'Error Opening DECEASED-FILE.'
               STOP RUN
           END-IF

           MOVE WS-CUSTOMER-ID TO CUSTOMER-ID OF DECEASED-REC
           READ DECEASED-FILE
               INVALID KEY
                   DISPLAY 'Death Notice Not Found: ' WS-CUSTOMER-ID
               NOT INVALID KEY
                   PERFORM ACCEPT-ESTATE-CONTACT
                   IF NOT ADDRESS-IS-VALID
                       DISPLAY 'Estate Address Rejected: '
                           WS-ADDR-REASON
                   ELSE
                       PERFORM MOVE-ESTATE-TO-RECORD
                       PERFORM REWRITE-ESTATE-CONTACT
                   END-IF
           END-READ

           CLOSE DECEASED-FILE.

       REWRITE-ESTATE-CONTACT.
           REWRITE DECEASED-REC
               INVALID KEY
                   DISPLAY 'Error Updating Estate Contact.'
               NOT INVALID KEY
                   DISPLAY 'Estate Contact Updated.'
                   MOVE 'DECEASED ESTATE' TO WS-LOG-ACTION-TYPE
                   MOVE 'Estate Contact Updated'
                       TO WS-LOG-DESCRIPTION
                   CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                                 WS-USER-ID
                                                 WS-LOG-DESCRIPTION
           END-REWRITE.

      *----------------------------------------------------------------
      *  A notice recorded in error (wrong customer, false report)
      *  is reversed, not deleted, so the history stays on file.
      *  Any probate claims opened for it are closed by hand.
      *----------------------------------------------------------------
       REVERSE-DEATH-NOTICE.
           DISPLAY 'Enter Customer ID: '
           ACCEPT WS-CUSTOMER-ID

           OPEN I-O DECEASED-FILE
           IF NOT FILE-OK
               DISPLAY 'Error Opening DECEASED-FILE.'
               STOP RUN
           END-IF

           MOVE WS-CUSTOMER-ID TO CUSTOMER-ID OF DECEASED-REC
           READ DECEASED-FILE
               INVALID KEY
                   DISPLAY 'Death Notice Not Found: ' WS-CUSTOMER-ID
               NOT INVALID KEY
                   IF DECEASED-REVERSED
                       DISPLAY 'Death Notice Already Reversed.'
                   ELSE
                       MOVE 'R' TO DECEASED-STATUS
                       MOVE WS-USER-ID TO RECORDED-BY
                       PERFORM REWRITE-REVERSED-NOTICE
                   END-IF
           END-READ

           CLOSE DECEASED-FILE.

       REWRITE-REVERSED-NOTICE.
           REWRITE DECEASED-REC
               INVALID KEY
                   DISPLAY 'Error Reversing Death Notice.'
               NOT INVALID KEY
                   DISPLAY 'Death Notice Reversed - Collection Hold '
                       'Released For Customer ' WS-CUSTOMER-ID
                   DISPLAY 'Close Any Probate Claims Opened For '
                       'This Customer.'
                   MOVE 'DECEASED REVERSE' TO WS-LOG-ACTION-TYPE
                   MOVE 'Death Notice Reversed - Recorded In Error'
                       TO WS-LOG-DESCRIPTION
                   CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                                 WS-USER-ID
                                                 WS-LOG-DESCRIPTION
           END-REWRITE.

      *----------------------------------------------------------------
      *  FILED and CLOSED move the claim along; DEADLINE resets the
      *  filing deadline once the estate's notice to creditors sets
      *  the actual bar date.
      *----------------------------------------------------------------
       UPDATE-PROBATE-CLAIM.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF
           DISPLAY 'Enter Action (FILED/CLOSED/DEADLINE): '
           ACCEPT WS-CLAIM-ACTION

           IF NOT CLAIM-ACTION-FILED AND NOT CLAIM-ACTION-CLOSED
              AND NOT CLAIM-ACTION-DEADLINE
               DISPLAY 'Invalid Action: ' WS-CLAIM-ACTION
               STOP RUN
           END-IF

           IF CLAIM-ACTION-DEADLINE
               DISPLAY 'Enter New Filing Deadline (YYYYMMDD): '
               ACCEPT WS-NEW-DEADLINE
           END-IF

           OPEN I-O PROBATE-CLAIM-FILE
           IF NOT CLAIM-FILE-OK
               DISPLAY 'Error Opening PROBATE-CLAIM-FILE.'
               STOP RUN
           END-IF

           MOVE WS-LOAN-ID TO LOAN-ID OF PROBATE-CLAIM-REC
           READ PROBATE-CLAIM-FILE
               INVALID KEY
                   DISPLAY 'Probate Claim Not Found: ' WS-LOAN-ID
               NOT INVALID KEY
                   PERFORM APPLY-CLAIM-ACTION
           END-READ

           CLOSE PROBATE-CLAIM-FILE.

       APPLY-CLAIM-ACTION.
           EVALUATE TRUE
               WHEN CLAIM-ACTION-FILED
                   MOVE 'FILED'     TO CLAIM-STATUS
                   MOVE WS-RUN-DATE TO CLAIM-FILED-DATE
               WHEN CLAIM-ACTION-CLOSED
                   MOVE 'CLOSED'    TO CLAIM-STATUS
               WHEN CLAIM-ACTION-DEADLINE
                   MOVE WS-NEW-DEADLINE TO FILING-DEADLINE
           END-EVALUATE
           MOVE WS-USER-ID TO CLAIM-UPDATED-BY

           REWRITE PROBATE-CLAIM-REC
               INVALID KEY
                   DISPLAY 'Error Updating Probate Claim.'
               NOT INVALID KEY
                   DISPLAY 'Probate Claim Updated: ' CLAIM-STATUS
                       ' Deadline ' FILING-DEADLINE
                   MOVE 'PROBATE CLAIM UPDATE' TO WS-LOG-ACTION-TYPE
                   MOVE 'Probate Claim Updated'
                       TO WS-LOG-DESCRIPTION
                   CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                                 WS-USER-ID
                                                 WS-LOG-DESCRIPTION
           END-REWRITE.

       INQUIRE-DECEASED.
           DISPLAY 'Enter Customer ID: '
           ACCEPT WS-CUSTOMER-ID

           OPEN INPUT DECEASED-FILE
           IF NOT FILE-OK
               DISPLAY 'Error Opening DECEASED-FILE.'
               STOP RUN
           END-IF

           MOVE WS-CUSTOMER-ID TO CUSTOMER-ID OF DECEASED-REC
           READ DECEASED-FILE
               INVALID KEY
                   DISPLAY 'Death Notice Not Found: ' WS-CUSTOMER-ID
               NOT INVALID KEY
                   DISPLAY 'Customer ID    : '
                       CUSTOMER-ID OF DECEASED-REC
                   DISPLAY 'Date Of Death  : ' DATE-OF-DEATH
                   DISPLAY 'Notified       : ' NOTIFIED-DATE
                       ' By ' NOTIFICATION-SOURCE
                   DISPLAY 'Estate Contact : ' ESTATE-CONTACT-NAME
                       ' (' ESTATE-CONTACT-ROLE ')'
                   DISPLAY '                 ' ESTATE-STREET-1
                       ' ' ESTATE-STREET-2
                   DISPLAY '                 ' ESTATE-CITY ' '
                       ESTATE-STATE ' ' ESTATE-ZIP-5 '-' ESTATE-ZIP-4
                   DISPLAY 'Contact Phone  : ' ESTATE-PHONE
                   IF DECEASED-REVERSED
                       DISPLAY 'Status         : REVERSED'
                   ELSE
                       DISPLAY 'Status         : CONFIRMED'
                   END-IF
                   DISPLAY 'Recorded By    : ' RECORDED-BY
           END-READ

           CLOSE DECEASED-FILE.
