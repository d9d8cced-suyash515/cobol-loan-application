      *  originated is also recorded on PENDING_DEBIT.DAT so
      *  ACH-PAYMENT-INTAKE's returns can be matched back, and so a
      *  rerun of this step cannot originate the same debit twice.
      *  No debit is drawn on an enrollment whose loan is under an
      *  active bankruptcy stay or whose borrower has a death notice
      *  on file.
      *================================================================

       ENVIRONMENT DIVISION.
           05  WS-RUN-YEAR         PIC 9(4).
           05  WS-RUN-MONTH        PIC 9(2).
           05  WS-RUN-DAY          PIC 9(2).
       01  WS-BUSDATE-FOUND        PIC X.
           88  BUSINESS-DATE-FOUND  VALUE 'Y'.
       01  WS-LEAD-DAYS            PIC 9(3).
       01  WS-DUE-DATE-PARTS.
           05  WS-DUE-YEAR         PIC 9(4).
           88  ALREADY-ORIGINATED   VALUE 'Y'.
       01  WS-DEBITS-ORIGINATED    PIC 9(5) COMP VALUE ZERO.
       01  WS-DEBITS-STAY-HELD     PIC 9(5) COMP VALUE ZERO.
       01  WS-DEBITS-DECEASED-HELD PIC 9(5) COMP VALUE ZERO.

       01  WS-STAY-LOAN-ID         PIC 9(5).
       01  WS-STAY-IN-FORCE        PIC X.
           88  STAY-IN-FORCE        VALUE 'Y'.
       01  WS-DECEASED-CUSTOMER-ID PIC 9(5).
       01  WS-BORROWER-DECEASED    PIC X.
           88  BORROWER-DECEASED    VALUE 'Y'.

       PROCEDURE DIVISION.

       DISPLAY 'Enter Origination Run Date (YYYYMMDD, 0 = Business '
           'Date): '
       ACCEPT WS-RUN-DATE
      *  A zero card takes the system business date, so the step can
      *  run inside a job stream (CATCHUP-CYCLE) under whatever date
      *  is being processed.
       IF WS-RUN-DATE = ZERO
           CALL 'GET-BUSINESS-DATE' USING WS-RUN-DATE
                                           WS-BUSDATE-FOUND
           IF NOT BUSINESS-DATE-FOUND
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
       END-IF
       DISPLAY 'Enter Lead Days Before Due Date: '
       ACCEPT WS-LEAD-DAYS

           DISPLAY 'Enrollments Held By Bankruptcy Stay: '
               WS-DEBITS-STAY-HELD
       END-IF
       IF WS-DEBITS-DECEASED-HELD > ZERO
           DISPLAY 'Enrollments Held (Borrower Deceased): '
               WS-DEBITS-DECEASED-HELD
       END-IF
       DISPLAY 'ACH Origination Complete - Debits Originated: '
           WS-DEBITS-ORIGINATED

               NOT AT END
      *  No debit may be pulled from a borrower under an active
      *  bankruptcy stay -- the enrollment is passed over until the
      *  stay is lifted.  Nor from a deceased borrower's account,
      *  which the estate controls once the death is on file.
                   IF AUTOPAY-ACTIVE
                       MOVE LOAN-ID OF AUTOPAY-REC
                           TO WS-STAY-LOAN-ID
                       CALL 'CHECK-BANKRUPTCY-STAY' USING
                           WS-STAY-LOAN-ID
                           WS-STAY-IN-FORCE
                       MOVE ZERO TO WS-DECEASED-CUSTOMER-ID
                       CALL 'CHECK-DECEASED-BORROWER' USING
                           WS-STAY-LOAN-ID
                           WS-DECEASED-CUSTOMER-ID
                           WS-BORROWER-DECEASED
                       EVALUATE TRUE
                           WHEN STAY-IN-FORCE
                               ADD 1 TO WS-DEBITS-STAY-HELD
                           WHEN BORROWER-DECEASED
                               ADD 1 TO WS-DEBITS-DECEASED-HELD
                           WHEN OTHER
                               PERFORM ORIGINATE-CLEARED-ENROLLMENT
                       END-EVALUATE
                   END-IF
           END-READ.

       ORIGINATE-CLEARED-ENROLLMENT.
           PERFORM FIND-DUE-ROW-IN-WINDOW
           IF DUE-ROW-FOUND
               PERFORM CHECK-ALREADY-ORIGINATED
               IF NOT ALREADY-ORIGINATED
                   PERFORM WRITE-DEBIT
               END-IF
           END-IF.

       FIND-DUE-ROW-IN-WINDOW.
           MOVE 'N' TO WS-DUE-ROW-FOUND
           MOVE 'N' TO WS-END-OF-SCHEDULE
