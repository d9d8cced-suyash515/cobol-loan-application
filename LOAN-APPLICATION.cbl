      *  Loan-application intake.  Captures requested terms in a
      *  PENDING application record; the record stays pending until
      *  LOAN-APPROVAL-FILE runs an approve/deny decision against it.
      *  A PERSONAL application carries the Military Lending Act
      *  determination from the applicant's latest DoD status check
      *  on MLA_STATUS.DAT, and the military APR the requested terms
      *  work out to; a PERSONAL application with no check on file
      *  is not taken.  The loan officer taking the application is
      *  recorded from ORIGINATOR.DAT so the pipeline aging report
      *  can show each officer's open applications.
      *================================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS DEALER-ID OF DEALER-REC
               FILE STATUS IS DEALER-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-REC
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF LOAN-REC
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT MLA-STATUS-FILE ASSIGN TO 'MLA_STATUS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS MLA-FILE-STATUS.

           SELECT ORIGINATOR-FILE ASSIGN TO 'ORIGINATOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORIGINATOR-ID OF ORIGINATOR-REC
               FILE STATUS IS ORIGINATOR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-APPLICATION-FILE.
       FD  DEALER-FILE.
       COPY DEALERREC.

       FD  LOAN-FILE.
       COPY LOANREC.

      *  DoD covered-borrower status check results, one row per
      *  check run, as returned by the MLA database or the bureau.
       FD  MLA-STATUS-FILE.
       01  MLA-STATUS-REC.
           05  RESULT-CUSTOMER-ID  PIC 9(5).
           05  RESULT-CHECK-DATE   PIC 9(8).
           05  RESULT-COVERED      PIC X.
               88  RESULT-IS-COVERED    VALUE 'Y'.
           05  RESULT-SOURCE       PIC X(10).
           05  RESULT-CERTIFICATE-ID PIC X(20).

       FD  ORIGINATOR-FILE.
       COPY ORIGMASTREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX.
           88  FILE-OK              VALUE '00'.
       01  WS-DEALER-BUY-RATE      PIC 9(3)V99 VALUE ZERO.
       01  WS-DEALER-VALID         PIC X.
           88  DEALER-IS-VALID      VALUE 'Y'.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
       01  WS-REFINANCE-LOAN-ID    PIC 9(5) VALUE ZERO.
       01  WS-REFINANCE-VALID      PIC X.
           88  REFINANCE-IS-VALID   VALUE 'Y'.
       01  ORIGINATOR-FILE-STATUS  PIC XX.
           88  ORIGINATOR-FILE-OK   VALUE '00'.
       01  WS-ORIGINATOR-ID        PIC A(10).
       01  WS-ORIGINATOR-OK        PIC X.
           88  ORIGINATOR-IS-OK     VALUE 'Y'.
       01  MLA-FILE-STATUS         PIC XX.
           88  MLA-FILE-OK          VALUE '00'.
       01  WS-END-OF-MLA-RESULTS   PIC X VALUE 'N'.
           88  END-OF-MLA-RESULTS   VALUE 'Y'.
       01  WS-MLA-COVERED-IND      PIC X VALUE SPACE.
           88  MLA-RESULT-FOUND     VALUE 'Y' 'N'.
           88  MLA-APPLICANT-COVERED VALUE 'Y'.
       01  WS-MLA-CHECK-DATE       PIC 9(8) VALUE ZERO.
       01  WS-MLA-CHECK-SOURCE     PIC X(10) VALUE SPACES.
       01  WS-MLA-CERTIFICATE-ID   PIC X(20) VALUE SPACES.
       01  WS-MLA-FEES             PIC 9(7)V99.
       01  WS-MLA-MAPR             PIC 9(3)V9(4) VALUE ZERO.
      *  Compiled default; overridden by the MLA MAPR CAP system
      *  parameter when one is on file.
       01  WS-MLA-MAPR-CAP         PIC 9(3)V99 VALUE 36.00.
       01  WS-PARM-NAME            PIC X(20).
       01  WS-PARM-VALUE           PIC 9(7)V99.
       01  WS-PARM-FOUND           PIC X.
           88  PARM-WAS-FOUND       VALUE 'Y'.
       01  WS-LOAN-ID              PIC 9(5).
       01  WS-CUSTOMER-ID          PIC 9(5).
       01  WS-KEYED-CUSTOMER-ID    PIC 9(5).
       01  WS-CUSTOMER-RETIRED     PIC X.
           88  CUSTOMER-RETIRED     VALUE 'Y'.
       01  WS-LOAN-TYPE            PIC X(20).
       01  WS-REQUESTED-AMOUNT     PIC 9(7)V99.
       01  WS-REQUESTED-TERM       PIC 9(3).
       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
       DISPLAY 'Enter Loan Type (PERSONAL/AUTO/MORTGAGE): '
       ACCEPT WS-LOAN-TYPE
       MOVE WS-LOAN-TYPE TO LOAN-TYPE OF LOAN-APPLICATION-REC
       IF NOT LOAN-TYPE-IS-VALID OF LOAN-APPLICATION-REC
           DISPLAY 'Invalid Loan Type: ' WS-LOAN-TYPE
           STOP RUN
       END-IF

       DISPLAY 'Enter Loan Officer ID Taking The Application: '
       ACCEPT WS-ORIGINATOR-ID
       PERFORM VALIDATE-ORIGINATOR
       IF NOT ORIGINATOR-IS-OK
           DISPLAY 'Unknown Or Inactive Originator: '
               WS-ORIGINATOR-ID ' - Application Rejected.'
           STOP RUN
       END-IF

      *  Indirect channel: an AUTO application sent in by a signed-
      *  up dealer carries the dealer and the buy rate quoted --
      *  the spread over the buy rate funds the dealer reserve.
           END-IF
       END-IF

      *  Refinance: the borrower may ask to pay off one of their own
      *  ACTIVE loans out of this loan's proceeds.  LOAN-FUNDING
      *  retires the loan named here and disburses only the rest.
       DISPLAY 'Enter Loan ID Being Refinanced (0 For New Money): '
       ACCEPT WS-REFINANCE-LOAN-ID
       IF WS-REFINANCE-LOAN-ID > ZERO
           CALL 'CHECK-LOAN-ACCESS' USING WS-REFINANCE-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF
           PERFORM VALIDATE-REFINANCE-LOAN
           IF NOT REFINANCE-IS-VALID
               DISPLAY 'Loan To Refinance Is Not An ACTIVE Loan Of '
                   'This Customer: ' WS-REFINANCE-LOAN-ID
                   ' - Application Rejected.'
               STOP RUN
           END-IF
       END-IF

       DISPLAY 'Enter Requested Loan Amount: '
       ACCEPT WS-REQUESTED-AMOUNT
       DISPLAY 'Enter Requested Term (in months): '
           STOP RUN
       END-IF

      *  Military Lending Act: a PERSONAL loan is not taken without
      *  a DoD covered-borrower determination to rely on.
       IF WS-LOAN-TYPE = 'PERSONAL'
           PERFORM DETERMINE-MLA-COVERAGE
           IF NOT MLA-RESULT-FOUND
               DISPLAY 'No DoD MLA Status Check On File For Customer '
                   WS-CUSTOMER-ID ' - Application Rejected.'
               STOP RUN
           END-IF
           IF MLA-APPLICANT-COVERED
               DISPLAY 'MLA Covered Borrower Per ' WS-MLA-CHECK-SOURCE
                   ' Check Of ' WS-MLA-CHECK-DATE
           ELSE
               DISPLAY 'Not A Covered Borrower Per '
                   WS-MLA-CHECK-SOURCE ' Check Of ' WS-MLA-CHECK-DATE
           END-IF
       END-IF

       DISPLAY 'Enter Gross Monthly Income: '
       ACCEPT WS-MONTHLY-INCOME
       DISPLAY 'Enter Total Monthly Obligations: '
       DISPLAY 'Debt-To-Income Ratio: ' WS-DTI-RATIO
           ' Recommendation: ' WS-RECOMMENDATION

       IF WS-LOAN-TYPE = 'PERSONAL'
           PERFORM ESTIMATE-MLA-MAPR
       END-IF

       PERFORM ASSIGN-NEXT-LOAN-ID
       PERFORM ADD-APPLICATION

               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      *  The latest DoD status check for the customer run on or
      *  before the application date is the determination relied
      *  on.  A covered result covers the applicant whether the
      *  service member is the applicant or a dependent's sponsor.
      *----------------------------------------------------------------
       DETERMINE-MLA-COVERAGE.
           MOVE SPACE TO WS-MLA-COVERED-IND
           MOVE ZERO TO WS-MLA-CHECK-DATE
           MOVE 'N' TO WS-END-OF-MLA-RESULTS
           OPEN INPUT MLA-STATUS-FILE
           IF MLA-FILE-OK
               PERFORM CHECK-NEXT-MLA-RESULT
                   UNTIL END-OF-MLA-RESULTS
               CLOSE MLA-STATUS-FILE
           END-IF.

       CHECK-NEXT-MLA-RESULT.
           READ MLA-STATUS-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-MLA-RESULTS
               NOT AT END
                   IF RESULT-CUSTOMER-ID = WS-CUSTOMER-ID
                      AND RESULT-CHECK-DATE NOT > WS-APPLICATION-DATE
                      AND RESULT-CHECK-DATE NOT < WS-MLA-CHECK-DATE
                       IF RESULT-IS-COVERED
                           MOVE 'Y' TO WS-MLA-COVERED-IND
                       ELSE
                           MOVE 'N' TO WS-MLA-COVERED-IND
                       END-IF
                       MOVE RESULT-CHECK-DATE TO WS-MLA-CHECK-DATE
                       MOVE RESULT-SOURCE TO WS-MLA-CHECK-SOURCE
                       MOVE RESULT-CERTIFICATE-ID
                           TO WS-MLA-CERTIFICATE-ID
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  The MAPR on the requested terms at the proposed rate, with
      *  the fees the loan will carry.  Intake only warns; approval
      *  refigures it on the approved terms and enforces the cap.
      *----------------------------------------------------------------
       ESTIMATE-MLA-MAPR.
           CALL 'MLA-MAPR-CALC' USING WS-REQUESTED-AMOUNT
                                       WS-REQUESTED-TERM
                                       WS-PROPOSED-RATE
                                       WS-APPLICATION-DATE
                                       WS-MLA-FEES
                                       WS-MLA-MAPR
           DISPLAY 'Estimated Military APR: ' WS-MLA-MAPR
               ' (Fees ' WS-MLA-FEES ')'
           MOVE 'MLA MAPR CAP' TO WS-PARM-NAME
           CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                     WS-APPLICATION-DATE
                                     WS-PARM-VALUE
                                     WS-PARM-FOUND
           IF PARM-WAS-FOUND
               MOVE WS-PARM-VALUE TO WS-MLA-MAPR-CAP
           END-IF
           IF MLA-APPLICANT-COVERED
              AND WS-MLA-MAPR > WS-MLA-MAPR-CAP
               DISPLAY 'WARNING: Military APR Exceeds The '
                   WS-MLA-MAPR-CAP ' MLA Cap - Approval Will Be '
                   'Refused On These Terms.'
           END-IF.

       VALIDATE-DEALER.
           MOVE 'N' TO WS-DEALER-VALID
           OPEN INPUT DEALER-FILE
               CLOSE DEALER-FILE
           END-IF.

       VALIDATE-ORIGINATOR.
           MOVE 'N' TO WS-ORIGINATOR-OK
           OPEN INPUT ORIGINATOR-FILE
           IF ORIGINATOR-FILE-OK
               MOVE WS-ORIGINATOR-ID
                   TO ORIGINATOR-ID OF ORIGINATOR-REC
               READ ORIGINATOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ORIGINATOR-ACTIVE
                           MOVE 'Y' TO WS-ORIGINATOR-OK
                       END-IF
               END-READ
               CLOSE ORIGINATOR-FILE
           END-IF.

       VALIDATE-REFINANCE-LOAN.
           MOVE 'N' TO WS-REFINANCE-VALID
           OPEN INPUT LOAN-FILE
           IF LOAN-FILE-OK
               MOVE WS-REFINANCE-LOAN-ID TO LOAN-ID OF LOAN-REC
               READ LOAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF STATUS-ACTIVE
                          AND CUSTOMER-ID OF LOAN-REC = WS-CUSTOMER-ID
                           MOVE 'Y' TO WS-REFINANCE-VALID
                       END-IF
               END-READ
               CLOSE LOAN-FILE
           END-IF.

       VALIDATE-CUSTOMER.
           DISPLAY 'Enter Customer ID: '
           ACCEPT WS-CUSTOMER-ID
           MOVE WS-CUSTOMER-ID TO WS-KEYED-CUSTOMER-ID
           CALL 'RESOLVE-CUSTOMER-ID' USING WS-CUSTOMER-ID
                                            WS-CUSTOMER-RETIRED
           IF CUSTOMER-RETIRED
               DISPLAY 'Customer ' WS-KEYED-CUSTOMER-ID
                   ' Was Merged Into ' WS-CUSTOMER-ID
                   ' - Applying Under The Surviving ID.'
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF NOT CUSTOMER-FILE-OK
           MOVE WS-DEALER-ID
               TO DEALER-ID OF LOAN-APPLICATION-REC
           MOVE WS-DEALER-BUY-RATE  TO DEALER-BUY-RATE
           IF WS-REFINANCE-LOAN-ID > ZERO
               MOVE 'R'             TO APPLICATION-PURPOSE
           ELSE
               MOVE 'N'             TO APPLICATION-PURPOSE
           END-IF
           MOVE WS-REFINANCE-LOAN-ID
               TO REFINANCE-LOAN-ID OF LOAN-APPLICATION-REC
           MOVE WS-MLA-COVERED-IND  TO MLA-COVERED-IND
           MOVE WS-MLA-CHECK-DATE   TO MLA-CHECK-DATE
           MOVE WS-MLA-CHECK-SOURCE TO MLA-CHECK-SOURCE
           MOVE WS-MLA-CERTIFICATE-ID TO MLA-CERTIFICATE-ID
           MOVE WS-MLA-MAPR         TO MLA-MAPR
           MOVE WS-ORIGINATOR-ID    TO APPL-ORIGINATOR-ID
           MOVE ZERO                TO INCOMPLETE-NOTICE-DATE
           MOVE ZERO                TO INCOMPLETE-DUE-DATE
           MOVE ZERO                TO APPL-CLOSED-DATE

           WRITE LOAN-APPLICATION-REC
               INVALID KEY
                   CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                                 WS-USER-ID
                                                 WS-LOG-DESCRIPTION
                   IF MLA-RESULT-FOUND
                       PERFORM LOG-MLA-DETERMINATION
                   END-IF
           END-WRITE

           CLOSE LOAN-APPLICATION-FILE.

       LOG-MLA-DETERMINATION.
           MOVE 'MLA DETERMINATION' TO WS-LOG-ACTION-TYPE
           IF MLA-APPLICANT-COVERED
               MOVE 'MLA Covered Borrower Recorded'
                   TO WS-LOG-DESCRIPTION
           ELSE
               MOVE 'MLA Not Covered Recorded' TO WS-LOG-DESCRIPTION
           END-IF
           CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                         WS-USER-ID
                                         WS-LOG-DESCRIPTION.
