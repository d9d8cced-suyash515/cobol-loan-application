       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-FILE.

      *================================================================
      *  Borrower complaint and qualified-written-request case
      *  maintenance over COMPLAINT.DAT.  Written complaints, notices
      *  of error and information requests -- by mail or phone --
      *  are opened here against the loan and its borrower, and the
      *  regulatory clocks start from the received date: the
      *  acknowledgment is due COMPLAINT ACK DAYS business days out
      *  (default 5) and the resolution COMPLAINT RESOLVE DAYS
      *  (default 30), counted on the holiday calendar through
      *  ADD-BUSINESS-DAYS.  Acknowledging and resolving the case
      *  records the date, the resolution code and the operator who
      *  handled it.  While a notice of error is open the loan is
      *  held out of the credit-bureau extract (CHECK-ERROR-DISPUTE).
      *  COMPLAINT-AGING-REPORT watches the deadlines daily and
      *  COMPLAINT-TREND-REPORT counts the month's cases.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO 'COMPLAINT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-ID OF COMPLAINT-REC
               ALTERNATE RECORD KEY IS LOAN-ID OF COMPLAINT-REC
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-REC
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF LOAN-REC
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-FILE.
       COPY COMPLAINTREC.

       FD  LOAN-FILE.
       COPY LOANREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS              PIC XX.
           88  FILE-OK               VALUE '00'.
           88  FILE-NOT-FOUND        VALUE '35'.
       01  LOAN-FILE-STATUS         PIC XX.
           88  LOAN-FILE-OK          VALUE '00'.
       01  WS-MODE                  PIC X.
           88  OPEN-MODE              VALUE '1'.
           88  ACK-MODE               VALUE '2'.
           88  RESOLVE-MODE           VALUE '3'.
           88  INQUIRE-MODE           VALUE '4'.
           88  LIST-MODE              VALUE '5'.
       01  WS-CASE-ID               PIC 9(5).
       01  WS-LOAN-ID               PIC 9(5).
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-BUSDATE-FOUND         PIC X.
           88  BUSINESS-DATE-FOUND   VALUE 'Y'.
       01  WS-USER-ID               PIC A(10).
       01  WS-LOG-ACTION-TYPE       PIC A(20).
       01  WS-LOG-DESCRIPTION       PIC A(50).

       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       01  WS-LOAN-FOUND            PIC X.
           88  LOAN-FOUND            VALUE 'Y'.
       01  WS-END-OF-CASES          PIC X.
           88  END-OF-CASES          VALUE 'Y'.
       01  WS-CASES-LISTED          PIC 9(5) COMP VALUE ZERO.

      *  Case as keyed, held until the loan is confirmed.
       01  WS-CATEGORY              PIC X(12).
           88  KEYED-CATEGORY-VALID  VALUE 'COMPLAINT'
                                           'ERROR NOTICE'
                                           'INFO REQUEST'.
       01  WS-CHANNEL               PIC X(5).
           88  KEYED-CHANNEL-VALID   VALUE 'MAIL' 'PHONE'.
       01  WS-SUMMARY               PIC X(50).
       01  WS-RECEIVED-DATE         PIC 9(8).
       01  WS-RESOLUTION-CODE       PIC X(10).
           88  KEYED-RESOLUTION-VALID VALUE 'CORRECTED' 'NO ERROR'
                                            'INFO SENT' 'WITHDRAWN'.

      *  Regulatory clocks, business days from receipt.
       01  WS-ACK-DAYS              PIC 9(3) VALUE 5.
       01  WS-RESOLVE-DAYS          PIC 9(3) VALUE 30.
       01  WS-ACK-DUE               PIC 9(8).
       01  WS-RESOLVE-DUE           PIC 9(8).
       01  WS-PARM-NAME             PIC X(20).
       01  WS-PARM-VALUE            PIC 9(7)V99.
       01  WS-PARM-FOUND            PIC X.
           88  PARM-WAS-FOUND        VALUE 'Y'.

       01  WS-ID-MODE               PIC X.
       01  WS-ID-SERIES             PIC X(12).
       01  WS-ID-FOUND              PIC X.
           88  ID-SERIES-FOUND       VALUE 'Y'.

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       DISPLAY '1. Open Complaint / QWR Case'
       DISPLAY '2. Record Acknowledgment'
       DISPLAY '3. Resolve Case'
       DISPLAY '4. Inquire Case'
       DISPLAY '5. List Cases For Loan'
       DISPLAY 'Select Option: '
       ACCEPT WS-MODE
       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
                                       WS-SIGNON-FOUND
       IF NOT SIGNON-FOUND
           DISPLAY 'Enter Your User ID: '
           ACCEPT WS-USER-ID
       END-IF

       CALL 'GET-BUSINESS-DATE' USING WS-RUN-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
       END-IF

       EVALUATE TRUE
           WHEN OPEN-MODE
               PERFORM OPEN-CASE
           WHEN ACK-MODE
               PERFORM ACKNOWLEDGE-CASE
           WHEN RESOLVE-MODE
               PERFORM RESOLVE-CASE
           WHEN INQUIRE-MODE
               PERFORM INQUIRE-CASE
           WHEN LIST-MODE
               PERFORM LIST-LOAN-CASES
           WHEN OTHER
               DISPLAY 'Invalid Option.'
       END-EVALUATE

       STOP RUN.

      *----------------------------------------------------------------
      *  The loan supplies the borrower and branch, so the case is
      *  tied to both without re-keying.
      *----------------------------------------------------------------
       OPEN-CASE.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF

           MOVE 'N' TO WS-LOAN-FOUND
           OPEN INPUT LOAN-FILE
           IF NOT LOAN-FILE-OK
               DISPLAY 'Error Opening LOAN-FILE.'
               STOP RUN
           END-IF
           MOVE WS-LOAN-ID TO LOAN-ID OF LOAN-REC
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY 'Loan Not Found: ' WS-LOAN-ID
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOAN-FOUND
           END-READ
           CLOSE LOAN-FILE

           IF NOT LOAN-FOUND
               DISPLAY 'Case Not Opened.'
           ELSE
               DISPLAY 'Enter Category '
                   '(COMPLAINT/ERROR NOTICE/INFO REQUEST): '
               ACCEPT WS-CATEGORY
               DISPLAY 'Enter Channel (MAIL/PHONE): '
               ACCEPT WS-CHANNEL
               IF NOT KEYED-CATEGORY-VALID
                   DISPLAY 'Invalid Category: ' WS-CATEGORY
                       ' - Case Not Opened.'
               ELSE
                   IF NOT KEYED-CHANNEL-VALID
                       DISPLAY 'Invalid Channel: ' WS-CHANNEL
                           ' - Case Not Opened.'
                   ELSE
                       DISPLAY 'Enter Summary: '
                       ACCEPT WS-SUMMARY
                       DISPLAY 'Enter Received Date '
                           '(YYYYMMDD, 0 For Today): '
                       ACCEPT WS-RECEIVED-DATE
                       IF WS-RECEIVED-DATE = ZERO
                           MOVE WS-RUN-DATE TO WS-RECEIVED-DATE
                       END-IF
                       PERFORM COMPUTE-CASE-DEADLINES
                       PERFORM WRITE-NEW-CASE
                   END-IF
               END-IF
           END-IF.

       COMPUTE-CASE-DEADLINES.
           MOVE 'COMPLAINT ACK DAYS' TO WS-PARM-NAME
           CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                     WS-RUN-DATE
                                     WS-PARM-VALUE
                                     WS-PARM-FOUND
           IF PARM-WAS-FOUND AND WS-PARM-VALUE > ZERO
               MOVE WS-PARM-VALUE TO WS-ACK-DAYS
           END-IF

           MOVE 'COMPLAINT RESOLVE DAYS' TO WS-PARM-NAME
           CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                     WS-RUN-DATE
                                     WS-PARM-VALUE
                                     WS-PARM-FOUND
           IF PARM-WAS-FOUND AND WS-PARM-VALUE > ZERO
               MOVE WS-PARM-VALUE TO WS-RESOLVE-DAYS
           END-IF

           CALL 'ADD-BUSINESS-DAYS' USING WS-RECEIVED-DATE
                                           WS-ACK-DAYS
                                           WS-ACK-DUE
           CALL 'ADD-BUSINESS-DAYS' USING WS-RECEIVED-DATE
                                           WS-RESOLVE-DAYS
                                           WS-RESOLVE-DUE.

       WRITE-NEW-CASE.
           OPEN I-O COMPLAINT-FILE
           IF FILE-NOT-FOUND
               OPEN OUTPUT COMPLAINT-FILE
               CLOSE COMPLAINT-FILE
               OPEN I-O COMPLAINT-FILE
           END-IF
           IF NOT FILE-OK
               DISPLAY 'Error Opening COMPLAINT-FILE.'
               STOP RUN
           END-IF

           PERFORM ASSIGN-NEXT-CASE-ID

           MOVE WS-CASE-ID              TO CASE-ID
           MOVE WS-LOAN-ID              TO LOAN-ID OF COMPLAINT-REC
           MOVE CUSTOMER-ID OF LOAN-REC TO
               CUSTOMER-ID OF COMPLAINT-REC
           MOVE BRANCH-ID OF LOAN-REC   TO CASE-BRANCH-ID
           MOVE WS-CATEGORY             TO CASE-CATEGORY
           MOVE WS-CHANNEL              TO CASE-CHANNEL
           MOVE WS-SUMMARY              TO CASE-SUMMARY
           MOVE WS-RECEIVED-DATE        TO RECEIVED-DATE
           MOVE WS-ACK-DUE              TO ACK-DUE-DATE
           MOVE WS-RESOLVE-DUE          TO RESOLVE-DUE-DATE
           MOVE ZERO                    TO ACK-DATE
           MOVE ZERO                    TO RESOLVED-DATE
           MOVE SPACES                  TO RESOLUTION-CODE
           MOVE 'OPEN'                  TO CASE-STATUS
           MOVE WS-USER-ID              TO HANDLED-BY

           WRITE COMPLAINT-REC
               INVALID KEY
                   DISPLAY 'Error Writing Case ' WS-CASE-ID
               NOT INVALID KEY
                   DISPLAY 'Case ' WS-CASE-ID ' Opened - '
                       'Acknowledge By ' WS-ACK-DUE
                       ', Resolve By ' WS-RESOLVE-DUE
                   IF CATEGORY-ERROR
                       DISPLAY 'Credit Bureau Reporting Suspended '
                           'For Loan ' WS-LOAN-ID
                           ' While The Error Claim Is Open.'
                   END-IF
                   MOVE 'COMPLAINT OPEN' TO WS-LOG-ACTION-TYPE
                   MOVE 'Complaint/QWR Case Opened'
                       TO WS-LOG-DESCRIPTION
                   CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                                 WS-USER-ID
                                                 WS-LOG-DESCRIPTION
           END-WRITE

           CLOSE COMPLAINT-FILE.

      *----------------------------------------------------------------
      *  First case ever seeds the COMPLAINT series at one; every
      *  later case number comes off NEXT_ID.DAT.
      *----------------------------------------------------------------
       ASSIGN-NEXT-CASE-ID.
           MOVE 'A' TO WS-ID-MODE
           MOVE 'COMPLAINT' TO WS-ID-SERIES
           CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                        WS-ID-SERIES
                                        WS-CASE-ID
                                        WS-ID-FOUND
           IF NOT ID-SERIES-FOUND
               MOVE 1 TO WS-CASE-ID
               MOVE 'S' TO WS-ID-MODE
               CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                            WS-ID-SERIES
                                            WS-CASE-ID
                                            WS-ID-FOUND
           END-IF.

       ACKNOWLEDGE-CASE.
           DISPLAY 'Enter Case ID: '
           ACCEPT WS-CASE-ID

           OPEN I-O COMPLAINT-FILE
           IF NOT FILE-OK
               DISPLAY 'Error Opening COMPLAINT-FILE.'
               STOP RUN
           END-IF

           MOVE WS-CASE-ID TO CASE-ID
           READ COMPLAINT-FILE
               INVALID KEY
                   DISPLAY 'Case Not Found: ' WS-CASE-ID
               NOT INVALID KEY
                   IF ACK-DATE NOT = ZERO
                       DISPLAY 'Case Already Acknowledged On '
                           ACK-DATE
                   ELSE
                       MOVE WS-RUN-DATE TO ACK-DATE
                       MOVE WS-USER-ID  TO HANDLED-BY
                       PERFORM REWRITE-ACKNOWLEDGED-CASE
                   END-IF
           END-READ

           CLOSE COMPLAINT-FILE.

       REWRITE-ACKNOWLEDGED-CASE.
           REWRITE COMPLAINT-REC
               INVALID KEY
                   DISPLAY 'Error Updating Case.'
               NOT INVALID KEY
                   DISPLAY 'Acknowledgment Recorded ' ACK-DATE
                   IF ACK-DATE > ACK-DUE-DATE
                       DISPLAY '*** ACKNOWLEDGED LATE - WAS DUE '
                           ACK-DUE-DATE ' ***'
                   END-IF
                   MOVE 'COMPLAINT ACK' TO WS-LOG-ACTION-TYPE
                   MOVE 'Complaint/QWR Acknowledged'
                       TO WS-LOG-DESCRIPTION
                   CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                                 WS-USER-ID
                                                 WS-LOG-DESCRIPTION
           END-REWRITE.

      *----------------------------------------------------------------
      *  A case resolved before it was acknowledged counts the
      *  resolution as the acknowledgment.  Resolving a notice of
      *  error lifts the credit-bureau suspension for the loan.
      *----------------------------------------------------------------
       RESOLVE-CASE.
           DISPLAY 'Enter Case ID: '
           ACCEPT WS-CASE-ID
           DISPLAY 'Enter Resolution Code '
               '(CORRECTED/NO ERROR/INFO SENT/WITHDRAWN): '
           ACCEPT WS-RESOLUTION-CODE

           IF NOT KEYED-RESOLUTION-VALID
               DISPLAY 'Invalid Resolution Code: ' WS-RESOLUTION-CODE
               STOP RUN
           END-IF

           OPEN I-O COMPLAINT-FILE
           IF NOT FILE-OK
               DISPLAY 'Error Opening COMPLAINT-FILE.'
               STOP RUN
           END-IF

           MOVE WS-CASE-ID TO CASE-ID
           READ COMPLAINT-FILE
               INVALID KEY
                   DISPLAY 'Case Not Found: ' WS-CASE-ID
               NOT INVALID KEY
                   IF CASE-RESOLVED
                       DISPLAY 'Case Already Resolved On '
                           RESOLVED-DATE
                   ELSE
                       IF ACK-DATE = ZERO
                           MOVE WS-RUN-DATE TO ACK-DATE
                       END-IF
                       MOVE WS-RUN-DATE        TO RESOLVED-DATE
                       MOVE WS-RESOLUTION-CODE TO RESOLUTION-CODE
                       MOVE 'RESOLVED'         TO CASE-STATUS
                       MOVE WS-USER-ID         TO HANDLED-BY
                       PERFORM REWRITE-RESOLVED-CASE
                   END-IF
           END-READ

           CLOSE COMPLAINT-FILE.

       REWRITE-RESOLVED-CASE.
           REWRITE COMPLAINT-REC
               INVALID KEY
                   DISPLAY 'Error Updating Case.'
               NOT INVALID KEY
                   DISPLAY 'Case Resolved ' RESOLVED-DATE ' - '
                       RESOLUTION-CODE
                   IF RESOLVED-DATE > RESOLVE-DUE-DATE
                       DISPLAY '*** RESOLVED LATE - WAS DUE '
                           RESOLVE-DUE-DATE ' ***'
                   END-IF
                   MOVE 'COMPLAINT RESOLVE' TO WS-LOG-ACTION-TYPE
                   MOVE 'Complaint/QWR Resolved'
                       TO WS-LOG-DESCRIPTION
                   CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                                 WS-USER-ID
                                                 WS-LOG-DESCRIPTION
           END-REWRITE.

       INQUIRE-CASE.
           DISPLAY 'Enter Case ID: '
           ACCEPT WS-CASE-ID

           OPEN INPUT COMPLAINT-FILE
           IF NOT FILE-OK
               DISPLAY 'Error Opening COMPLAINT-FILE.'
               STOP RUN
           END-IF

           MOVE WS-CASE-ID TO CASE-ID
           READ COMPLAINT-FILE
               INVALID KEY
                   DISPLAY 'Case Not Found: ' WS-CASE-ID
               NOT INVALID KEY
                   PERFORM DISPLAY-CASE
           END-READ

           CLOSE COMPLAINT-FILE.

       DISPLAY-CASE.
           DISPLAY 'Case ID        : ' CASE-ID
           DISPLAY 'Loan ID        : ' LOAN-ID OF COMPLAINT-REC
               '  Customer: ' CUSTOMER-ID OF COMPLAINT-REC
               '  Branch: ' CASE-BRANCH-ID
           DISPLAY 'Category       : ' CASE-CATEGORY
               ' By ' CASE-CHANNEL
           DISPLAY 'Summary        : ' CASE-SUMMARY
           DISPLAY 'Received       : ' RECEIVED-DATE
           DISPLAY 'Ack Due        : ' ACK-DUE-DATE
               '  Acknowledged: ' ACK-DATE
           DISPLAY 'Resolve Due    : ' RESOLVE-DUE-DATE
               '  Resolved: ' RESOLVED-DATE
           DISPLAY 'Status         : ' CASE-STATUS
               ' ' RESOLUTION-CODE
           DISPLAY 'Handled By     : ' HANDLED-BY.

       LIST-LOAN-CASES.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF

           OPEN INPUT COMPLAINT-FILE
           IF NOT FILE-OK
               DISPLAY 'No Cases On File.'
           ELSE
               MOVE 'N' TO WS-END-OF-CASES
               MOVE WS-LOAN-ID TO LOAN-ID OF COMPLAINT-REC
               START COMPLAINT-FILE KEY IS EQUAL TO
                       LOAN-ID OF COMPLAINT-REC
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-CASES
               END-START
               PERFORM LIST-NEXT-LOAN-CASE
                   UNTIL END-OF-CASES
               CLOSE COMPLAINT-FILE
               IF WS-CASES-LISTED = ZERO
                   DISPLAY 'No Cases For Loan: ' WS-LOAN-ID
               END-IF
           END-IF.

       LIST-NEXT-LOAN-CASE.
           READ COMPLAINT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-CASES
               NOT AT END
                   IF LOAN-ID OF COMPLAINT-REC NOT = WS-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-CASES
                   ELSE
                       ADD 1 TO WS-CASES-LISTED
                       DISPLAY ' '
                       PERFORM DISPLAY-CASE
                   END-IF
           END-READ.
