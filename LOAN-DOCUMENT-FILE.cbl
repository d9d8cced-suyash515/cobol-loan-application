      *  items received as the paper comes in, and lists what is
      *  still outstanding.  LOAN-APPROVAL-FILE checks this file and
      *  refuses to approve while required items are outstanding, so
      *  the auditors stop finding empty files every quarter.  When
      *  the applicant calls or writes to withdraw a pending
      *  application, option 4 closes it out WITHDRAWN as of the
      *  business date; APPLICATION-AGING closes out the ones left
      *  incomplete.
      *================================================================

       ENVIRONMENT DIVISION.
           88  BUILD-MODE            VALUE '1'.
           88  RECEIVE-MODE          VALUE '2'.
           88  LIST-MODE             VALUE '3'.
           88  WITHDRAW-MODE         VALUE '4'.
       01  WS-LOAN-ID              PIC 9(5).
       01  WS-DOC-TYPE             PIC X(15).
       01  WS-RECEIVED-DATE        PIC 9(8).
       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       01  WS-BUSINESS-DATE       PIC 9(8).
       01  WS-BUSDATE-FOUND       PIC X.
           88  BUSINESS-DATE-FOUND VALUE 'Y'.
       01  WS-CONFIRM             PIC X.
           88  CONFIRMED           VALUE 'Y' 'y'.

       PROCEDURE DIVISION.

       DISPLAY '1. Build Checklist For Application'
       DISPLAY '2. Mark Document Received'
       DISPLAY '3. List Checklist For Application'
       DISPLAY '4. Record Applicant Withdrawal'
       DISPLAY 'Select Option: '
       ACCEPT WS-MODE
       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
               PERFORM RECEIVE-DOCUMENT
           WHEN LIST-MODE
               PERFORM LIST-CHECKLIST
           WHEN WITHDRAW-MODE
               PERFORM WITHDRAW-APPLICATION
           WHEN OTHER
               DISPLAY 'Invalid Option.'
       END-EVALUATE
                       MOVE 'Y' TO WS-END-OF-DOCS
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  The applicant's own withdrawal of a pending application,
      *  dated the business day it was received, for the fair-
      *  lending register's withdrawn action code.
      *----------------------------------------------------------------
       WITHDRAW-APPLICATION.
           DISPLAY 'Enter Application Loan ID: '
           ACCEPT WS-LOAN-ID

           CALL 'GET-BUSINESS-DATE' USING WS-BUSINESS-DATE
                                           WS-BUSDATE-FOUND
           IF NOT BUSINESS-DATE-FOUND
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF

           OPEN I-O LOAN-APPLICATION-FILE
           IF NOT APPLICATION-FILE-OK
               DISPLAY 'Error Opening LOAN-APPLICATION-FILE.'
               STOP RUN
           END-IF
           MOVE WS-LOAN-ID TO LOAN-ID OF LOAN-APPLICATION-REC
           READ LOAN-APPLICATION-FILE
               INVALID KEY
                   DISPLAY 'Application Not Found: ' WS-LOAN-ID
                   CLOSE LOAN-APPLICATION-FILE
                   STOP RUN
           END-READ

           IF NOT APPLICATION-PENDING
               DISPLAY 'Application Is Not Pending: ' WS-LOAN-ID
                   ' - Status Is ' APPLICATION-STATUS
               CLOSE LOAN-APPLICATION-FILE
               STOP RUN
           END-IF

           DISPLAY 'Withdraw Application ' WS-LOAN-ID ' As Of '
               WS-BUSINESS-DATE '? (Y/N): '
           ACCEPT WS-CONFIRM
           IF NOT CONFIRMED
               DISPLAY 'Withdrawal Cancelled.'
               CLOSE LOAN-APPLICATION-FILE
               STOP RUN
           END-IF

           MOVE 'WITHDRAWN' TO APPLICATION-STATUS
           MOVE WS-BUSINESS-DATE TO APPL-CLOSED-DATE
           REWRITE LOAN-APPLICATION-REC
               INVALID KEY
                   DISPLAY 'Error Updating Application.'
               NOT INVALID KEY
                   DISPLAY 'Application Withdrawn.'
                   MOVE 'APPL WITHDRAWN' TO WS-LOG-ACTION-TYPE
                   MOVE SPACES TO WS-LOG-DESCRIPTION
                   STRING 'Application ' WS-LOAN-ID
                       ' Withdrawn By Applicant'
                       DELIMITED BY SIZE INTO WS-LOG-DESCRIPTION
                   CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                                 WS-USER-ID
                                                 WS-LOG-DESCRIPTION
           END-REWRITE

           CLOSE LOAN-APPLICATION-FILE.
