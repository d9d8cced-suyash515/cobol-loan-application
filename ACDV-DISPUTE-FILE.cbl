       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACDV-DISPUTE-FILE.

      *================================================================
      *  Analyst review of credit-bureau dispute requests on
      *  BUREAU_DISPUTE.DAT, replacing answers worked by hand from
      *  LOAN-INQUIRY.  ACDV-DISPUTE-IMPORT logs each request OPEN
      *  with what we furnish today; here the analyst either confirms
      *  that data as reported or keys the corrected status, balance,
      *  past-due and payment history.  Either answer marks the
      *  dispute ANSWERED for ACDV-RESPONSE-EXPORT to send back; a
      *  correction is also held PENDING so the next CREDIT-BUREAU-
      *  EXTRACT furnishes the corrected figures.  Answering after
      *  the response deadline is allowed but flagged.  The open
      *  list shows every unanswered dispute against its deadline.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUREAU-DISPUTE-FILE ASSIGN TO 'BUREAU_DISPUTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISPUTE-ID OF BUREAU-DISPUTE-REC
               ALTERNATE RECORD KEY IS ACDV-CONTROL-NO
               ALTERNATE RECORD KEY IS LOAN-ID OF BUREAU-DISPUTE-REC
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUREAU-DISPUTE-FILE.
       COPY ACDVREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS              PIC XX.
           88  FILE-OK               VALUE '00'.
       01  WS-MODE                  PIC X.
           88  CONFIRM-MODE           VALUE '1'.
           88  CORRECT-MODE           VALUE '2'.
           88  INQUIRE-MODE           VALUE '3'.
           88  LIST-MODE              VALUE '4'.
       01  WS-DISPUTE-ID            PIC 9(5).
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-BUSDATE-FOUND         PIC X.
           88  BUSINESS-DATE-FOUND   VALUE 'Y'.
       01  WS-USER-ID               PIC A(10).
       01  WS-LOG-ACTION-TYPE       PIC A(20).
       01  WS-LOG-DESCRIPTION       PIC A(50).

       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       01  WS-END-OF-DISPUTES       PIC X.
           88  END-OF-DISPUTES       VALUE 'Y'.
       01  WS-DISPUTES-LISTED       PIC 9(5) COMP VALUE ZERO.
       01  WS-DUE-FLAG              PIC X(16).

      *  Corrected figures as keyed.  Status is checked against the
      *  values the credit-bureau extract furnishes.
       01  WS-COR-STATUS            PIC X(10).
           88  KEYED-STATUS-VALID    VALUE 'CURRENT' '30-DAYS'
                                           '60-DAYS' '90-DAYS'
                                           'CHARGEOFF' 'PAID'.
       01  WS-COR-BALANCE           PIC 9(7)V99.
       01  WS-COR-PAST-DUE          PIC 9(7)V99.
       01  WS-COR-HISTORY           PIC X(12).

       PROCEDURE DIVISION.

       DISPLAY '1. Confirm Dispute As Reported'
       DISPLAY '2. Correct Reported Data'
       DISPLAY '3. Inquire Dispute'
       DISPLAY '4. List Open Disputes'
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
           WHEN CONFIRM-MODE
               PERFORM CONFIRM-DISPUTE
           WHEN CORRECT-MODE
               PERFORM CORRECT-DISPUTE
           WHEN INQUIRE-MODE
               PERFORM INQUIRE-DISPUTE
           WHEN LIST-MODE
               PERFORM LIST-OPEN-DISPUTES
           WHEN OTHER
               DISPLAY 'Invalid Option.'
       END-EVALUATE

       STOP RUN.

       CONFIRM-DISPUTE.
           DISPLAY 'Enter Dispute ID: '
           ACCEPT WS-DISPUTE-ID

           OPEN I-O BUREAU-DISPUTE-FILE
           IF NOT FILE-OK
               DISPLAY 'Error Opening BUREAU-DISPUTE-FILE.'
               STOP RUN
           END-IF

           MOVE WS-DISPUTE-ID TO DISPUTE-ID
           READ BUREAU-DISPUTE-FILE
               INVALID KEY
                   DISPLAY 'Dispute Not Found: ' WS-DISPUTE-ID
               NOT INVALID KEY
                   IF NOT DISPUTE-OPEN
                       DISPLAY 'Dispute Already Answered - '
                           ACDV-RESPONSE-CODE ' On '
                           ACDV-RESPONSE-DATE
                   ELSE
                       PERFORM DISPLAY-DISPUTE
                       MOVE 'CONFIRMED' TO ACDV-RESPONSE-CODE
                       MOVE 'ACDV CONFIRMED' TO WS-LOG-ACTION-TYPE
                       MOVE 'Bureau Dispute Confirmed As Reported'
                           TO WS-LOG-DESCRIPTION
                       PERFORM REWRITE-ANSWERED-DISPUTE
                   END-IF
           END-READ

           CLOSE BUREAU-DISPUTE-FILE.

      *----------------------------------------------------------------
      *  A blank payment history keeps the one on file; the other
      *  figures are keyed in full, the reported value shown first.
      *----------------------------------------------------------------
       CORRECT-DISPUTE.
           DISPLAY 'Enter Dispute ID: '
           ACCEPT WS-DISPUTE-ID

           OPEN I-O BUREAU-DISPUTE-FILE
           IF NOT FILE-OK
               DISPLAY 'Error Opening BUREAU-DISPUTE-FILE.'
               STOP RUN
           END-IF

           MOVE WS-DISPUTE-ID TO DISPUTE-ID
           READ BUREAU-DISPUTE-FILE
               INVALID KEY
                   DISPLAY 'Dispute Not Found: ' WS-DISPUTE-ID
               NOT INVALID KEY
                   IF NOT DISPUTE-OPEN
                       DISPLAY 'Dispute Already Answered - '
                           ACDV-RESPONSE-CODE ' On '
                           ACDV-RESPONSE-DATE
                   ELSE
                       PERFORM DISPLAY-DISPUTE
                       PERFORM ACCEPT-CORRECTION
                   END-IF
           END-READ

           CLOSE BUREAU-DISPUTE-FILE.

       ACCEPT-CORRECTION.
           DISPLAY 'Enter Corrected Status '
               '(CURRENT/30-DAYS/60-DAYS/90-DAYS/CHARGEOFF/PAID): '
           ACCEPT WS-COR-STATUS
           IF NOT KEYED-STATUS-VALID
               DISPLAY 'Invalid Status: ' WS-COR-STATUS
                   ' - Dispute Not Answered.'
           ELSE
               DISPLAY 'Enter Corrected Balance (Reported '
                   RPT-CURRENT-BALANCE '): '
               ACCEPT WS-COR-BALANCE
               DISPLAY 'Enter Corrected Past-Due (Reported '
                   RPT-PAST-DUE-AMOUNT '): '
               ACCEPT WS-COR-PAST-DUE
               DISPLAY 'Enter Corrected History, Blank To Keep '
                   '(Reported ' RPT-PAYMENT-HISTORY '): '
               ACCEPT WS-COR-HISTORY
               IF WS-COR-HISTORY = SPACES
                   MOVE RPT-PAYMENT-HISTORY TO WS-COR-HISTORY
               END-IF

               MOVE WS-COR-STATUS   TO COR-ACCOUNT-STATUS
               MOVE WS-COR-BALANCE  TO COR-CURRENT-BALANCE
               MOVE WS-COR-PAST-DUE TO COR-PAST-DUE-AMOUNT
               MOVE WS-COR-HISTORY  TO COR-PAYMENT-HISTORY
               MOVE 'P'             TO ACDV-CORRECTION-STATE
               MOVE ZERO            TO ACDV-CORRECTION-APPLIED
               MOVE 'CORRECTED'     TO ACDV-RESPONSE-CODE
               MOVE 'ACDV CORRECTED' TO WS-LOG-ACTION-TYPE
               MOVE 'Bureau Dispute Corrected For Next Extract'
                   TO WS-LOG-DESCRIPTION
               PERFORM REWRITE-ANSWERED-DISPUTE
           END-IF.

       REWRITE-ANSWERED-DISPUTE.
           MOVE 'ANSWERED'  TO ACDV-STATUS
           MOVE WS-USER-ID  TO ACDV-RESPONDED-BY
           MOVE WS-RUN-DATE TO ACDV-RESPONSE-DATE
           REWRITE BUREAU-DISPUTE-REC
               INVALID KEY
                   DISPLAY 'Error Updating Dispute.'
               NOT INVALID KEY
                   DISPLAY 'Dispute ' DISPUTE-ID ' Answered '
                       ACDV-RESPONSE-CODE
                   IF RESPONSE-CORRECTED
                       DISPLAY 'Correction Will Be Furnished On The '
                           'Next Credit Bureau Extract.'
                   END-IF
                   IF ACDV-RESPONSE-DATE > ACDV-RESPONSE-DUE
                       DISPLAY '*** ANSWERED LATE - WAS DUE '
                           ACDV-RESPONSE-DUE ' ***'
                   END-IF
                   CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                                 WS-USER-ID
                                                 WS-LOG-DESCRIPTION
           END-REWRITE.

       INQUIRE-DISPUTE.
           DISPLAY 'Enter Dispute ID: '
           ACCEPT WS-DISPUTE-ID

           OPEN INPUT BUREAU-DISPUTE-FILE
           IF NOT FILE-OK
               DISPLAY 'Error Opening BUREAU-DISPUTE-FILE.'
               STOP RUN
           END-IF

           MOVE WS-DISPUTE-ID TO DISPUTE-ID
           READ BUREAU-DISPUTE-FILE
               INVALID KEY
                   DISPLAY 'Dispute Not Found: ' WS-DISPUTE-ID
               NOT INVALID KEY
                   PERFORM DISPLAY-DISPUTE
                   IF RESPONSE-CORRECTED
                       DISPLAY 'Corrected Status  : '
                           COR-ACCOUNT-STATUS
                       DISPLAY 'Corrected Balance : '
                           COR-CURRENT-BALANCE
                           '  Past Due: ' COR-PAST-DUE-AMOUNT
                       DISPLAY 'Corrected History : '
                           COR-PAYMENT-HISTORY
                       DISPLAY 'Correction State  : '
                           ACDV-CORRECTION-STATE
                           '  Applied: ' ACDV-CORRECTION-APPLIED
                   END-IF
                   DISPLAY 'Answered          : ' ACDV-RESPONSE-CODE
                       ' By ' ACDV-RESPONDED-BY
                       ' On ' ACDV-RESPONSE-DATE
                   DISPLAY 'Sent To Bureau    : ' ACDV-SENT-DATE
           END-READ

           CLOSE BUREAU-DISPUTE-FILE.

       DISPLAY-DISPUTE.
           DISPLAY 'Dispute ID        : ' DISPUTE-ID
               '  Control: ' ACDV-CONTROL-NO
           DISPLAY 'Bureau            : ' ACDV-BUREAU
               '  Reason: ' ACDV-REASON-CODE
           DISPLAY 'Loan ID           : ' LOAN-ID OF BUREAU-DISPUTE-REC
               '  Customer: ' CUSTOMER-ID OF BUREAU-DISPUTE-REC
           DISPLAY 'Consumer Claim    : ' ACDV-CLAIM-TEXT
           DISPLAY 'Received          : ' ACDV-RECEIVED-DATE
               '  Response Due: ' ACDV-RESPONSE-DUE
           DISPLAY 'Status            : ' ACDV-STATUS
           DISPLAY 'Reported Status   : ' RPT-ACCOUNT-STATUS
           DISPLAY 'Reported Balance  : ' RPT-CURRENT-BALANCE
               '  Past Due: ' RPT-PAST-DUE-AMOUNT
           DISPLAY 'Payment History   : ' RPT-PAYMENT-HISTORY
               '  (Newest Month First)'.

       LIST-OPEN-DISPUTES.
           OPEN INPUT BUREAU-DISPUTE-FILE
           IF NOT FILE-OK
               DISPLAY 'No Disputes On File.'
           ELSE
               DISPLAY 'Dispute Loan  Bureau     Received Due      '
                   'Status'
               MOVE 'N' TO WS-END-OF-DISPUTES
               PERFORM LIST-NEXT-OPEN-DISPUTE
                   UNTIL END-OF-DISPUTES
               CLOSE BUREAU-DISPUTE-FILE
               IF WS-DISPUTES-LISTED = ZERO
                   DISPLAY 'No Open Disputes.'
               END-IF
           END-IF.

       LIST-NEXT-OPEN-DISPUTE.
           READ BUREAU-DISPUTE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-DISPUTES
               NOT AT END
                   IF DISPUTE-OPEN
                       ADD 1 TO WS-DISPUTES-LISTED
                       IF ACDV-RESPONSE-DUE < WS-RUN-DATE
                           MOVE '*** PAST DUE ***' TO WS-DUE-FLAG
                       ELSE
                           MOVE SPACES TO WS-DUE-FLAG
                       END-IF
                       DISPLAY DISPUTE-ID '   '
                           LOAN-ID OF BUREAU-DISPUTE-REC ' '
                           ACDV-BUREAU ' ' ACDV-RECEIVED-DATE ' '
                           ACDV-RESPONSE-DUE ' ' WS-DUE-FLAG
                   END-IF
           END-READ.
