       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFY-CONSENT-FILE.

      *================================================================
      *  Email and text-message consent maintenance on
      *  NOTIFY_CONSENT.DAT.  When a borrower gives us an email
      *  address or mobile number and agrees (or stops agreeing) to
      *  receive loan notices there, it is keyed here.  Each consent
      *  keeps the date it was given or withdrawn.  Keying a new
      *  email address clears a bounce the messaging vendor
      *  reported against the old one; consent cannot be recorded
      *  for a channel with no address on file.  A customer ID
      *  retired by a duplicate merge is forwarded to the survivor
      *  first.  NOTIFICATION-OUTBOUND reads what is kept here to
      *  decide who is sent electronic notices.  Inquire shows the
      *  customer's current consents.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFY-CONSENT-FILE ASSIGN TO 'NOTIFY_CONSENT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF NOTIFY-CONSENT-REC
               FILE STATUS IS FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-REC
               FILE STATUS IS CUSTOMER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFY-CONSENT-FILE.
       COPY NOTIFYCONSENTREC.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS              PIC XX.
           88  FILE-OK               VALUE '00'.
           88  FILE-NOT-FOUND        VALUE '35'.
       01  CUSTOMER-FILE-STATUS     PIC XX.
           88  CUSTOMER-FILE-OK      VALUE '00'.
       01  WS-MODE                  PIC X.
           88  RECORD-MODE            VALUE '1'.
           88  INQUIRE-MODE           VALUE '2'.
       01  WS-CUSTOMER-ID           PIC 9(5).
       01  WS-KEYED-CUSTOMER-ID     PIC 9(5).
       01  WS-CUSTOMER-RETIRED      PIC X.
           88  CUSTOMER-RETIRED      VALUE 'Y'.
       01  WS-TODAY                 PIC 9(8).
       01  WS-CUSTOMER-FOUND        PIC X.
           88  CUSTOMER-FOUND        VALUE 'Y'.
       01  WS-CONSENT-ON-FILE       PIC X.
           88  CONSENT-ON-FILE       VALUE 'Y'.
       01  WS-CONSENTS-CHANGED      PIC 9 VALUE ZERO.

       01  WS-NEW-EMAIL-ADDRESS     PIC X(50).
       01  WS-NEW-SMS-NUMBER        PIC 9(10).
       01  WS-NEW-FLAG              PIC X.
           88  NEW-FLAG-NO-CHANGE    VALUE ' '.
           88  NEW-FLAG-IS-VALID     VALUE 'Y' 'N'.

       01  WS-USER-ID               PIC A(10).
       01  WS-LOG-ACTION-TYPE       PIC A(20).
       01  WS-LOG-DESCRIPTION       PIC A(50).

       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       PROCEDURE DIVISION.

       DISPLAY '1. Record Email / Text Consent'
       DISPLAY '2. Inquire Email / Text Consent'
       DISPLAY 'Select Option: '
       ACCEPT WS-MODE
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
                                       WS-SIGNON-FOUND
       IF NOT SIGNON-FOUND
           DISPLAY 'Enter Your User ID: '
           ACCEPT WS-USER-ID
       END-IF

       DISPLAY 'Enter Customer ID: '
       ACCEPT WS-CUSTOMER-ID
       MOVE WS-CUSTOMER-ID TO WS-KEYED-CUSTOMER-ID
       CALL 'RESOLVE-CUSTOMER-ID' USING WS-CUSTOMER-ID
                                        WS-CUSTOMER-RETIRED
       IF CUSTOMER-RETIRED
           DISPLAY 'Customer ' WS-KEYED-CUSTOMER-ID
               ' Was Merged Into ' WS-CUSTOMER-ID
               ' - Using The Surviving ID.'
       END-IF

       EVALUATE TRUE
           WHEN RECORD-MODE
               PERFORM RECORD-CONSENT
           WHEN INQUIRE-MODE
               PERFORM INQUIRE-CONSENT
           WHEN OTHER
               DISPLAY 'Invalid Option.'
       END-EVALUATE

       STOP RUN.

      *----------------------------------------------------------------
      *  A customer keeps one consent record, written the first time
      *  an address or consent is recorded.  Email is offered first,
      *  then text; a blank answer leaves an item as it stands.
      *----------------------------------------------------------------
       RECORD-CONSENT.
           PERFORM VALIDATE-CUSTOMER
           IF NOT CUSTOMER-FOUND
               DISPLAY 'Customer Not On File: ' WS-CUSTOMER-ID
                   ' - Consent Not Recorded.'
               STOP RUN
           END-IF

           OPEN I-O NOTIFY-CONSENT-FILE
           IF FILE-NOT-FOUND
               OPEN OUTPUT NOTIFY-CONSENT-FILE
               CLOSE NOTIFY-CONSENT-FILE
               OPEN I-O NOTIFY-CONSENT-FILE
           END-IF
           IF NOT FILE-OK
               DISPLAY 'Error Opening NOTIFY-CONSENT-FILE.'
               STOP RUN
           END-IF

           MOVE 'N' TO WS-CONSENT-ON-FILE
           MOVE WS-CUSTOMER-ID TO CUSTOMER-ID OF NOTIFY-CONSENT-REC
           READ NOTIFY-CONSENT-FILE
               INVALID KEY
                   PERFORM INITIALIZE-CONSENT-RECORD
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CONSENT-ON-FILE
           END-READ

           DISPLAY 'Customer: ' WS-CUSTOMER-ID ' ' CUSTOMER-NAME
           PERFORM ACCEPT-EMAIL-CONSENT
           PERFORM ACCEPT-SMS-CONSENT

           IF WS-CONSENTS-CHANGED = ZERO
               DISPLAY 'No Consents Changed.'
           ELSE
               MOVE WS-USER-ID TO CONSENT-UPDATED-BY
               MOVE WS-TODAY   TO CONSENT-UPDATED-DATE
               IF CONSENT-ON-FILE
                   REWRITE NOTIFY-CONSENT-REC
                       INVALID KEY
                           DISPLAY 'Error Updating Consent.'
                       NOT INVALID KEY
                           PERFORM LOG-CONSENT-RECORDED
                   END-REWRITE
               ELSE
                   WRITE NOTIFY-CONSENT-REC
                       INVALID KEY
                           DISPLAY 'Error Writing Consent.'
                       NOT INVALID KEY
                           PERFORM LOG-CONSENT-RECORDED
                   END-WRITE
               END-IF
           END-IF

           CLOSE NOTIFY-CONSENT-FILE.

       INITIALIZE-CONSENT-RECORD.
           MOVE WS-CUSTOMER-ID TO CUSTOMER-ID OF NOTIFY-CONSENT-REC
           MOVE SPACES TO EMAIL-ADDRESS
           MOVE 'N'    TO EMAIL-CONSENT
           MOVE ZERO   TO EMAIL-CONSENT-DATE
           MOVE 'G'    TO EMAIL-STATUS
           MOVE ZERO   TO EMAIL-BOUNCE-DATE
           MOVE ZERO   TO SMS-NUMBER
           MOVE 'N'    TO SMS-CONSENT
           MOVE ZERO   TO SMS-CONSENT-DATE
           MOVE SPACES TO CONSENT-UPDATED-BY
           MOVE ZERO   TO CONSENT-UPDATED-DATE.

      *  A new address starts clean -- whatever bounced was the old
      *  one.  Consent is dated the day it is given or withdrawn.
       ACCEPT-EMAIL-CONSENT.
           DISPLAY 'Email Address - Now ' EMAIL-ADDRESS
           DISPLAY 'New Email Address (Blank = No Change): '
           ACCEPT WS-NEW-EMAIL-ADDRESS
           IF WS-NEW-EMAIL-ADDRESS NOT = SPACES
              AND WS-NEW-EMAIL-ADDRESS NOT = EMAIL-ADDRESS
               MOVE WS-NEW-EMAIL-ADDRESS TO EMAIL-ADDRESS
               MOVE 'G'  TO EMAIL-STATUS
               MOVE ZERO TO EMAIL-BOUNCE-DATE
               ADD 1 TO WS-CONSENTS-CHANGED
           END-IF
           DISPLAY 'Email Consent - Now ' EMAIL-CONSENT
               ' (Y/N, Blank = No Change): '
           ACCEPT WS-NEW-FLAG
           IF NOT NEW-FLAG-NO-CHANGE
              AND WS-NEW-FLAG NOT = EMAIL-CONSENT
               EVALUATE TRUE
                   WHEN NOT NEW-FLAG-IS-VALID
                       DISPLAY 'Invalid Answer: ' WS-NEW-FLAG
                           ' - Email Consent Left Unchanged.'
                   WHEN WS-NEW-FLAG = 'Y' AND EMAIL-ADDRESS = SPACES
                       DISPLAY 'No Email Address On File'
                           ' - Email Consent Left Unchanged.'
                   WHEN OTHER
                       MOVE WS-NEW-FLAG TO EMAIL-CONSENT
                       MOVE WS-TODAY    TO EMAIL-CONSENT-DATE
                       ADD 1 TO WS-CONSENTS-CHANGED
               END-EVALUATE
           END-IF.

       ACCEPT-SMS-CONSENT.
           DISPLAY 'Mobile Number - Now ' SMS-NUMBER
           DISPLAY 'New Mobile Number (Zero = No Change): '
           ACCEPT WS-NEW-SMS-NUMBER
           IF WS-NEW-SMS-NUMBER NOT = ZERO
              AND WS-NEW-SMS-NUMBER NOT = SMS-NUMBER
               MOVE WS-NEW-SMS-NUMBER TO SMS-NUMBER
               ADD 1 TO WS-CONSENTS-CHANGED
           END-IF
           DISPLAY 'Text Consent - Now ' SMS-CONSENT
               ' (Y/N, Blank = No Change): '
           ACCEPT WS-NEW-FLAG
           IF NOT NEW-FLAG-NO-CHANGE
              AND WS-NEW-FLAG NOT = SMS-CONSENT
               EVALUATE TRUE
                   WHEN NOT NEW-FLAG-IS-VALID
                       DISPLAY 'Invalid Answer: ' WS-NEW-FLAG
                           ' - Text Consent Left Unchanged.'
                   WHEN WS-NEW-FLAG = 'Y' AND SMS-NUMBER = ZERO
                       DISPLAY 'No Mobile Number On File'
                           ' - Text Consent Left Unchanged.'
                   WHEN OTHER
                       MOVE WS-NEW-FLAG TO SMS-CONSENT
                       MOVE WS-TODAY    TO SMS-CONSENT-DATE
                       ADD 1 TO WS-CONSENTS-CHANGED
               END-EVALUATE
           END-IF.

       LOG-CONSENT-RECORDED.
           DISPLAY 'Notice Consent Recorded For Customer '
               WS-CUSTOMER-ID
           MOVE 'NOTIFY CONSENT' TO WS-LOG-ACTION-TYPE
           MOVE SPACES TO WS-LOG-DESCRIPTION
           STRING 'Email/Text Consent Now ' EMAIL-CONSENT '/'
               SMS-CONSENT ' For Customer ' WS-CUSTOMER-ID
               DELIMITED BY SIZE INTO WS-LOG-DESCRIPTION
           CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                         WS-USER-ID
                                         WS-LOG-DESCRIPTION.

       INQUIRE-CONSENT.
           OPEN INPUT NOTIFY-CONSENT-FILE
           IF NOT FILE-OK
               DISPLAY 'No Consent On File For Customer '
                   WS-CUSTOMER-ID ' - Paper Notices Only.'
               STOP RUN
           END-IF
           MOVE WS-CUSTOMER-ID TO CUSTOMER-ID OF NOTIFY-CONSENT-REC
           READ NOTIFY-CONSENT-FILE
               INVALID KEY
                   DISPLAY 'No Consent On File For Customer '
                       WS-CUSTOMER-ID ' - Paper Notices Only.'
               NOT INVALID KEY
                   PERFORM SHOW-CONSENT
           END-READ
           CLOSE NOTIFY-CONSENT-FILE.

       SHOW-CONSENT.
           DISPLAY 'Customer       : '
               CUSTOMER-ID OF NOTIFY-CONSENT-REC
           DISPLAY 'Email Address  : ' EMAIL-ADDRESS
           DISPLAY 'Email Consent  : ' EMAIL-CONSENT
               '  ' EMAIL-CONSENT-DATE
           IF EMAIL-BOUNCED
               DISPLAY 'Email Bounced  : ' EMAIL-BOUNCE-DATE
                   ' - Paper Until A New Address Is Keyed'
           END-IF
           DISPLAY 'Mobile Number  : ' SMS-NUMBER
           DISPLAY 'Text Consent   : ' SMS-CONSENT
               '  ' SMS-CONSENT-DATE
           DISPLAY 'Last Changed   : ' CONSENT-UPDATED-DATE
               ' By ' CONSENT-UPDATED-BY.

       VALIDATE-CUSTOMER.
           MOVE 'N' TO WS-CUSTOMER-FOUND
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-OK
               MOVE WS-CUSTOMER-ID TO CUSTOMER-ID OF CUSTOMER-REC
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CUSTOMER-FOUND
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF.
