       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVACY-PREFERENCE-FILE.

      *================================================================
      *  Privacy and marketing preference maintenance on
      *  PRIVACY_PREF.DAT.  When a borrower returns the opt-out form
      *  from the annual privacy notice, calls in, writes, or asks
      *  at a branch, the choice is keyed here: opt out of (or back
      *  into) sharing with our affiliates, sharing with
      *  nonaffiliated third parties, and marketing solicitations.
      *  Each preference keeps the date it was received and the
      *  channel -- MAIL, PHONE, ONLINE or BRANCH -- so the bank can
      *  show when a request was honored.  A customer ID retired by
      *  a duplicate merge is forwarded to the survivor first.
      *  CHECK-PRIVACY-OPT-OUT reads what is kept here for the
      *  outside-sharing extracts and the annual notice.  Inquire
      *  shows the customer's current choices.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIVACY-PREF-FILE ASSIGN TO 'PRIVACY_PREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF PRIVACY-PREF-REC
               FILE STATUS IS FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-REC
               FILE STATUS IS CUSTOMER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIVACY-PREF-FILE.
       COPY PRIVPREFREC.

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
       01  WS-PREF-ON-FILE          PIC X.
           88  PREF-ON-FILE          VALUE 'Y'.
       01  WS-PREFS-CHANGED         PIC 9 VALUE ZERO.

      *  One preference at a time passes through these while it is
      *  prompted for and validated.
       01  WS-PREF-LABEL            PIC X(30).
       01  WS-PREF-FLAG             PIC X.
       01  WS-PREF-DATE             PIC 9(8).
       01  WS-PREF-CHANNEL          PIC X(6).
       01  WS-NEW-FLAG              PIC X.
           88  NEW-FLAG-NO-CHANGE    VALUE ' '.
           88  NEW-FLAG-IS-VALID     VALUE 'Y' 'N'.
       01  WS-NEW-CHANNEL           PIC X(6).
           88  CHANNEL-IS-VALID      VALUE 'MAIL' 'PHONE' 'ONLINE'
                                           'BRANCH'.

       01  WS-USER-ID               PIC A(10).
       01  WS-LOG-ACTION-TYPE       PIC A(20).
       01  WS-LOG-DESCRIPTION       PIC A(50).

       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       PROCEDURE DIVISION.

       DISPLAY '1. Record Privacy / Marketing Preferences'
       DISPLAY '2. Inquire Privacy / Marketing Preferences'
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
               PERFORM RECORD-PREFERENCES
           WHEN INQUIRE-MODE
               PERFORM INQUIRE-PREFERENCES
           WHEN OTHER
               DISPLAY 'Invalid Option.'
       END-EVALUATE

       STOP RUN.

      *----------------------------------------------------------------
      *  A customer keeps one preference record, written the first
      *  time any choice is recorded.  Each of the three is offered
      *  in turn; a blank answer leaves that one as it stands.
      *----------------------------------------------------------------
       RECORD-PREFERENCES.
           PERFORM VALIDATE-CUSTOMER
           IF NOT CUSTOMER-FOUND
               DISPLAY 'Customer Not On File: ' WS-CUSTOMER-ID
                   ' - Preferences Not Recorded.'
               STOP RUN
           END-IF

           OPEN I-O PRIVACY-PREF-FILE
           IF FILE-NOT-FOUND
               OPEN OUTPUT PRIVACY-PREF-FILE
               CLOSE PRIVACY-PREF-FILE
               OPEN I-O PRIVACY-PREF-FILE
           END-IF
           IF NOT FILE-OK
               DISPLAY 'Error Opening PRIVACY-PREF-FILE.'
               STOP RUN
           END-IF

           MOVE 'N' TO WS-PREF-ON-FILE
           MOVE WS-CUSTOMER-ID TO CUSTOMER-ID OF PRIVACY-PREF-REC
           READ PRIVACY-PREF-FILE
               INVALID KEY
                   PERFORM INITIALIZE-PREF-RECORD
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PREF-ON-FILE
           END-READ

           DISPLAY 'Customer: ' WS-CUSTOMER-ID ' ' CUSTOMER-NAME
           DISPLAY 'For Each Preference Enter Y (Opt Out), '
               'N (Withdraw Opt-Out) Or Blank (No Change).'

           MOVE 'Share With Affiliates' TO WS-PREF-LABEL
           MOVE AFFILIATE-OPT-OUT  TO WS-PREF-FLAG
           MOVE AFFILIATE-OPT-DATE TO WS-PREF-DATE
           MOVE AFFILIATE-CHANNEL  TO WS-PREF-CHANNEL
           PERFORM ACCEPT-ONE-PREFERENCE
           MOVE WS-PREF-FLAG    TO AFFILIATE-OPT-OUT
           MOVE WS-PREF-DATE    TO AFFILIATE-OPT-DATE
           MOVE WS-PREF-CHANNEL TO AFFILIATE-CHANNEL

           MOVE 'Share With Third Parties' TO WS-PREF-LABEL
           MOVE THIRD-PARTY-OPT-OUT  TO WS-PREF-FLAG
           MOVE THIRD-PARTY-OPT-DATE TO WS-PREF-DATE
           MOVE THIRD-PARTY-CHANNEL  TO WS-PREF-CHANNEL
           PERFORM ACCEPT-ONE-PREFERENCE
           MOVE WS-PREF-FLAG    TO THIRD-PARTY-OPT-OUT
           MOVE WS-PREF-DATE    TO THIRD-PARTY-OPT-DATE
           MOVE WS-PREF-CHANNEL TO THIRD-PARTY-CHANNEL

           MOVE 'Marketing Solicitations' TO WS-PREF-LABEL
           MOVE MARKETING-OPT-OUT  TO WS-PREF-FLAG
           MOVE MARKETING-OPT-DATE TO WS-PREF-DATE
           MOVE MARKETING-CHANNEL  TO WS-PREF-CHANNEL
           PERFORM ACCEPT-ONE-PREFERENCE
           MOVE WS-PREF-FLAG    TO MARKETING-OPT-OUT
           MOVE WS-PREF-DATE    TO MARKETING-OPT-DATE
           MOVE WS-PREF-CHANNEL TO MARKETING-CHANNEL

           IF WS-PREFS-CHANGED = ZERO
               DISPLAY 'No Preferences Changed.'
           ELSE
               MOVE WS-USER-ID TO PREF-UPDATED-BY
               MOVE WS-TODAY   TO PREF-UPDATED-DATE
               IF PREF-ON-FILE
                   REWRITE PRIVACY-PREF-REC
                       INVALID KEY
                           DISPLAY 'Error Updating Preferences.'
                       NOT INVALID KEY
                           PERFORM LOG-PREFERENCES-RECORDED
                   END-REWRITE
               ELSE
                   WRITE PRIVACY-PREF-REC
                       INVALID KEY
                           DISPLAY 'Error Writing Preferences.'
                       NOT INVALID KEY
                           PERFORM LOG-PREFERENCES-RECORDED
                   END-WRITE
               END-IF
           END-IF

           CLOSE PRIVACY-PREF-FILE.

       INITIALIZE-PREF-RECORD.
           MOVE WS-CUSTOMER-ID TO CUSTOMER-ID OF PRIVACY-PREF-REC
           MOVE 'N'    TO AFFILIATE-OPT-OUT
           MOVE ZERO   TO AFFILIATE-OPT-DATE
           MOVE SPACES TO AFFILIATE-CHANNEL
           MOVE 'N'    TO THIRD-PARTY-OPT-OUT
           MOVE ZERO   TO THIRD-PARTY-OPT-DATE
           MOVE SPACES TO THIRD-PARTY-CHANNEL
           MOVE 'N'    TO MARKETING-OPT-OUT
           MOVE ZERO   TO MARKETING-OPT-DATE
           MOVE SPACES TO MARKETING-CHANNEL
           MOVE SPACES TO PREF-UPDATED-BY
           MOVE ZERO   TO PREF-UPDATED-DATE.

      *  A changed answer is dated today and must say how it came
      *  in; an answer that repeats what is on file changes nothing.
       ACCEPT-ONE-PREFERENCE.
           DISPLAY WS-PREF-LABEL ' - Now ' WS-PREF-FLAG ': '
           ACCEPT WS-NEW-FLAG
           IF NOT NEW-FLAG-NO-CHANGE
              AND WS-NEW-FLAG NOT = WS-PREF-FLAG
               IF NOT NEW-FLAG-IS-VALID
                   DISPLAY 'Invalid Answer: ' WS-NEW-FLAG
                       ' - ' WS-PREF-LABEL ' Left Unchanged.'
               ELSE
                   DISPLAY 'Received By (MAIL/PHONE/ONLINE/BRANCH): '
                   ACCEPT WS-NEW-CHANNEL
                   IF NOT CHANNEL-IS-VALID
                       DISPLAY 'Invalid Channel: ' WS-NEW-CHANNEL
                           ' - ' WS-PREF-LABEL ' Left Unchanged.'
                   ELSE
                       MOVE WS-NEW-FLAG    TO WS-PREF-FLAG
                       MOVE WS-TODAY       TO WS-PREF-DATE
                       MOVE WS-NEW-CHANNEL TO WS-PREF-CHANNEL
                       ADD 1 TO WS-PREFS-CHANGED
                   END-IF
               END-IF
           END-IF.

       LOG-PREFERENCES-RECORDED.
           DISPLAY 'Privacy Preferences Recorded For Customer '
               WS-CUSTOMER-ID
           MOVE 'PRIVACY PREFERENCE' TO WS-LOG-ACTION-TYPE
           MOVE SPACES TO WS-LOG-DESCRIPTION
           STRING 'Opt-Outs Affil/3rd Party/Mktg Now '
               AFFILIATE-OPT-OUT '/' THIRD-PARTY-OPT-OUT '/'
               MARKETING-OPT-OUT
               DELIMITED BY SIZE INTO WS-LOG-DESCRIPTION
           CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                         WS-USER-ID
                                         WS-LOG-DESCRIPTION.

       INQUIRE-PREFERENCES.
           OPEN INPUT PRIVACY-PREF-FILE
           IF NOT FILE-OK
               DISPLAY 'No Preferences On File For Customer '
                   WS-CUSTOMER-ID ' - Nothing Opted Out.'
               STOP RUN
           END-IF
           MOVE WS-CUSTOMER-ID TO CUSTOMER-ID OF PRIVACY-PREF-REC
           READ PRIVACY-PREF-FILE
               INVALID KEY
                   DISPLAY 'No Preferences On File For Customer '
                       WS-CUSTOMER-ID ' - Nothing Opted Out.'
               NOT INVALID KEY
                   PERFORM SHOW-PREFERENCES
           END-READ
           CLOSE PRIVACY-PREF-FILE.

       SHOW-PREFERENCES.
           DISPLAY 'Customer            : '
               CUSTOMER-ID OF PRIVACY-PREF-REC
           DISPLAY 'Affiliate Opt-Out   : ' AFFILIATE-OPT-OUT
               '  ' AFFILIATE-OPT-DATE ' ' AFFILIATE-CHANNEL
           DISPLAY 'Third-Party Opt-Out : ' THIRD-PARTY-OPT-OUT
               '  ' THIRD-PARTY-OPT-DATE ' ' THIRD-PARTY-CHANNEL
           DISPLAY 'Marketing Opt-Out   : ' MARKETING-OPT-OUT
               '  ' MARKETING-OPT-DATE ' ' MARKETING-CHANNEL
           DISPLAY 'Last Changed        : ' PREF-UPDATED-DATE
               ' By ' PREF-UPDATED-BY.

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
