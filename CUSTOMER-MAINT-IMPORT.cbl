      *  changes are applied to CUSTOMER-REC with the same edit
      *  checks the online CUSTOMER-FILE maintenance applies -- a
      *  blank field on the feed means no change, and a phone that
      *  fails the 10-digit edit rejects the record.  The core
      *  system still sends the address as one free-text line; it
      *  is parsed into the structured street/city/state/ZIP+4
      *  fields, and one that will not parse rejects the record.
      *  Every applied change goes through WRITE-LOG-ENTRY and the
      *  journal;
      *  unmatched or rejected records land on
      *  CUST_MAINT_REJECTS.DAT for manual review, so statements
      *  stop going to old addresses.  A customer under an active
      *  identity-theft red-flag alert (CHECK-FRAUD-ALERT) does not
      *  take an address or phone change from the feed: it is
      *  staged on the alert and queued for a supervisor through
      *  STAGE-FRAUD-ALERT-CHANGE, and only a name change applies.
      *  A CUSTOMER-ID retired by a duplicate merge is forwarded to
      *  the surviving customer (RESOLVE-CUSTOMER-ID) and counted.
      *================================================================

       ENVIRONMENT DIVISION.
       01  WS-RECORDS-READ         PIC 9(5) COMP VALUE ZERO.
       01  WS-RECORDS-APPLIED      PIC 9(5) COMP VALUE ZERO.
       01  WS-RECORDS-REJECTED     PIC 9(5) COMP VALUE ZERO.
       01  WS-RECORDS-HELD         PIC 9(5) COMP VALUE ZERO.
       01  WS-RECORDS-FORWARDED    PIC 9(5) COMP VALUE ZERO.
       01  WS-CUSTOMER-RETIRED     PIC X.
           88  CUSTOMER-RETIRED     VALUE 'Y'.
       01  WS-REJECT-REASON        PIC X(30).
       01  WS-FEED-REJECTED        PIC X.
           88  FEED-REJECTED        VALUE 'Y'.
       01  WS-JRN-FILE-NAME        PIC X(20).
       01  WS-JRN-ACTION           PIC X(10).
       01  WS-JRN-USER             PIC X(10).
       01  WS-JRN-BEFORE           PIC X(400).
       01  WS-JRN-AFTER            PIC X(400).

       01  WS-PARSED-ADDRESS.
           05  WS-PARSED-STREET-1  PIC X(30).
           05  WS-PARSED-STREET-2  PIC X(18).
           05  WS-PARSED-CITY      PIC X(20).
           05  WS-PARSED-STATE     PIC X(2).
           05  WS-PARSED-ZIP-5     PIC X(5).
           05  WS-PARSED-ZIP-4     PIC X(4).
       01  WS-ADDRESS-PARSED      PIC X.
           88  ADDRESS-WAS-PARSED  VALUE 'Y'.
       01  WS-PARSE-REASON        PIC X(40).

       01  WS-ALERT-IN-FORCE      PIC X.
           88  FRAUD-ALERT-IN-FORCE VALUE 'Y'.
       01  WS-ALERT-TYPE          PIC X(2).
       01  WS-ALERT-DATE          PIC 9(8).
       01  WS-ALERT-NOTE          PIC X(40).
       01  WS-STAGE-ADDRESS.
           05  WS-STAGE-STREET-1   PIC X(30).
           05  WS-STAGE-STREET-2   PIC X(18).
           05  WS-STAGE-CITY       PIC X(20).
           05  WS-STAGE-STATE      PIC X(2).
           05  WS-STAGE-ZIP-5      PIC X(5).
           05  WS-STAGE-ZIP-4      PIC X(4).
       01  WS-STAGE-PHONE         PIC 9(15).

       PROCEDURE DIVISION.

       DISPLAY 'Customer Maintenance Import Complete - Read: '
           WS-RECORDS-READ ' Applied: ' WS-RECORDS-APPLIED
           ' Rejected: ' WS-RECORDS-REJECTED
           ' Held For Fraud Alert: ' WS-RECORDS-HELD
           ' Forwarded From Merged IDs: ' WS-RECORDS-FORWARDED

       STOP RUN.

           END-READ.

       APPLY-ONE-FEED-RECORD.
           CALL 'RESOLVE-CUSTOMER-ID' USING FEED-CUSTOMER-ID
                                            WS-CUSTOMER-RETIRED
           IF CUSTOMER-RETIRED
               ADD 1 TO WS-RECORDS-FORWARDED
           END-IF
           MOVE FEED-CUSTOMER-ID TO CUSTOMER-ID OF CUSTOMER-REC
           READ CUSTOMER-FILE
               INVALID KEY
           END-IF

           IF NOT FEED-REJECTED
              AND FEED-NEW-ADDRESS NOT = SPACES
               CALL 'PARSE-MAILING-ADDRESS' USING FEED-NEW-ADDRESS
                                                   WS-PARSED-STREET-1
                                                   WS-PARSED-STREET-2
                                                   WS-PARSED-CITY
                                                   WS-PARSED-STATE
                                                   WS-PARSED-ZIP-5
                                                   WS-PARSED-ZIP-4
                                                   WS-ADDRESS-PARSED
                                                   WS-PARSE-REASON
               IF NOT ADDRESS-WAS-PARSED
                   MOVE 'ADDRESS DOES NOT PARSE' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
                   MOVE 'Y' TO WS-FEED-REJECTED
               END-IF
           END-IF

           MOVE 'N' TO WS-ALERT-IN-FORCE
           IF NOT FEED-REJECTED
               PERFORM CHECK-FEED-FRAUD-ALERT
           END-IF

           IF NOT FEED-REJECTED
              AND (NOT FRAUD-ALERT-IN-FORCE
                   OR FEED-NEW-NAME NOT = SPACES)
               MOVE CUSTOMER-REC TO WS-JRN-BEFORE
               IF FEED-NEW-NAME NOT = SPACES
                   MOVE FEED-NEW-NAME TO CUSTOMER-NAME
               END-IF
               IF FEED-NEW-ADDRESS NOT = SPACES
                  AND NOT FRAUD-ALERT-IN-FORCE
                   MOVE WS-PARSED-STREET-1 TO ADDR-STREET-1
                   MOVE WS-PARSED-STREET-2 TO ADDR-STREET-2
                   MOVE WS-PARSED-CITY     TO ADDR-CITY
                   MOVE WS-PARSED-STATE    TO ADDR-STATE
                   MOVE WS-PARSED-ZIP-5    TO ADDR-ZIP-5
                   MOVE WS-PARSED-ZIP-4    TO ADDR-ZIP-4
                   MOVE 'S'                TO ADDRESS-FORMAT
               END-IF
               IF FEED-NEW-PHONE NOT = SPACES
                  AND NOT FRAUD-ALERT-IN-FORCE
                   MOVE WS-FEED-PHONE-NUM TO PHONE
               END-IF
               REWRITE CUSTOMER-REC
               END-REWRITE
           END-IF.

      *----------------------------------------------------------------
      *  An alerted customer's address and phone from the feed are
      *  staged for supervisor verification instead of applied.
      *----------------------------------------------------------------
       CHECK-FEED-FRAUD-ALERT.
           CALL 'CHECK-FRAUD-ALERT' USING FEED-CUSTOMER-ID
                                          WS-ALERT-IN-FORCE
                                          WS-ALERT-TYPE
                                          WS-ALERT-DATE
                                          WS-ALERT-NOTE
           IF FRAUD-ALERT-IN-FORCE
              AND (FEED-NEW-ADDRESS NOT = SPACES
                   OR FEED-NEW-PHONE NOT = SPACES)
               MOVE SPACES TO WS-STAGE-ADDRESS
               MOVE ZERO TO WS-STAGE-PHONE
               IF FEED-NEW-ADDRESS NOT = SPACES
                   MOVE WS-PARSED-ADDRESS TO WS-STAGE-ADDRESS
               END-IF
               IF FEED-NEW-PHONE NOT = SPACES
                   MOVE WS-FEED-PHONE-NUM TO WS-STAGE-PHONE
               END-IF
               CALL 'STAGE-FRAUD-ALERT-CHANGE' USING
                   FEED-CUSTOMER-ID
                   WS-STAGE-STREET-1
                   WS-STAGE-STREET-2
                   WS-STAGE-CITY
                   WS-STAGE-STATE
                   WS-STAGE-ZIP-5
                   WS-STAGE-ZIP-4
                   WS-STAGE-PHONE
                   WS-IMPORT-USER
               ADD 1 TO WS-RECORDS-HELD
           END-IF.

       WRITE-REJECT.
           OPEN EXTEND REJECT-FILE
           IF REJECT-FILE-ERROR
