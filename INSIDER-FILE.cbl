       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSIDER-FILE.

      *================================================================
      *  Regulation O insider register maintenance, one INSIDER-REC
      *  per CUSTOMER-ID.  An executive officer, director or
      *  principal shareholder is entered against their own
      *  customer record; a related interest is entered against the
      *  company's customer record and linked to the insider who
      *  controls it, who must already be on the register.  Ending a
      *  relationship dates the row rather than deleting it, so the
      *  register still shows who was an insider when a loan was
      *  made.  Inquire shows an insider with every related interest
      *  linked to them.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSIDER-FILE ASSIGN TO 'INSIDER_REGISTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF INSIDER-REC
               FILE STATUS IS FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-REC
               FILE STATUS IS CUSTOMER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSIDER-FILE.
       COPY INSIDERREC.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS              PIC XX.
           88  FILE-OK               VALUE '00'.
           88  FILE-NOT-FOUND        VALUE '35'.
       01  CUSTOMER-FILE-STATUS     PIC XX.
           88  CUSTOMER-FILE-OK      VALUE '00'.
       01  WS-MODE                  PIC X.
           88  ADD-MODE               VALUE '1'.
           88  END-MODE               VALUE '2'.
           88  INQUIRE-MODE           VALUE '3'.
       01  WS-CUSTOMER-ID           PIC 9(5).
       01  WS-INSIDER-TYPE          PIC X(2).
       01  WS-INSIDER-CUSTOMER-ID   PIC 9(5).
       01  WS-INSIDER-TITLE         PIC X(20).
       01  WS-START-DATE            PIC 9(8).
       01  WS-END-DATE              PIC 9(8).
       01  WS-CUSTOMER-NAME         PIC X(30).
       01  WS-CUSTOMER-FOUND        PIC X.
           88  CUSTOMER-FOUND        VALUE 'Y'.
       01  WS-LINK-OK               PIC X.
           88  LINK-IS-OK            VALUE 'Y'.
       01  WS-END-OF-REGISTER       PIC X.
           88  END-OF-REGISTER       VALUE 'Y'.
       01  WS-RELATED-COUNT         PIC 9(3) COMP.
       01  WS-USER-ID               PIC A(10).
       01  WS-LOG-ACTION-TYPE       PIC A(20).
       01  WS-LOG-DESCRIPTION       PIC A(50).

       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       PROCEDURE DIVISION.

       DISPLAY '1. Add Insider Or Related Interest'
       DISPLAY '2. End Insider Relationship'
       DISPLAY '3. Inquire Insider'
       DISPLAY 'Select Option: '
       ACCEPT WS-MODE
       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
                                       WS-SIGNON-FOUND
       IF NOT SIGNON-FOUND
           DISPLAY 'Enter Your User ID: '
           ACCEPT WS-USER-ID
       END-IF

       EVALUATE TRUE
           WHEN ADD-MODE
               PERFORM ADD-INSIDER
           WHEN END-MODE
               PERFORM END-INSIDER
           WHEN INQUIRE-MODE
               PERFORM INQUIRE-INSIDER
           WHEN OTHER
               DISPLAY 'Invalid Option.'
       END-EVALUATE

       STOP RUN.

       ADD-INSIDER.
           DISPLAY 'Enter Customer ID: '
           ACCEPT WS-CUSTOMER-ID
           PERFORM READ-CUSTOMER
           IF NOT CUSTOMER-FOUND
               DISPLAY 'Customer Not On File: ' WS-CUSTOMER-ID
                   ' - Rejected.'
           ELSE
               DISPLAY 'Customer: ' WS-CUSTOMER-NAME
               DISPLAY 'Relationship (EO=Executive Officer '
                   'DR=Director PS=Principal Shareholder '
                   'RI=Related Interest): '
               ACCEPT WS-INSIDER-TYPE
               MOVE WS-INSIDER-TYPE TO INSIDER-TYPE
               IF NOT INSIDER-TYPE-IS-VALID
                   DISPLAY 'Invalid Relationship Type: '
                       WS-INSIDER-TYPE
               ELSE
                   PERFORM OPEN-INSIDER-FILE
                   PERFORM CAPTURE-INSIDER-LINK
                   IF LINK-IS-OK
                       DISPLAY 'Enter Title Or Description: '
                       ACCEPT WS-INSIDER-TITLE
                       DISPLAY 'Enter Start Date (YYYYMMDD): '
                       ACCEPT WS-START-DATE
                       PERFORM WRITE-INSIDER-RECORD
                   END-IF
                   CLOSE INSIDER-FILE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  An insider links to themselves.  A related interest links
      *  to an insider already on the register and still serving --
      *  not to another related interest.
      *----------------------------------------------------------------
       CAPTURE-INSIDER-LINK.
           MOVE 'Y' TO WS-LINK-OK
           IF WS-INSIDER-TYPE NOT = 'RI'
               MOVE WS-CUSTOMER-ID TO WS-INSIDER-CUSTOMER-ID
           ELSE
               DISPLAY 'Enter Customer ID Of The Controlling '
                   'Insider: '
               ACCEPT WS-INSIDER-CUSTOMER-ID
               MOVE WS-INSIDER-CUSTOMER-ID TO CUSTOMER-ID OF INSIDER-REC
               READ INSIDER-FILE
                   INVALID KEY
                       DISPLAY 'Insider Not On Register: '
                           WS-INSIDER-CUSTOMER-ID ' - Rejected.'
                       MOVE 'N' TO WS-LINK-OK
                   NOT INVALID KEY
                       IF INSIDER-RELATED-INT
                          OR INSIDER-END-DATE > ZERO
                           DISPLAY 'Customer ' WS-INSIDER-CUSTOMER-ID
                               ' Is Not A Serving Insider - '
                               'Rejected.'
                           MOVE 'N' TO WS-LINK-OK
                       END-IF
               END-READ
           END-IF.

       WRITE-INSIDER-RECORD.
           MOVE WS-CUSTOMER-ID       TO CUSTOMER-ID OF INSIDER-REC
           MOVE WS-INSIDER-TYPE      TO INSIDER-TYPE
           MOVE WS-INSIDER-CUSTOMER-ID TO INSIDER-CUSTOMER-ID
           MOVE WS-INSIDER-TITLE     TO INSIDER-TITLE
           MOVE WS-START-DATE        TO INSIDER-START-DATE
           MOVE ZERO                 TO INSIDER-END-DATE
           MOVE WS-USER-ID           TO INSIDER-RECORDED-BY

           WRITE INSIDER-REC
               INVALID KEY
                   DISPLAY 'Customer Already On Register: '
                       WS-CUSTOMER-ID
               NOT INVALID KEY
                   DISPLAY 'Insider Recorded: ' WS-CUSTOMER-ID
                   MOVE 'INSIDER ADD' TO WS-LOG-ACTION-TYPE
                   MOVE 'Reg O Insider Recorded' TO WS-LOG-DESCRIPTION
                   CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                                 WS-USER-ID
                                                 WS-LOG-DESCRIPTION
           END-WRITE.

       END-INSIDER.
           DISPLAY 'Enter Customer ID: '
           ACCEPT WS-CUSTOMER-ID

           PERFORM OPEN-INSIDER-FILE
           MOVE WS-CUSTOMER-ID TO CUSTOMER-ID OF INSIDER-REC
           READ INSIDER-FILE
               INVALID KEY
                   DISPLAY 'Customer Not On Register: ' WS-CUSTOMER-ID
               NOT INVALID KEY
                   IF INSIDER-END-DATE > ZERO
                       DISPLAY 'Relationship Already Ended '
                           INSIDER-END-DATE
                   ELSE
                       DISPLAY 'Enter End Date (YYYYMMDD): '
                       ACCEPT WS-END-DATE
                       IF WS-END-DATE < INSIDER-START-DATE
                           DISPLAY 'End Date Before Start Date - '
                               'Rejected.'
                       ELSE
                           MOVE WS-END-DATE TO INSIDER-END-DATE
                           REWRITE INSIDER-REC
                               INVALID KEY
                                   DISPLAY 'Error Updating Register.'
                               NOT INVALID KEY
                                   DISPLAY 'Insider Relationship '
                                       'Ended.'
                                   MOVE 'INSIDER END'
                                       TO WS-LOG-ACTION-TYPE
                                   MOVE 'Reg O Insider Ended'
                                       TO WS-LOG-DESCRIPTION
                                   CALL 'WRITE-LOG-ENTRY' USING
                                       WS-LOG-ACTION-TYPE
                                       WS-USER-ID
                                       WS-LOG-DESCRIPTION
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ
           CLOSE INSIDER-FILE.

       INQUIRE-INSIDER.
           DISPLAY 'Enter Customer ID: '
           ACCEPT WS-CUSTOMER-ID

           OPEN INPUT INSIDER-FILE
           IF NOT FILE-OK
               DISPLAY 'Error Opening INSIDER-FILE.'
               STOP RUN
           END-IF

           MOVE WS-CUSTOMER-ID TO CUSTOMER-ID OF INSIDER-REC
           READ INSIDER-FILE
               INVALID KEY
                   DISPLAY 'Customer Not On Register: ' WS-CUSTOMER-ID
               NOT INVALID KEY
                   DISPLAY 'Customer    : ' CUSTOMER-ID OF INSIDER-REC
                   DISPLAY 'Relationship: ' INSIDER-TYPE
                       ' ' INSIDER-TITLE
                   DISPLAY 'Insider     : ' INSIDER-CUSTOMER-ID
                   DISPLAY 'Start Date  : ' INSIDER-START-DATE
                   IF INSIDER-END-DATE > ZERO
                       DISPLAY 'End Date    : ' INSIDER-END-DATE
                   END-IF
                   DISPLAY 'Recorded By : ' INSIDER-RECORDED-BY
                   IF NOT INSIDER-RELATED-INT
                       PERFORM LIST-RELATED-INTERESTS
                   END-IF
           END-READ

           CLOSE INSIDER-FILE.

       LIST-RELATED-INTERESTS.
           MOVE ZERO TO WS-RELATED-COUNT
           MOVE 'N' TO WS-END-OF-REGISTER
           MOVE ZERO TO CUSTOMER-ID OF INSIDER-REC
           START INSIDER-FILE KEY IS NOT LESS THAN
                   CUSTOMER-ID OF INSIDER-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-REGISTER
           END-START
           PERFORM LIST-NEXT-RELATED-INTEREST
               UNTIL END-OF-REGISTER
           DISPLAY 'Related Interests: ' WS-RELATED-COUNT.

       LIST-NEXT-RELATED-INTEREST.
           READ INSIDER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-REGISTER
               NOT AT END
                   IF INSIDER-RELATED-INT
                      AND INSIDER-CUSTOMER-ID = WS-CUSTOMER-ID
                       ADD 1 TO WS-RELATED-COUNT
                       DISPLAY '  Related Interest '
                           CUSTOMER-ID OF INSIDER-REC ' '
                           INSIDER-TITLE
                   END-IF
           END-READ.

       READ-CUSTOMER.
           MOVE 'N' TO WS-CUSTOMER-FOUND
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-OK
               MOVE WS-CUSTOMER-ID TO CUSTOMER-ID OF CUSTOMER-REC
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CUSTOMER-FOUND
                       MOVE CUSTOMER-NAME TO WS-CUSTOMER-NAME
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF.

       OPEN-INSIDER-FILE.
           OPEN I-O INSIDER-FILE
           IF FILE-NOT-FOUND
               OPEN OUTPUT INSIDER-FILE
               CLOSE INSIDER-FILE
               OPEN I-O INSIDER-FILE
           END-IF
           IF NOT FILE-OK
               DISPLAY 'Error Opening INSIDER-FILE.'
               STOP RUN
           END-IF.
