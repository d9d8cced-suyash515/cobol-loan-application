      *  collections work queue) drops into SKIP_TRACE_QUEUE.DAT for
      *  the collectors to hunt a good address.  Mode 2 keys the
      *  verified new address and clears the flag, and mail resumes.
      *  The new address is keyed as street lines, city, state and
      *  ZIP+4 and must pass VALIDATE-MAILING-ADDRESS, or the flag
      *  stays set.  Both paths journal the before/after customer
      *  record.
      *================================================================

       ENVIRONMENT DIVISION.
           88  END-OF-LOANS         VALUE 'Y'.

       01  WS-CUSTOMER-ID          PIC 9(5).
       01  WS-NEW-STREET-1         PIC X(30).
       01  WS-NEW-STREET-2         PIC X(18).
       01  WS-NEW-CITY             PIC X(20).
       01  WS-NEW-STATE            PIC X(2).
       01  WS-NEW-ZIP-5            PIC X(5).
       01  WS-NEW-ZIP-4            PIC X(4).
       01  WS-ADDR-VALID           PIC X.
           88  ADDRESS-IS-VALID     VALUE 'Y'.
       01  WS-ADDR-REASON          PIC X(40).
       01  WS-TODAY                PIC 9(8).
       01  WS-SKIPS-QUEUED         PIC 9(3) COMP VALUE ZERO.

       01  WS-LOG-DESCRIPTION      PIC A(50).
       01  WS-JRN-FILE-NAME        PIC X(20).
       01  WS-JRN-ACTION           PIC X(10).
       01  WS-JRN-BEFORE           PIC X(400).
       01  WS-JRN-AFTER            PIC X(400).

       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.
               TO WS-LOG-DESCRIPTION.

       CLEAR-BAD-ADDRESS.
           DISPLAY 'Enter Verified Street Address Line 1: '
           ACCEPT WS-NEW-STREET-1
           DISPLAY 'Enter Street Address Line 2 (Blank If None): '
           ACCEPT WS-NEW-STREET-2
           DISPLAY 'Enter City: '
           ACCEPT WS-NEW-CITY
           DISPLAY 'Enter State (2-Letter Code): '
           ACCEPT WS-NEW-STATE
           DISPLAY 'Enter ZIP Code (5 Digits): '
           ACCEPT WS-NEW-ZIP-5
           DISPLAY 'Enter ZIP+4 Extension (Blank If Unknown): '
           ACCEPT WS-NEW-ZIP-4
           CALL 'VALIDATE-MAILING-ADDRESS' USING WS-NEW-STREET-1
                                                  WS-NEW-CITY
                                                  WS-NEW-STATE
                                                  WS-NEW-ZIP-5
                                                  WS-NEW-ZIP-4
                                                  WS-ADDR-VALID
                                                  WS-ADDR-REASON
           IF NOT ADDRESS-IS-VALID
               DISPLAY 'Address Rejected: ' WS-ADDR-REASON
                   ' - Flag Not Cleared.'
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF
           MOVE WS-NEW-STREET-1 TO ADDR-STREET-1
           MOVE WS-NEW-STREET-2 TO ADDR-STREET-2
           MOVE WS-NEW-CITY     TO ADDR-CITY
           MOVE WS-NEW-STATE    TO ADDR-STATE
           MOVE WS-NEW-ZIP-5    TO ADDR-ZIP-5
           MOVE WS-NEW-ZIP-4    TO ADDR-ZIP-4
           MOVE 'S' TO ADDRESS-FORMAT
           MOVE 'G' TO ADDRESS-STATUS
           MOVE 'ADDRESS VERIFIED' TO WS-LOG-ACTION-TYPE
           MOVE 'Verified Address Keyed - Mail Resumed'
