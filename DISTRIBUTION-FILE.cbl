       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIBUTION-FILE.

      *================================================================
      *  Report distribution master maintenance for DISTRIBUTION.DAT.
      *  Each row maps a REPORT-TYPE and BRANCH-ID (zero for every
      *  branch) to a recipient, the print queue or mailbox the pages
      *  go to, and whether they get print, a delimited file or both.
      *  REPORT-BURST splits REPORT.DAT by these rows after the
      *  nightly and month-end cycles.  A recipient who should stop
      *  getting a report is made inactive rather than deleted, so
      *  the distribution log still resolves.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIBUTION-FILE ASSIGN TO 'DISTRIBUTION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIST-KEY
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIBUTION-FILE.
       COPY DISTRIBREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
           88  FILE-OK             VALUE '00'.
           88  FILE-NOT-FOUND      VALUE '35'.
       01  WS-MODE                PIC X.
           88  ADD-MODE             VALUE '1'.
           88  UPDATE-MODE          VALUE '2'.
           88  LIST-MODE            VALUE '3'.
       01  WS-REPORT-TYPE         PIC A(30).
       01  WS-BRANCH-ID           PIC 9(3).
       01  WS-RECIPIENT-ID        PIC X(10).
       01  WS-END-OF-ENTRIES      PIC X VALUE 'N'.
           88  END-OF-ENTRIES      VALUE 'Y'.
       01  WS-ENTRIES-LISTED      PIC 9(5) COMP VALUE ZERO.
       01  WS-ENTRY-VALID         PIC X.
           88  ENTRY-VALID         VALUE 'Y'.
       01  WS-USER-ID             PIC A(10).
       01  WS-LOG-ACTION-TYPE     PIC A(20).
       01  WS-LOG-DESCRIPTION     PIC A(50).

       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       PROCEDURE DIVISION.

       DISPLAY '1. Add Distribution Entry'
       DISPLAY '2. Update Distribution Entry'
       DISPLAY '3. List Distribution Entries'
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
               PERFORM ADD-DISTRIBUTION-ENTRY
           WHEN UPDATE-MODE
               PERFORM UPDATE-DISTRIBUTION-ENTRY
           WHEN LIST-MODE
               PERFORM LIST-DISTRIBUTION-ENTRIES
           WHEN OTHER
               DISPLAY 'Invalid Option.'
       END-EVALUATE

       STOP RUN.

       ACCEPT-ENTRY-KEY.
           DISPLAY 'Enter Report Type (As On REPORT.DAT): '
           ACCEPT WS-REPORT-TYPE
           DISPLAY 'Enter Branch ID (0 = Every Branch): '
           ACCEPT WS-BRANCH-ID
           DISPLAY 'Enter Recipient ID: '
           ACCEPT WS-RECIPIENT-ID
           MOVE WS-REPORT-TYPE  TO DIST-REPORT-TYPE
           MOVE WS-BRANCH-ID    TO DIST-BRANCH-ID
           MOVE WS-RECIPIENT-ID TO DIST-RECIPIENT-ID.

       ACCEPT-ENTRY-DETAIL.
           DISPLAY 'Enter Recipient Name: '
           ACCEPT DIST-RECIPIENT-NAME
           DISPLAY 'Enter Department: '
           ACCEPT DIST-DEPARTMENT
           DISPLAY 'Enter Destination (Print Queue Or Mailbox): '
           ACCEPT DIST-DESTINATION
           DISPLAY 'Enter Format (P=Print, D=Delimited, B=Both): '
           ACCEPT DIST-FORMAT
           DISPLAY 'Enter Status (A=Active, I=Inactive): '
           ACCEPT DIST-STATUS

           MOVE 'Y' TO WS-ENTRY-VALID
           IF NOT DIST-PRINT-ONLY AND NOT DIST-DELIMITED-ONLY
              AND NOT DIST-PRINT-AND-FILE
               DISPLAY 'Invalid Format: ' DIST-FORMAT
               MOVE 'N' TO WS-ENTRY-VALID
           END-IF
           IF NOT DIST-ACTIVE AND NOT DIST-INACTIVE
               DISPLAY 'Invalid Status: ' DIST-STATUS
               MOVE 'N' TO WS-ENTRY-VALID
           END-IF
           IF DIST-RECIPIENT-ID = SPACES
              OR DIST-REPORT-TYPE = SPACES
               DISPLAY 'Report Type And Recipient ID Are Required.'
               MOVE 'N' TO WS-ENTRY-VALID
           END-IF.

       ADD-DISTRIBUTION-ENTRY.
           OPEN I-O DISTRIBUTION-FILE
           IF FILE-NOT-FOUND
               OPEN OUTPUT DISTRIBUTION-FILE
               CLOSE DISTRIBUTION-FILE
               OPEN I-O DISTRIBUTION-FILE
           END-IF
           IF NOT FILE-OK
               DISPLAY 'Error Opening DISTRIBUTION-FILE.'
               STOP RUN
           END-IF

           PERFORM ACCEPT-ENTRY-KEY
           PERFORM ACCEPT-ENTRY-DETAIL

           IF ENTRY-VALID
               WRITE DISTRIBUTION-REC
                   INVALID KEY
                       DISPLAY 'Distribution Entry Already On File.'
                   NOT INVALID KEY
                       DISPLAY 'Distribution Entry Added.'
                       MOVE 'DISTRIB ADD' TO WS-LOG-ACTION-TYPE
                       MOVE 'Report Distribution Entry Added'
                           TO WS-LOG-DESCRIPTION
                       CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                                     WS-USER-ID
                                                     WS-LOG-DESCRIPTION
               END-WRITE
           END-IF

           CLOSE DISTRIBUTION-FILE.

       UPDATE-DISTRIBUTION-ENTRY.
           OPEN I-O DISTRIBUTION-FILE
           IF NOT FILE-OK
               DISPLAY 'Error Opening DISTRIBUTION-FILE.'
               STOP RUN
           END-IF

           PERFORM ACCEPT-ENTRY-KEY
           READ DISTRIBUTION-FILE
               INVALID KEY
                   DISPLAY 'Distribution Entry Not Found.'
               NOT INVALID KEY
                   PERFORM ACCEPT-ENTRY-DETAIL
                   IF ENTRY-VALID
                       PERFORM REWRITE-DISTRIBUTION-ENTRY
                   END-IF
           END-READ

           CLOSE DISTRIBUTION-FILE.

       REWRITE-DISTRIBUTION-ENTRY.
           REWRITE DISTRIBUTION-REC
               INVALID KEY
                   DISPLAY 'Error Updating Distribution Entry.'
               NOT INVALID KEY
                   DISPLAY 'Distribution Entry Updated.'
                   MOVE 'DISTRIB UPDATE' TO WS-LOG-ACTION-TYPE
                   MOVE 'Report Distribution Entry Updated'
                       TO WS-LOG-DESCRIPTION
                   CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                                 WS-USER-ID
                                                 WS-LOG-DESCRIPTION
           END-REWRITE.

       LIST-DISTRIBUTION-ENTRIES.
           OPEN INPUT DISTRIBUTION-FILE
           IF NOT FILE-OK
               DISPLAY 'Error Opening DISTRIBUTION-FILE.'
               STOP RUN
           END-IF

           DISPLAY 'Report Type                    Br  Recipient  '
               'Department           Destination          F S'
           PERFORM LIST-NEXT-ENTRY UNTIL END-OF-ENTRIES

           CLOSE DISTRIBUTION-FILE
           DISPLAY 'Distribution Entries Listed: ' WS-ENTRIES-LISTED.

       LIST-NEXT-ENTRY.
           READ DISTRIBUTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-ENTRIES
               NOT AT END
                   ADD 1 TO WS-ENTRIES-LISTED
                   DISPLAY DIST-REPORT-TYPE ' ' DIST-BRANCH-ID ' '
                       DIST-RECIPIENT-ID ' ' DIST-DEPARTMENT ' '
                       DIST-DESTINATION ' ' DIST-FORMAT ' '
                       DIST-STATUS
           END-READ.
