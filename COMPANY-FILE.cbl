       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPANY-FILE.

      *================================================================
      *  Legal-entity master maintenance for COMPANY.DAT.  Each bank
      *  charter serviced on this system is a company here; branch
      *  maintenance, loan entry and operator security validate
      *  their company code against this master, and the GL, trial
      *  balance, reserve and call-report books are kept per company.
      *  Styled after BRANCH-FILE.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-FILE ASSIGN TO 'COMPANY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMPANY-CODE OF COMPANY-REC
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-FILE.
       COPY COMPANYREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
           88  FILE-OK             VALUE '00'.
           88  FILE-NOT-FOUND      VALUE '35'.
       01  WS-MODE                PIC X.
           88  ADD-MODE             VALUE '1'.
           88  UPDATE-MODE          VALUE '2'.
           88  LIST-MODE            VALUE '3'.
       01  WS-COMPANY-CODE        PIC 9(3).
      *  999 is reserved for the all-companies operator sign-on.
           88  WS-COMPANY-RESERVED  VALUE 999.
       01  WS-END-OF-COMPANIES    PIC X VALUE 'N'.
           88  END-OF-COMPANIES    VALUE 'Y'.
       01  WS-COMPANIES-LISTED    PIC 9(3) COMP VALUE ZERO.
       01  WS-USER-ID             PIC A(10).
       01  WS-LOG-ACTION-TYPE     PIC A(20).
       01  WS-LOG-DESCRIPTION     PIC A(50).

       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       PROCEDURE DIVISION.

       DISPLAY '1. Add Company'
       DISPLAY '2. Update Company'
       DISPLAY '3. List Companies'
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
               PERFORM ADD-COMPANY
           WHEN UPDATE-MODE
               PERFORM UPDATE-COMPANY
           WHEN LIST-MODE
               PERFORM LIST-COMPANIES
           WHEN OTHER
               DISPLAY 'Invalid Option.'
       END-EVALUATE

       STOP RUN.

       ADD-COMPANY.
           DISPLAY 'Enter Company Code: '
           ACCEPT WS-COMPANY-CODE
           IF WS-COMPANY-RESERVED
               DISPLAY 'Company Code 999 Is Reserved.'
               STOP RUN
           END-IF

           OPEN I-O COMPANY-FILE
           IF FILE-NOT-FOUND
               OPEN OUTPUT COMPANY-FILE
               CLOSE COMPANY-FILE
               OPEN I-O COMPANY-FILE
           END-IF
           IF NOT FILE-OK
               DISPLAY 'Error Opening COMPANY-FILE.'
               STOP RUN
           END-IF

           MOVE WS-COMPANY-CODE TO COMPANY-CODE OF COMPANY-REC
           DISPLAY 'Enter Company Name: '
           ACCEPT COMPANY-NAME
           DISPLAY 'Enter Charter Number: '
           ACCEPT COMPANY-CHARTER-NO

           WRITE COMPANY-REC
               INVALID KEY
                   DISPLAY 'Company Already On File: ' WS-COMPANY-CODE
               NOT INVALID KEY
                   DISPLAY 'Company Added.'
                   MOVE 'COMPANY ADD' TO WS-LOG-ACTION-TYPE
                   MOVE 'Company Added' TO WS-LOG-DESCRIPTION
                   CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                                 WS-USER-ID
                                                 WS-LOG-DESCRIPTION
           END-WRITE

           CLOSE COMPANY-FILE.

       UPDATE-COMPANY.
           DISPLAY 'Enter Company Code: '
           ACCEPT WS-COMPANY-CODE

           OPEN I-O COMPANY-FILE
           IF NOT FILE-OK
               DISPLAY 'Error Opening COMPANY-FILE.'
               STOP RUN
           END-IF

           MOVE WS-COMPANY-CODE TO COMPANY-CODE OF COMPANY-REC
           READ COMPANY-FILE
               INVALID KEY
                   DISPLAY 'Company Not Found: ' WS-COMPANY-CODE
               NOT INVALID KEY
                   DISPLAY 'Enter Company Name: '
                   ACCEPT COMPANY-NAME
                   DISPLAY 'Enter Charter Number: '
                   ACCEPT COMPANY-CHARTER-NO
                   REWRITE COMPANY-REC
                       INVALID KEY
                           DISPLAY 'Error Updating Company.'
                       NOT INVALID KEY
                           DISPLAY 'Company Updated.'
                           MOVE 'COMPANY UPDATE' TO WS-LOG-ACTION-TYPE
                           MOVE 'Company Updated'
                               TO WS-LOG-DESCRIPTION
                           CALL 'WRITE-LOG-ENTRY' USING
                               WS-LOG-ACTION-TYPE
                               WS-USER-ID
                               WS-LOG-DESCRIPTION
                   END-REWRITE
           END-READ

           CLOSE COMPANY-FILE.

       LIST-COMPANIES.
           OPEN INPUT COMPANY-FILE
           IF NOT FILE-OK
               DISPLAY 'Error Opening COMPANY-FILE.'
               STOP RUN
           END-IF

           PERFORM LIST-NEXT-COMPANY UNTIL END-OF-COMPANIES

           CLOSE COMPANY-FILE
           DISPLAY 'Companies Listed: ' WS-COMPANIES-LISTED.

       LIST-NEXT-COMPANY.
           READ COMPANY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-COMPANIES
               NOT AT END
                   ADD 1 TO WS-COMPANIES-LISTED
                   DISPLAY COMPANY-CODE OF COMPANY-REC ' '
                       COMPANY-NAME ' ' COMPANY-CHARTER-NO
           END-READ.
