       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAILING-DOC-FILE.

      *================================================================
      *  Post-closing trailing documents.  LOAN-FUNDING lists what a
      *  funded secured loan still owes us on TRAILING_DOC.DAT --
      *  the recorded mortgage and final title policy, or the DMV
      *  title showing our lien -- each with its due date.  Here the
      *  clerk logs each one as it comes back with its recording,
      *  policy or title number, and lists where a loan stands.
      *  While a lien document is outstanding the loan cannot be
      *  sold (CHECK-LIEN-PERFECTION); TRAILING-DOC-AGING-REPORT
      *  chases the late ones weekly by dealer and closing agent.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAILING-DOC-FILE ASSIGN TO 'TRAILING_DOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAIL-KEY OF TRAILING-DOC-REC
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAILING-DOC-FILE.
       COPY TRAILDOCREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX.
           88  FILE-OK              VALUE '00'.
       01  WS-MODE                 PIC X.
           88  RECEIVE-MODE          VALUE '1'.
           88  LIST-MODE             VALUE '2'.
       01  WS-LOAN-ID              PIC 9(5).
       01  WS-DOC-TYPE             PIC X(15).
       01  WS-RECEIVED-DATE        PIC 9(8).
       01  WS-RECORDING-NUMBER     PIC X(20).
       01  WS-END-OF-DOCS          PIC X VALUE 'N'.
           88  END-OF-DOCS          VALUE 'Y'.
       01  WS-ITEMS-LISTED         PIC 9(3) COMP VALUE ZERO.
       01  WS-USER-ID              PIC A(10).
       01  WS-LOG-ACTION-TYPE      PIC A(20).
       01  WS-LOG-DESCRIPTION      PIC A(50).

       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       DISPLAY '1. Record Trailing Document Received'
       DISPLAY '2. List Trailing Documents For Loan'
       DISPLAY 'Select Option: '
       ACCEPT WS-MODE
       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
                                       WS-SIGNON-FOUND
       IF NOT SIGNON-FOUND
           DISPLAY 'Enter Your User ID: '
           ACCEPT WS-USER-ID
       END-IF

       EVALUATE TRUE
           WHEN RECEIVE-MODE
               PERFORM RECEIVE-DOCUMENT
           WHEN LIST-MODE
               PERFORM LIST-DOCUMENTS
           WHEN OTHER
               DISPLAY 'Invalid Option.'
       END-EVALUATE

       STOP RUN.

       RECEIVE-DOCUMENT.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF
           DISPLAY 'Enter Document (RECORDED MTG/TITLE POLICY/'
               'DMV TITLE): '
           ACCEPT WS-DOC-TYPE
           DISPLAY 'Enter Received Date (YYYYMMDD): '
           ACCEPT WS-RECEIVED-DATE
           DISPLAY 'Enter Recording / Policy / Title Number: '
           ACCEPT WS-RECORDING-NUMBER
           IF WS-RECORDING-NUMBER = SPACES
               DISPLAY 'Recording Or Title Number Is Required.'
               STOP RUN
           END-IF

           OPEN I-O TRAILING-DOC-FILE
           IF NOT FILE-OK
               DISPLAY 'Error Opening TRAILING-DOC-FILE.'
               STOP RUN
           END-IF

           MOVE WS-LOAN-ID  TO LOAN-ID OF TRAILING-DOC-REC
           MOVE WS-DOC-TYPE TO TRAIL-DOC-TYPE
           READ TRAILING-DOC-FILE
               INVALID KEY
                   DISPLAY 'Trailing Document Not Found: ' WS-LOAN-ID
                       ' ' WS-DOC-TYPE
               NOT INVALID KEY
                   IF TRAIL-RECEIVED
                       DISPLAY 'Already Received ' TRAIL-RECEIVED-DATE
                           ' - ' RECORDING-NUMBER
                   ELSE
                       PERFORM MARK-DOCUMENT-RECEIVED
                   END-IF
           END-READ

           CLOSE TRAILING-DOC-FILE.

       MARK-DOCUMENT-RECEIVED.
           MOVE 'R'                 TO TRAIL-STATUS
           MOVE WS-RECEIVED-DATE    TO TRAIL-RECEIVED-DATE
           MOVE WS-RECORDING-NUMBER TO RECORDING-NUMBER
           MOVE WS-USER-ID          TO TRAIL-RECEIVED-BY
           REWRITE TRAILING-DOC-REC
               INVALID KEY
                   DISPLAY 'Error Updating Trailing Document.'
               NOT INVALID KEY
                   DISPLAY 'Trailing Document Marked Received.'
                   IF LIEN-DOCUMENT
                       DISPLAY 'Lien Evidence On File For Loan '
                           WS-LOAN-ID
                   END-IF
                   MOVE 'TRAIL DOC RECEIVED' TO WS-LOG-ACTION-TYPE
                   MOVE SPACES TO WS-LOG-DESCRIPTION
                   STRING 'Loan ' WS-LOAN-ID ' ' WS-DOC-TYPE
                           DELIMITED BY SIZE
                       INTO WS-LOG-DESCRIPTION
                   CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                                 WS-USER-ID
                                                 WS-LOG-DESCRIPTION
           END-REWRITE.

       LIST-DOCUMENTS.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF

           OPEN INPUT TRAILING-DOC-FILE
           IF NOT FILE-OK
               DISPLAY 'No Trailing Documents On File.'
               STOP RUN
           END-IF

           MOVE WS-LOAN-ID TO LOAN-ID OF TRAILING-DOC-REC
           MOVE SPACES     TO TRAIL-DOC-TYPE
           START TRAILING-DOC-FILE KEY IS NOT LESS THAN
                   TRAIL-KEY OF TRAILING-DOC-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-DOCS
           END-START

           PERFORM LIST-NEXT-DOCUMENT UNTIL END-OF-DOCS

           CLOSE TRAILING-DOC-FILE
           DISPLAY 'Trailing Documents Listed: ' WS-ITEMS-LISTED.

       LIST-NEXT-DOCUMENT.
           READ TRAILING-DOC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-DOCS
               NOT AT END
                   IF LOAN-ID OF TRAILING-DOC-REC = WS-LOAN-ID
                       ADD 1 TO WS-ITEMS-LISTED
                       IF TRAIL-RECEIVED
                           DISPLAY TRAIL-DOC-TYPE ' RECEIVED '
                               TRAIL-RECEIVED-DATE ' '
                               RECORDING-NUMBER
                       ELSE
                           DISPLAY TRAIL-DOC-TYPE ' OUTSTANDING - DUE '
                               TRAIL-DUE-DATE
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-END-OF-DOCS
                   END-IF
           END-READ.
