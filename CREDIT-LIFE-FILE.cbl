       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-LIFE-FILE.

      *================================================================
      *  Credit-life insurance maintenance for CREDIT_LIFE.DAT.  One
      *  record per LOAN-ID for coverage written with the loan, so
      *  when a borrower dies DECEASED-FILE can tell whether the
      *  carrier pays the balance or the claim goes to the estate.
      *  Update also records a cancellation or a claim filed with
      *  the carrier.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-LIFE-FILE ASSIGN TO 'CREDIT_LIFE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF CREDIT-LIFE-REC
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-LIFE-FILE.
       COPY CREDLIFEREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX.
           88  FILE-OK              VALUE '00'.
           88  FILE-NOT-FOUND       VALUE '35'.
       01  WS-MODE                 PIC X.
           88  ADD-MODE              VALUE '1'.
           88  UPDATE-MODE           VALUE '2'.
           88  INQUIRE-MODE          VALUE '3'.
       01  WS-LOAN-ID              PIC 9(5).
       01  WS-USER-ID              PIC A(10).
       01  WS-LOG-ACTION-TYPE      PIC A(20).
       01  WS-LOG-DESCRIPTION      PIC A(50).

       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       DISPLAY '1. Add Credit Life Coverage'
       DISPLAY '2. Update Credit Life Coverage'
       DISPLAY '3. Inquire Credit Life Coverage'
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
               PERFORM ADD-COVERAGE
           WHEN UPDATE-MODE
               PERFORM UPDATE-COVERAGE
           WHEN INQUIRE-MODE
               PERFORM INQUIRE-COVERAGE
           WHEN OTHER
               DISPLAY 'Invalid Option.'
       END-EVALUATE

       STOP RUN.

       GET-COVERAGE-DETAILS.
           DISPLAY 'Enter Carrier Name: '
           ACCEPT LIFE-CARRIER-NAME
           DISPLAY 'Enter Certificate Number: '
           ACCEPT LIFE-CERTIFICATE-NO
           DISPLAY 'Enter Coverage Amount: '
           ACCEPT LIFE-COVERAGE-AMOUNT
           DISPLAY 'Enter Effective Date (YYYYMMDD): '
           ACCEPT LIFE-EFFECTIVE-DATE
           DISPLAY 'Enter Expiration Date (YYYYMMDD): '
           ACCEPT LIFE-EXPIRATION-DATE.

       ADD-COVERAGE.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF

           OPEN I-O CREDIT-LIFE-FILE
           IF FILE-NOT-FOUND
               OPEN OUTPUT CREDIT-LIFE-FILE
               CLOSE CREDIT-LIFE-FILE
               OPEN I-O CREDIT-LIFE-FILE
           END-IF
           IF NOT FILE-OK
               DISPLAY 'Error Opening CREDIT-LIFE-FILE.'
               STOP RUN
           END-IF

           MOVE WS-LOAN-ID TO LOAN-ID OF CREDIT-LIFE-REC
           PERFORM GET-COVERAGE-DETAILS
           MOVE 'ACTIVE' TO LIFE-COVERAGE-STATUS

           WRITE CREDIT-LIFE-REC
               INVALID KEY
                   DISPLAY 'Coverage Already On File: ' WS-LOAN-ID
               NOT INVALID KEY
                   DISPLAY 'Credit Life Coverage Added.'
                   MOVE 'CREDIT LIFE ADD' TO WS-LOG-ACTION-TYPE
                   MOVE 'Credit Life Coverage Added'
                       TO WS-LOG-DESCRIPTION
                   CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                                 WS-USER-ID
                                                 WS-LOG-DESCRIPTION
           END-WRITE

           CLOSE CREDIT-LIFE-FILE.

       UPDATE-COVERAGE.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF

           OPEN I-O CREDIT-LIFE-FILE
           IF NOT FILE-OK
               DISPLAY 'Error Opening CREDIT-LIFE-FILE.'
               STOP RUN
           END-IF

           MOVE WS-LOAN-ID TO LOAN-ID OF CREDIT-LIFE-REC
           READ CREDIT-LIFE-FILE
               INVALID KEY
                   DISPLAY 'Coverage Not Found: ' WS-LOAN-ID
               NOT INVALID KEY
                   PERFORM GET-COVERAGE-DETAILS
                   DISPLAY 'Enter Status (ACTIVE/CANCELLED/CLAIMED): '
                   ACCEPT LIFE-COVERAGE-STATUS
                   IF NOT LIFE-COVERAGE-STATUS-OK
                       DISPLAY 'Invalid Status: '
                           LIFE-COVERAGE-STATUS
                           ' - Coverage Not Updated.'
                   ELSE
                       PERFORM REWRITE-COVERAGE
                   END-IF
           END-READ

           CLOSE CREDIT-LIFE-FILE.

       REWRITE-COVERAGE.
           REWRITE CREDIT-LIFE-REC
               INVALID KEY
                   DISPLAY 'Error Updating Coverage.'
               NOT INVALID KEY
                   DISPLAY 'Credit Life Coverage Updated.'
                   MOVE 'CREDIT LIFE UPDATE' TO WS-LOG-ACTION-TYPE
                   MOVE 'Credit Life Coverage Updated'
                       TO WS-LOG-DESCRIPTION
                   CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                                 WS-USER-ID
                                                 WS-LOG-DESCRIPTION
           END-REWRITE.

       INQUIRE-COVERAGE.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF

           OPEN INPUT CREDIT-LIFE-FILE
           IF NOT FILE-OK
               DISPLAY 'Error Opening CREDIT-LIFE-FILE.'
               STOP RUN
           END-IF

           MOVE WS-LOAN-ID TO LOAN-ID OF CREDIT-LIFE-REC
           READ CREDIT-LIFE-FILE
               INVALID KEY
                   DISPLAY 'Coverage Not Found: ' WS-LOAN-ID
               NOT INVALID KEY
                   DISPLAY 'Loan ID        : '
                       LOAN-ID OF CREDIT-LIFE-REC
                   DISPLAY 'Carrier        : ' LIFE-CARRIER-NAME
                   DISPLAY 'Certificate    : ' LIFE-CERTIFICATE-NO
                   DISPLAY 'Coverage       : ' LIFE-COVERAGE-AMOUNT
                   DISPLAY 'Effective      : ' LIFE-EFFECTIVE-DATE
                   DISPLAY 'Expires        : ' LIFE-EXPIRATION-DATE
                   DISPLAY 'Status         : ' LIFE-COVERAGE-STATUS
           END-READ

           CLOSE CREDIT-LIFE-FILE.
