       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST-DATA-MASK.

      *================================================================
      *  Builds the masked test-data copy of the production files for
      *  development and UAT, so nobody hands a tester a copy of the
      *  live .DAT files again.  Reads each live file and writes the
      *  same layout, same keys, into the TESTDATA directory with
      *  every piece of personal data replaced:
      *
      *    names        -- customer, co-borrower, estate contact,
      *                    escrow payee, investor, check payee
      *    TINs, phones, SMS numbers, email addresses
      *    street lines -- customer, estate, staged fraud-alert
      *                    change, payee, investor, collateral
      *    bank routing and account numbers, collateral VINs,
      *    free-text loan notes and fraud verification notes
      *
      *  Masking is by value, not by record: the same real name,
      *  TIN, phone or account number masks to the same substitute
      *  wherever it appears, so a co-borrower still carries the
      *  masked name of the customer they are, a refund check still
      *  carries the borrower's masked name, and DUPLICATE-CUSTOMER-
      *  SCAN still pairs the customers it pairs on the live files.
      *  TINs, phones and routing numbers are scrambled one-for-one
      *  (two different numbers never mask to the same one), routing
      *  numbers keep a good ABA check digit, and zero or blank stays
      *  zero or blank so "not on file" logic behaves the same.
      *  Keys, IDs, dates, statuses, city, state and five-digit ZIP
      *  (state limits, escheat dormancy) and every amount and
      *  balance are carried unchanged, so every cross-file link
      *  resolves and the reconciliation programs tie out on the
      *  test copy exactly as they do on production.
      *
      *  LOAN, TRANSACTION and GUARANTOR hold no personal data and
      *  are carried across as they stand, so the copy balances on
      *  its own.  Parameter, rate, GL and other reference files hold
      *  none either and are copied to TESTDATA by the ordinary file
      *  copy.  The live files are only ever opened for input.  Each
      *  run is written to the audit log.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-REC
               FILE STATUS IS IN-FILE-STATUS.

           SELECT MASK-CUSTOMER-FILE ASSIGN TO 'TESTDATA/CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF MASK-CUSTOMER-REC
               FILE STATUS IS OUT-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-REC
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF LOAN-REC
                   WITH DUPLICATES
               FILE STATUS IS IN-FILE-STATUS.

           SELECT MASK-LOAN-FILE ASSIGN TO 'TESTDATA/LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF MASK-LOAN-REC
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF MASK-LOAN-REC
                   WITH DUPLICATES
               FILE STATUS IS OUT-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO 'TRANSACTION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID OF TRANSACTION-REC
               ALTERNATE RECORD KEY IS LOAN-ID OF TRANSACTION-REC
                   WITH DUPLICATES
               FILE STATUS IS IN-FILE-STATUS.

           SELECT MASK-TRANSACTION-FILE
               ASSIGN TO 'TESTDATA/TRANSACTION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID OF MASK-TRANSACTION-REC
               ALTERNATE RECORD KEY IS LOAN-ID OF MASK-TRANSACTION-REC
                   WITH DUPLICATES
               FILE STATUS IS OUT-FILE-STATUS.

           SELECT GUARANTOR-FILE ASSIGN TO 'GUARANTOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF GUARANTOR-REC
               FILE STATUS IS IN-FILE-STATUS.

           SELECT MASK-GUARANTOR-FILE
               ASSIGN TO 'TESTDATA/GUARANTOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF MASK-GUARANTOR-REC
               FILE STATUS IS OUT-FILE-STATUS.

           SELECT AUTOPAY-FILE ASSIGN TO 'AUTOPAY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF AUTOPAY-REC
               FILE STATUS IS IN-FILE-STATUS.

           SELECT MASK-AUTOPAY-FILE ASSIGN TO 'TESTDATA/AUTOPAY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF MASK-AUTOPAY-REC
               FILE STATUS IS OUT-FILE-STATUS.

           SELECT ESCROW-PAYEE-FILE ASSIGN TO 'ESCROW_PAYEE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYEE-KEY OF ESCROW-PAYEE-REC
               FILE STATUS IS IN-FILE-STATUS.

           SELECT MASK-ESCROW-PAYEE-FILE
               ASSIGN TO 'TESTDATA/ESCROW_PAYEE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYEE-KEY OF MASK-ESCROW-PAYEE-REC
               FILE STATUS IS OUT-FILE-STATUS.

           SELECT INVESTOR-FILE ASSIGN TO 'INVESTOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVESTOR-ID OF INVESTOR-REC
               FILE STATUS IS IN-FILE-STATUS.

           SELECT MASK-INVESTOR-FILE ASSIGN TO 'TESTDATA/INVESTOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVESTOR-ID OF MASK-INVESTOR-REC
               FILE STATUS IS OUT-FILE-STATUS.

           SELECT NOTIFY-CONSENT-FILE ASSIGN TO 'NOTIFY_CONSENT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF NOTIFY-CONSENT-REC
               FILE STATUS IS IN-FILE-STATUS.

           SELECT MASK-NOTIFY-CONSENT-FILE
               ASSIGN TO 'TESTDATA/NOTIFY_CONSENT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF MASK-NOTIFY-CONSENT-REC
               FILE STATUS IS OUT-FILE-STATUS.

           SELECT DECEASED-FILE ASSIGN TO 'DECEASED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF DECEASED-REC
               FILE STATUS IS IN-FILE-STATUS.

           SELECT MASK-DECEASED-FILE ASSIGN TO 'TESTDATA/DECEASED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF MASK-DECEASED-REC
               FILE STATUS IS OUT-FILE-STATUS.

           SELECT FRAUD-ALERT-FILE ASSIGN TO 'FRAUD_ALERT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF FRAUD-ALERT-REC
               FILE STATUS IS IN-FILE-STATUS.

           SELECT MASK-FRAUD-ALERT-FILE
               ASSIGN TO 'TESTDATA/FRAUD_ALERT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF MASK-FRAUD-ALERT-REC
               FILE STATUS IS OUT-FILE-STATUS.

           SELECT CONTACT-ATTEMPT-FILE ASSIGN TO 'CONTACT_ATTEMPT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTACT-KEY OF CONTACT-ATTEMPT-REC
               FILE STATUS IS IN-FILE-STATUS.

           SELECT MASK-CONTACT-ATTEMPT-FILE
               ASSIGN TO 'TESTDATA/CONTACT_ATTEMPT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTACT-KEY OF MASK-CONTACT-ATTEMPT-REC
               FILE STATUS IS OUT-FILE-STATUS.

           SELECT CHECK-ISSUE-FILE ASSIGN TO 'CHECK_ISSUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECK-NUMBER OF CHECK-ISSUE-REC
               FILE STATUS IS IN-FILE-STATUS.

           SELECT MASK-CHECK-ISSUE-FILE
               ASSIGN TO 'TESTDATA/CHECK_ISSUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECK-NUMBER OF MASK-CHECK-ISSUE-REC
               FILE STATUS IS OUT-FILE-STATUS.

           SELECT COLLATERAL-FILE ASSIGN TO 'COLLATERAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLLATERAL-KEY OF COLLATERAL-REC
               FILE STATUS IS IN-FILE-STATUS.

           SELECT MASK-COLLATERAL-FILE
               ASSIGN TO 'TESTDATA/COLLATERAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLLATERAL-KEY OF MASK-COLLATERAL-REC
               FILE STATUS IS OUT-FILE-STATUS.

           SELECT LOAN-NOTE-FILE ASSIGN TO 'LOAN_NOTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTE-KEY OF LOAN-NOTE-REC
               FILE STATUS IS IN-FILE-STATUS.

           SELECT MASK-LOAN-NOTE-FILE
               ASSIGN TO 'TESTDATA/LOAN_NOTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTE-KEY OF MASK-LOAN-NOTE-REC
               FILE STATUS IS OUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *  Each TESTDATA file carries the SAME layout as its live file
      *  (the copybook, renamed at the 01 level), so the test region
      *  runs every program unchanged against what this run wrote.
       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  MASK-CUSTOMER-FILE.
       COPY CUSTREC REPLACING ==CUSTOMER-REC==
           BY ==MASK-CUSTOMER-REC==.

       FD  LOAN-FILE.
       COPY LOANREC.

       FD  MASK-LOAN-FILE.
       COPY LOANREC REPLACING ==LOAN-REC== BY ==MASK-LOAN-REC==.

       FD  TRANSACTION-FILE.
       COPY TRANREC.

       FD  MASK-TRANSACTION-FILE.
       COPY TRANREC REPLACING ==TRANSACTION-REC==
           BY ==MASK-TRANSACTION-REC==.

       FD  GUARANTOR-FILE.
       COPY GUARANTORREC.

       FD  MASK-GUARANTOR-FILE.
       COPY GUARANTORREC REPLACING ==GUARANTOR-REC==
           BY ==MASK-GUARANTOR-REC==.

       FD  AUTOPAY-FILE.
       COPY AUTOPAYREC.

       FD  MASK-AUTOPAY-FILE.
       COPY AUTOPAYREC REPLACING ==AUTOPAY-REC==
           BY ==MASK-AUTOPAY-REC==.

       FD  ESCROW-PAYEE-FILE.
       COPY ESCPAYEEREC.

       FD  MASK-ESCROW-PAYEE-FILE.
       COPY ESCPAYEEREC REPLACING ==ESCROW-PAYEE-REC==
           BY ==MASK-ESCROW-PAYEE-REC==.

       FD  INVESTOR-FILE.
       COPY INVESTORREC.

       FD  MASK-INVESTOR-FILE.
       COPY INVESTORREC REPLACING ==INVESTOR-REC==
           BY ==MASK-INVESTOR-REC==.

       FD  NOTIFY-CONSENT-FILE.
       COPY NOTIFYCONSENTREC.

       FD  MASK-NOTIFY-CONSENT-FILE.
       COPY NOTIFYCONSENTREC REPLACING ==NOTIFY-CONSENT-REC==
           BY ==MASK-NOTIFY-CONSENT-REC==.

       FD  DECEASED-FILE.
       COPY DECEASEDREC.

       FD  MASK-DECEASED-FILE.
       COPY DECEASEDREC REPLACING ==DECEASED-REC==
           BY ==MASK-DECEASED-REC==.

       FD  FRAUD-ALERT-FILE.
       COPY FRAUDALERTREC.

       FD  MASK-FRAUD-ALERT-FILE.
       COPY FRAUDALERTREC REPLACING ==FRAUD-ALERT-REC==
           BY ==MASK-FRAUD-ALERT-REC==.

       FD  CONTACT-ATTEMPT-FILE.
       COPY CONTACTREC.

       FD  MASK-CONTACT-ATTEMPT-FILE.
       COPY CONTACTREC REPLACING ==CONTACT-ATTEMPT-REC==
           BY ==MASK-CONTACT-ATTEMPT-REC==.

       FD  CHECK-ISSUE-FILE.
       COPY CHECKISSUEREC.

       FD  MASK-CHECK-ISSUE-FILE.
       COPY CHECKISSUEREC REPLACING ==CHECK-ISSUE-REC==
           BY ==MASK-CHECK-ISSUE-REC==.

       FD  COLLATERAL-FILE.
       COPY COLLATERALREC.

       FD  MASK-COLLATERAL-FILE.
       COPY COLLATERALREC REPLACING ==COLLATERAL-REC==
           BY ==MASK-COLLATERAL-REC==.

       FD  LOAN-NOTE-FILE.
       COPY LOANNOTEREC.

       FD  MASK-LOAN-NOTE-FILE.
       COPY LOANNOTEREC REPLACING ==LOAN-NOTE-REC==
           BY ==MASK-LOAN-NOTE-REC==.

       WORKING-STORAGE SECTION.
       01  IN-FILE-STATUS          PIC XX.
           88  IN-FILE-OK           VALUE '00'.
       01  OUT-FILE-STATUS         PIC XX.
           88  OUT-FILE-OK          VALUE '00'.

       01  WS-END-OF-FILE          PIC X VALUE 'N'.
           88  END-OF-FILE          VALUE 'Y'.
       01  WS-FILE-LABEL           PIC X(20).
       01  WS-RECORDS-COPIED       PIC 9(7) COMP VALUE ZERO.
       01  WS-TOTAL-COPIED         PIC 9(9) COMP VALUE ZERO.
       01  WS-FILES-COPIED         PIC 9(3) COMP VALUE ZERO.
       01  WS-FILES-SKIPPED        PIC 9(3) COMP VALUE ZERO.
       01  WS-WRITE-ERRORS         PIC 9(7) COMP VALUE ZERO.

       01  WS-MASK-USER            PIC X(10) VALUE 'TESTMASK'.
       01  WS-LOG-ACTION-TYPE      PIC A(20).
       01  WS-LOG-DESCRIPTION      PIC A(50).
       01  WS-DISPLAY-TOTAL        PIC Z(8)9.

      *----------------------------------------------------------------
      *  Masking work areas.  The caller moves the live value into
      *  WS-MASK-TEXT or WS-MASK-NUMBER and takes the substitute
      *  from WS-MASK-RESULT or WS-MASK-NUMBER.
      *----------------------------------------------------------------
       01  WS-MASK-TEXT            PIC X(50).
       01  WS-MASK-RESULT          PIC X(50).
       01  WS-MASK-NUMBER          PIC 9(15).
       01  WS-MASK-DIGITS          PIC 9(9).
       01  WS-ONE-CHAR             PIC X.
       01  WS-CHAR-IX              PIC 9(3) COMP.
       01  WS-CHAR-VALUE           PIC 9(3) COMP.
       01  WS-HASH-VALUE           PIC 9(9) COMP.
       01  WS-HASH-QUOTIENT        PIC 9(15) COMP.
       01  WS-HASH-WORK            PIC 9(18) COMP.
       01  WS-NAME-IX              PIC 9(3) COMP.
       01  WS-INITIAL-IX           PIC 9(3) COMP.
       01  WS-SURNAME-IX           PIC 9(3) COMP.
       01  WS-STREET-IX            PIC 9(3) COMP.
       01  WS-HOUSE-NUMBER         PIC 9(4).
       01  WS-UNIT-NUMBER          PIC 9(3).
       01  WS-PHONE-PREFIX         PIC 9(8).
       01  WS-PHONE-LINE           PIC 9(7).
       01  WS-ROUTING-BODY         PIC 9(8).
       01  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-BODY.
           05  WS-ROUTING-DIGIT    PIC 9 OCCURS 8 TIMES.
       01  WS-ROUTING-SUM          PIC 9(4) COMP.
       01  WS-ROUTING-CHECK        PIC 9.
       01  WS-VIN-SPACES           PIC 9(3) COMP.
       01  WS-NOTE-IX              PIC 9(3) COMP.
       01  WS-MASKED-NOTE-TEXT     PIC X(20)
                                   VALUE '*** TEXT MASKED ***'.

      *  Characters that count toward a value's mask.  Punctuation
      *  and spaces are skipped and letters are upper-cased first,
      *  the way DUPLICATE-CUSTOMER-SCAN compares names, so
      *  "O'Brien, Mary" and "OBRIEN MARY" mask alike.
       01  WS-HASH-CHAR-VALUES.
           05  FILLER  PIC X(36)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
       01  WS-HASH-CHAR-TABLE REDEFINES WS-HASH-CHAR-VALUES.
           05  WS-HASH-CHAR        PIC X OCCURS 36 TIMES
                                   INDEXED BY HC-IX.

       01  WS-FIRST-NAME-VALUES.
           05  FILLER  PIC X(40)
               VALUE 'JAMES     MARY      ROBERT    PATRICIA  '.
           05  FILLER  PIC X(40)
               VALUE 'JOHN      JENNIFER  MICHAEL   LINDA     '.
           05  FILLER  PIC X(40)
               VALUE 'DAVID     ELIZABETH WILLIAM   BARBARA   '.
           05  FILLER  PIC X(40)
               VALUE 'RICHARD   SUSAN     JOSEPH    JESSICA   '.
           05  FILLER  PIC X(40)
               VALUE 'THOMAS    SARAH     CHARLES   KAREN     '.
       01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
           05  WS-FIRST-NAME       PIC X(10) OCCURS 20 TIMES.

       01  WS-INITIAL-VALUES       PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01  WS-LAST-NAME-VALUES.
           05  FILLER  PIC X(48)
               VALUE 'SMITH       JOHNSON     WILLIAMS    BROWN       '.
           05  FILLER  PIC X(48)
               VALUE 'JONES       GARCIA      MILLER      DAVIS       '.
           05  FILLER  PIC X(48)
               VALUE 'RODRIGUEZ   MARTINEZ    HERNANDEZ   LOPEZ       '.
           05  FILLER  PIC X(48)
               VALUE 'WILSON      ANDERSON    THOMAS      TAYLOR      '.
           05  FILLER  PIC X(48)
               VALUE 'MOORE       JACKSON     MARTIN      LEE         '.
       01  WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-VALUES.
           05  WS-LAST-NAME        PIC X(12) OCCURS 20 TIMES.

       01  WS-STREET-NAME-VALUES.
           05  FILLER  PIC X(32)
               VALUE 'MAPLE AVE       OAK ST          '.
           05  FILLER  PIC X(32)
               VALUE 'PINE RD         ELM ST          '.
           05  FILLER  PIC X(32)
               VALUE 'CEDAR LN        MAIN ST         '.
           05  FILLER  PIC X(32)
               VALUE 'PARK AVE        LAKE DR         '.
           05  FILLER  PIC X(32)
               VALUE 'HILL RD         WALNUT ST       '.
           05  FILLER  PIC X(32)
               VALUE 'CHURCH ST       RIVER RD        '.
           05  FILLER  PIC X(32)
               VALUE 'SPRING ST       MILL RD         '.
           05  FILLER  PIC X(32)
               VALUE 'CENTER ST       BIRCH LN        '.
       01  WS-STREET-NAME-TABLE REDEFINES WS-STREET-NAME-VALUES.
           05  WS-STREET-NAME      PIC X(16) OCCURS 16 TIMES.

       PROCEDURE DIVISION.

       DISPLAY '============================================'
       DISPLAY '  MASKED TEST-DATA COPY TO TESTDATA'
       DISPLAY '============================================'

       PERFORM COPY-CUSTOMER-FILE
       PERFORM COPY-LOAN-FILE
       PERFORM COPY-TRANSACTION-FILE
       PERFORM COPY-GUARANTOR-FILE
       PERFORM COPY-AUTOPAY-FILE
       PERFORM COPY-ESCROW-PAYEE-FILE
       PERFORM COPY-INVESTOR-FILE
       PERFORM COPY-NOTIFY-CONSENT-FILE
       PERFORM COPY-DECEASED-FILE
       PERFORM COPY-FRAUD-ALERT-FILE
       PERFORM COPY-CONTACT-ATTEMPT-FILE
       PERFORM COPY-CHECK-ISSUE-FILE
       PERFORM COPY-COLLATERAL-FILE
       PERFORM COPY-LOAN-NOTE-FILE

       DISPLAY '--------------------------------------------'
       DISPLAY 'Files Copied        : ' WS-FILES-COPIED
       DISPLAY 'Files Not On File   : ' WS-FILES-SKIPPED
       DISPLAY 'Records Written     : ' WS-TOTAL-COPIED
       DISPLAY 'Write Errors        : ' WS-WRITE-ERRORS
       DISPLAY '============================================'

       MOVE WS-TOTAL-COPIED TO WS-DISPLAY-TOTAL
       MOVE 'TEST DATA MASK' TO WS-LOG-ACTION-TYPE
       MOVE SPACES TO WS-LOG-DESCRIPTION
       STRING 'Masked Test Copy Written, Records '
              WS-DISPLAY-TOTAL
           DELIMITED BY SIZE INTO WS-LOG-DESCRIPTION
       END-STRING
       CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                     WS-MASK-USER
                                     WS-LOG-DESCRIPTION

       IF WS-WRITE-ERRORS > ZERO
           MOVE 4 TO RETURN-CODE
       END-IF

       STOP RUN.

      *----------------------------------------------------------------
      *  Common open/close handling.  A live file that is not there
      *  (a feature the shop has not used yet) is skipped; a test
      *  file that cannot be created stops the run, since a partial
      *  copy would not tie out.
      *----------------------------------------------------------------
       CHECK-OUTPUT-OPEN.
           IF NOT OUT-FILE-OK
               DISPLAY 'Error Creating TESTDATA Copy Of '
                   WS-FILE-LABEL ' Status ' OUT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           MOVE ZERO TO WS-RECORDS-COPIED.

       REPORT-FILE-COPIED.
           ADD 1 TO WS-FILES-COPIED
           ADD WS-RECORDS-COPIED TO WS-TOTAL-COPIED
           DISPLAY WS-FILE-LABEL ' Records Written: '
               WS-RECORDS-COPIED.

       REPORT-FILE-SKIPPED.
           ADD 1 TO WS-FILES-SKIPPED
           DISPLAY WS-FILE-LABEL ' Not On File - Skipped.'.

       REPORT-WRITE-ERROR.
           ADD 1 TO WS-WRITE-ERRORS
           DISPLAY 'Error Writing ' WS-FILE-LABEL
               ' Status ' OUT-FILE-STATUS.

      *----------------------------------------------------------------
      *  CUSTOMER.DAT -- names, street lines, phone, TIN.  An
      *  address not yet converted to the structured fields is one
      *  free-text block, replaced whole.
      *----------------------------------------------------------------
       COPY-CUSTOMER-FILE.
           MOVE 'CUSTOMER.DAT' TO WS-FILE-LABEL
           OPEN INPUT CUSTOMER-FILE
           IF IN-FILE-OK
               OPEN OUTPUT MASK-CUSTOMER-FILE
               PERFORM CHECK-OUTPUT-OPEN
               PERFORM COPY-NEXT-CUSTOMER UNTIL END-OF-FILE
               CLOSE CUSTOMER-FILE
               CLOSE MASK-CUSTOMER-FILE
               PERFORM REPORT-FILE-COPIED
           ELSE
               PERFORM REPORT-FILE-SKIPPED
           END-IF.

       COPY-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM MASK-CUSTOMER-RECORD
                   MOVE CUSTOMER-REC TO MASK-CUSTOMER-REC
                   WRITE MASK-CUSTOMER-REC
                       INVALID KEY
                           PERFORM REPORT-WRITE-ERROR
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORDS-COPIED
                   END-WRITE
           END-READ.

       MASK-CUSTOMER-RECORD.
           MOVE CUSTOMER-NAME OF CUSTOMER-REC TO WS-MASK-TEXT
           PERFORM MASK-PERSON-NAME
           MOVE WS-MASK-RESULT TO CUSTOMER-NAME OF CUSTOMER-REC

           MOVE CO-BORROWER-NAME OF CUSTOMER-REC TO WS-MASK-TEXT
           PERFORM MASK-PERSON-NAME
           MOVE WS-MASK-RESULT TO CO-BORROWER-NAME OF CUSTOMER-REC

           IF ADDRESS-STRUCTURED OF CUSTOMER-REC
               MOVE ADDR-STREET-1 OF CUSTOMER-REC TO WS-MASK-TEXT
               PERFORM MASK-STREET-LINE
               MOVE WS-MASK-RESULT TO ADDR-STREET-1 OF CUSTOMER-REC
           ELSE
               MOVE LEGACY-ADDRESS-TEXT OF CUSTOMER-REC
                   TO WS-MASK-TEXT
               PERFORM MASK-STREET-LINE
               MOVE WS-MASK-RESULT
                   TO LEGACY-ADDRESS-TEXT OF CUSTOMER-REC
           END-IF
           MOVE ADDR-STREET-2 OF CUSTOMER-REC TO WS-MASK-TEXT
           PERFORM MASK-UNIT-LINE
           MOVE WS-MASK-RESULT TO ADDR-STREET-2 OF CUSTOMER-REC
           MOVE SPACES TO ADDR-ZIP-4 OF CUSTOMER-REC

           MOVE PHONE OF CUSTOMER-REC TO WS-MASK-NUMBER
           PERFORM MASK-PHONE-NUMBER
           MOVE WS-MASK-NUMBER TO PHONE OF CUSTOMER-REC

           MOVE TIN OF CUSTOMER-REC TO WS-MASK-NUMBER
           PERFORM MASK-TIN-NUMBER
           MOVE WS-MASK-NUMBER TO TIN OF CUSTOMER-REC.

      *----------------------------------------------------------------
      *  LOAN.DAT, TRANSACTION.DAT, GUARANTOR.DAT -- no personal
      *  data; carried across as they stand.
      *----------------------------------------------------------------
       COPY-LOAN-FILE.
           MOVE 'LOAN.DAT' TO WS-FILE-LABEL
           OPEN INPUT LOAN-FILE
           IF IN-FILE-OK
               OPEN OUTPUT MASK-LOAN-FILE
               PERFORM CHECK-OUTPUT-OPEN
               PERFORM COPY-NEXT-LOAN UNTIL END-OF-FILE
               CLOSE LOAN-FILE
               CLOSE MASK-LOAN-FILE
               PERFORM REPORT-FILE-COPIED
           ELSE
               PERFORM REPORT-FILE-SKIPPED
           END-IF.

       COPY-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   MOVE LOAN-REC TO MASK-LOAN-REC
                   WRITE MASK-LOAN-REC
                       INVALID KEY
                           PERFORM REPORT-WRITE-ERROR
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORDS-COPIED
                   END-WRITE
           END-READ.

       COPY-TRANSACTION-FILE.
           MOVE 'TRANSACTION.DAT' TO WS-FILE-LABEL
           OPEN INPUT TRANSACTION-FILE
           IF IN-FILE-OK
               OPEN OUTPUT MASK-TRANSACTION-FILE
               PERFORM CHECK-OUTPUT-OPEN
               PERFORM COPY-NEXT-TRANSACTION UNTIL END-OF-FILE
               CLOSE TRANSACTION-FILE
               CLOSE MASK-TRANSACTION-FILE
               PERFORM REPORT-FILE-COPIED
           ELSE
               PERFORM REPORT-FILE-SKIPPED
           END-IF.

       COPY-NEXT-TRANSACTION.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   MOVE TRANSACTION-REC TO MASK-TRANSACTION-REC
                   WRITE MASK-TRANSACTION-REC
                       INVALID KEY
                           PERFORM REPORT-WRITE-ERROR
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORDS-COPIED
                   END-WRITE
           END-READ.

       COPY-GUARANTOR-FILE.
           MOVE 'GUARANTOR.DAT' TO WS-FILE-LABEL
           OPEN INPUT GUARANTOR-FILE
           IF IN-FILE-OK
               OPEN OUTPUT MASK-GUARANTOR-FILE
               PERFORM CHECK-OUTPUT-OPEN
               PERFORM COPY-NEXT-GUARANTOR UNTIL END-OF-FILE
               CLOSE GUARANTOR-FILE
               CLOSE MASK-GUARANTOR-FILE
               PERFORM REPORT-FILE-COPIED
           ELSE
               PERFORM REPORT-FILE-SKIPPED
           END-IF.

       COPY-NEXT-GUARANTOR.
           READ GUARANTOR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   MOVE GUARANTOR-REC TO MASK-GUARANTOR-REC
                   WRITE MASK-GUARANTOR-REC
                       INVALID KEY
                           PERFORM REPORT-WRITE-ERROR
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORDS-COPIED
                   END-WRITE
           END-READ.

      *----------------------------------------------------------------
      *  AUTOPAY.DAT -- the borrower's debit routing and account.
      *----------------------------------------------------------------
       COPY-AUTOPAY-FILE.
           MOVE 'AUTOPAY.DAT' TO WS-FILE-LABEL
           OPEN INPUT AUTOPAY-FILE
           IF IN-FILE-OK
               OPEN OUTPUT MASK-AUTOPAY-FILE
               PERFORM CHECK-OUTPUT-OPEN
               PERFORM COPY-NEXT-AUTOPAY UNTIL END-OF-FILE
               CLOSE AUTOPAY-FILE
               CLOSE MASK-AUTOPAY-FILE
               PERFORM REPORT-FILE-COPIED
           ELSE
               PERFORM REPORT-FILE-SKIPPED
           END-IF.

       COPY-NEXT-AUTOPAY.
           READ AUTOPAY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   MOVE ROUTING-NUMBER OF AUTOPAY-REC
                       TO WS-MASK-NUMBER
                   PERFORM MASK-ROUTING-NUMBER
                   MOVE WS-MASK-NUMBER
                       TO ROUTING-NUMBER OF AUTOPAY-REC
                   MOVE ACCOUNT-NUMBER OF AUTOPAY-REC TO WS-MASK-TEXT
                   PERFORM MASK-ACCOUNT-NUMBER
                   MOVE WS-MASK-RESULT
                       TO ACCOUNT-NUMBER OF AUTOPAY-REC
                   MOVE AUTOPAY-REC TO MASK-AUTOPAY-REC
                   WRITE MASK-AUTOPAY-REC
                       INVALID KEY
                           PERFORM REPORT-WRITE-ERROR
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORDS-COPIED
                   END-WRITE
           END-READ.

      *----------------------------------------------------------------
      *  ESCROW_PAYEE.DAT -- payee name, address and ACH details.
      *----------------------------------------------------------------
       COPY-ESCROW-PAYEE-FILE.
           MOVE 'ESCROW_PAYEE.DAT' TO WS-FILE-LABEL
           OPEN INPUT ESCROW-PAYEE-FILE
           IF IN-FILE-OK
               OPEN OUTPUT MASK-ESCROW-PAYEE-FILE
               PERFORM CHECK-OUTPUT-OPEN
               PERFORM COPY-NEXT-ESCROW-PAYEE UNTIL END-OF-FILE
               CLOSE ESCROW-PAYEE-FILE
               CLOSE MASK-ESCROW-PAYEE-FILE
               PERFORM REPORT-FILE-COPIED
           ELSE
               PERFORM REPORT-FILE-SKIPPED
           END-IF.

       COPY-NEXT-ESCROW-PAYEE.
           READ ESCROW-PAYEE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM MASK-ESCROW-PAYEE-RECORD
                   MOVE ESCROW-PAYEE-REC TO MASK-ESCROW-PAYEE-REC
                   WRITE MASK-ESCROW-PAYEE-REC
                       INVALID KEY
                           PERFORM REPORT-WRITE-ERROR
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORDS-COPIED
                   END-WRITE
           END-READ.

       MASK-ESCROW-PAYEE-RECORD.
           MOVE PAYEE-NAME OF ESCROW-PAYEE-REC TO WS-MASK-TEXT
           PERFORM MASK-PERSON-NAME
           MOVE WS-MASK-RESULT TO PAYEE-NAME OF ESCROW-PAYEE-REC
           MOVE PAYEE-ADDRESS OF ESCROW-PAYEE-REC TO WS-MASK-TEXT
           PERFORM MASK-STREET-LINE
           MOVE WS-MASK-RESULT TO PAYEE-ADDRESS OF ESCROW-PAYEE-REC
           MOVE PAYEE-ROUTING-NUMBER OF ESCROW-PAYEE-REC
               TO WS-MASK-NUMBER
           PERFORM MASK-ROUTING-NUMBER
           MOVE WS-MASK-NUMBER
               TO PAYEE-ROUTING-NUMBER OF ESCROW-PAYEE-REC
           MOVE PAYEE-ACCOUNT-NUMBER OF ESCROW-PAYEE-REC
               TO WS-MASK-TEXT
           PERFORM MASK-ACCOUNT-NUMBER
           MOVE WS-MASK-RESULT
               TO PAYEE-ACCOUNT-NUMBER OF ESCROW-PAYEE-REC.

      *----------------------------------------------------------------
      *  INVESTOR.DAT -- investor name, address, settlement account.
      *----------------------------------------------------------------
       COPY-INVESTOR-FILE.
           MOVE 'INVESTOR.DAT' TO WS-FILE-LABEL
           OPEN INPUT INVESTOR-FILE
           IF IN-FILE-OK
               OPEN OUTPUT MASK-INVESTOR-FILE
               PERFORM CHECK-OUTPUT-OPEN
               PERFORM COPY-NEXT-INVESTOR UNTIL END-OF-FILE
               CLOSE INVESTOR-FILE
               CLOSE MASK-INVESTOR-FILE
               PERFORM REPORT-FILE-COPIED
           ELSE
               PERFORM REPORT-FILE-SKIPPED
           END-IF.

       COPY-NEXT-INVESTOR.
           READ INVESTOR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM MASK-INVESTOR-RECORD
                   MOVE INVESTOR-REC TO MASK-INVESTOR-REC
                   WRITE MASK-INVESTOR-REC
                       INVALID KEY
                           PERFORM REPORT-WRITE-ERROR
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORDS-COPIED
                   END-WRITE
           END-READ.

       MASK-INVESTOR-RECORD.
           MOVE INVESTOR-NAME OF INVESTOR-REC TO WS-MASK-TEXT
           PERFORM MASK-PERSON-NAME
           MOVE WS-MASK-RESULT TO INVESTOR-NAME OF INVESTOR-REC
           MOVE INVESTOR-ADDRESS OF INVESTOR-REC TO WS-MASK-TEXT
           PERFORM MASK-STREET-LINE
           MOVE WS-MASK-RESULT TO INVESTOR-ADDRESS OF INVESTOR-REC
           MOVE INVESTOR-ROUTING OF INVESTOR-REC TO WS-MASK-NUMBER
           PERFORM MASK-ROUTING-NUMBER
           MOVE WS-MASK-NUMBER TO INVESTOR-ROUTING OF INVESTOR-REC
           MOVE INVESTOR-ACCOUNT OF INVESTOR-REC TO WS-MASK-TEXT
           PERFORM MASK-ACCOUNT-NUMBER
           MOVE WS-MASK-RESULT TO INVESTOR-ACCOUNT OF INVESTOR-REC.

      *----------------------------------------------------------------
      *  NOTIFY_CONSENT.DAT -- email address and SMS number.  The
      *  masked address is built from the customer ID on the
      *  reserved example.com domain, so a test run can never mail a
      *  real inbox.
      *----------------------------------------------------------------
       COPY-NOTIFY-CONSENT-FILE.
           MOVE 'NOTIFY_CONSENT.DAT' TO WS-FILE-LABEL
           OPEN INPUT NOTIFY-CONSENT-FILE
           IF IN-FILE-OK
               OPEN OUTPUT MASK-NOTIFY-CONSENT-FILE
               PERFORM CHECK-OUTPUT-OPEN
               PERFORM COPY-NEXT-NOTIFY-CONSENT UNTIL END-OF-FILE
               CLOSE NOTIFY-CONSENT-FILE
               CLOSE MASK-NOTIFY-CONSENT-FILE
               PERFORM REPORT-FILE-COPIED
           ELSE
               PERFORM REPORT-FILE-SKIPPED
           END-IF.

       COPY-NEXT-NOTIFY-CONSENT.
           READ NOTIFY-CONSENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM MASK-NOTIFY-CONSENT-RECORD
                   MOVE NOTIFY-CONSENT-REC TO MASK-NOTIFY-CONSENT-REC
                   WRITE MASK-NOTIFY-CONSENT-REC
                       INVALID KEY
                           PERFORM REPORT-WRITE-ERROR
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORDS-COPIED
                   END-WRITE
           END-READ.

       MASK-NOTIFY-CONSENT-RECORD.
           IF EMAIL-ADDRESS OF NOTIFY-CONSENT-REC NOT = SPACES
               MOVE SPACES TO EMAIL-ADDRESS OF NOTIFY-CONSENT-REC
               STRING 'customer' CUSTOMER-ID OF NOTIFY-CONSENT-REC
                      '@example.com'
                   DELIMITED BY SIZE
                   INTO EMAIL-ADDRESS OF NOTIFY-CONSENT-REC
               END-STRING
           END-IF
           MOVE SMS-NUMBER OF NOTIFY-CONSENT-REC TO WS-MASK-NUMBER
           PERFORM MASK-PHONE-NUMBER
           MOVE WS-MASK-NUMBER TO SMS-NUMBER OF NOTIFY-CONSENT-REC.

      *----------------------------------------------------------------
      *  DECEASED.DAT -- estate contact name, address and phone.
      *----------------------------------------------------------------
       COPY-DECEASED-FILE.
           MOVE 'DECEASED.DAT' TO WS-FILE-LABEL
           OPEN INPUT DECEASED-FILE
           IF IN-FILE-OK
               OPEN OUTPUT MASK-DECEASED-FILE
               PERFORM CHECK-OUTPUT-OPEN
               PERFORM COPY-NEXT-DECEASED UNTIL END-OF-FILE
               CLOSE DECEASED-FILE
               CLOSE MASK-DECEASED-FILE
               PERFORM REPORT-FILE-COPIED
           ELSE
               PERFORM REPORT-FILE-SKIPPED
           END-IF.

       COPY-NEXT-DECEASED.
           READ DECEASED-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM MASK-DECEASED-RECORD
                   MOVE DECEASED-REC TO MASK-DECEASED-REC
                   WRITE MASK-DECEASED-REC
                       INVALID KEY
                           PERFORM REPORT-WRITE-ERROR
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORDS-COPIED
                   END-WRITE
           END-READ.

       MASK-DECEASED-RECORD.
           MOVE ESTATE-CONTACT-NAME OF DECEASED-REC TO WS-MASK-TEXT
           PERFORM MASK-PERSON-NAME
           MOVE WS-MASK-RESULT TO ESTATE-CONTACT-NAME OF DECEASED-REC
           MOVE ESTATE-STREET-1 OF DECEASED-REC TO WS-MASK-TEXT
           PERFORM MASK-STREET-LINE
           MOVE WS-MASK-RESULT TO ESTATE-STREET-1 OF DECEASED-REC
           MOVE ESTATE-STREET-2 OF DECEASED-REC TO WS-MASK-TEXT
           PERFORM MASK-UNIT-LINE
           MOVE WS-MASK-RESULT TO ESTATE-STREET-2 OF DECEASED-REC
           MOVE SPACES TO ESTATE-ZIP-4 OF DECEASED-REC
           MOVE ESTATE-PHONE OF DECEASED-REC TO WS-MASK-NUMBER
           PERFORM MASK-PHONE-NUMBER
           MOVE WS-MASK-NUMBER TO ESTATE-PHONE OF DECEASED-REC.

      *----------------------------------------------------------------
      *  FRAUD_ALERT.DAT -- the staged address/phone change awaiting
      *  callback, and the free-text verification note.
      *----------------------------------------------------------------
       COPY-FRAUD-ALERT-FILE.
           MOVE 'FRAUD_ALERT.DAT' TO WS-FILE-LABEL
           OPEN INPUT FRAUD-ALERT-FILE
           IF IN-FILE-OK
               OPEN OUTPUT MASK-FRAUD-ALERT-FILE
               PERFORM CHECK-OUTPUT-OPEN
               PERFORM COPY-NEXT-FRAUD-ALERT UNTIL END-OF-FILE
               CLOSE FRAUD-ALERT-FILE
               CLOSE MASK-FRAUD-ALERT-FILE
               PERFORM REPORT-FILE-COPIED
           ELSE
               PERFORM REPORT-FILE-SKIPPED
           END-IF.

       COPY-NEXT-FRAUD-ALERT.
           READ FRAUD-ALERT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM MASK-FRAUD-ALERT-RECORD
                   MOVE FRAUD-ALERT-REC TO MASK-FRAUD-ALERT-REC
                   WRITE MASK-FRAUD-ALERT-REC
                       INVALID KEY
                           PERFORM REPORT-WRITE-ERROR
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORDS-COPIED
                   END-WRITE
           END-READ.

       MASK-FRAUD-ALERT-RECORD.
           IF VERIFICATION-NOTE OF FRAUD-ALERT-REC NOT = SPACES
               MOVE WS-MASKED-NOTE-TEXT
                   TO VERIFICATION-NOTE OF FRAUD-ALERT-REC
           END-IF
           MOVE STAGED-STREET-1 OF FRAUD-ALERT-REC TO WS-MASK-TEXT
           PERFORM MASK-STREET-LINE
           MOVE WS-MASK-RESULT TO STAGED-STREET-1 OF FRAUD-ALERT-REC
           MOVE STAGED-STREET-2 OF FRAUD-ALERT-REC TO WS-MASK-TEXT
           PERFORM MASK-UNIT-LINE
           MOVE WS-MASK-RESULT TO STAGED-STREET-2 OF FRAUD-ALERT-REC
           MOVE SPACES TO STAGED-ZIP-4 OF FRAUD-ALERT-REC
           MOVE STAGED-PHONE OF FRAUD-ALERT-REC TO WS-MASK-NUMBER
           PERFORM MASK-PHONE-NUMBER
           MOVE WS-MASK-NUMBER TO STAGED-PHONE OF FRAUD-ALERT-REC.

      *----------------------------------------------------------------
      *  CONTACT_ATTEMPT.DAT -- the number the collector dialed; it
      *  masks the same as the customer's phone it was taken from.
      *----------------------------------------------------------------
       COPY-CONTACT-ATTEMPT-FILE.
           MOVE 'CONTACT_ATTEMPT.DAT' TO WS-FILE-LABEL
           OPEN INPUT CONTACT-ATTEMPT-FILE
           IF IN-FILE-OK
               OPEN OUTPUT MASK-CONTACT-ATTEMPT-FILE
               PERFORM CHECK-OUTPUT-OPEN
               PERFORM COPY-NEXT-CONTACT-ATTEMPT UNTIL END-OF-FILE
               CLOSE CONTACT-ATTEMPT-FILE
               CLOSE MASK-CONTACT-ATTEMPT-FILE
               PERFORM REPORT-FILE-COPIED
           ELSE
               PERFORM REPORT-FILE-SKIPPED
           END-IF.

       COPY-NEXT-CONTACT-ATTEMPT.
           READ CONTACT-ATTEMPT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   MOVE CONTACT-PHONE OF CONTACT-ATTEMPT-REC
                       TO WS-MASK-NUMBER
                   PERFORM MASK-PHONE-NUMBER
                   MOVE WS-MASK-NUMBER
                       TO CONTACT-PHONE OF CONTACT-ATTEMPT-REC
                   MOVE CONTACT-ATTEMPT-REC
                       TO MASK-CONTACT-ATTEMPT-REC
                   WRITE MASK-CONTACT-ATTEMPT-REC
                       INVALID KEY
                           PERFORM REPORT-WRITE-ERROR
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORDS-COPIED
                   END-WRITE
           END-READ.

      *----------------------------------------------------------------
      *  CHECK_ISSUE.DAT -- payee name.  A refund check's payee is the
      *  borrower's name, and masks to the borrower's masked name.
      *----------------------------------------------------------------
       COPY-CHECK-ISSUE-FILE.
           MOVE 'CHECK_ISSUE.DAT' TO WS-FILE-LABEL
           OPEN INPUT CHECK-ISSUE-FILE
           IF IN-FILE-OK
               OPEN OUTPUT MASK-CHECK-ISSUE-FILE
               PERFORM CHECK-OUTPUT-OPEN
               PERFORM COPY-NEXT-CHECK-ISSUE UNTIL END-OF-FILE
               CLOSE CHECK-ISSUE-FILE
               CLOSE MASK-CHECK-ISSUE-FILE
               PERFORM REPORT-FILE-COPIED
           ELSE
               PERFORM REPORT-FILE-SKIPPED
           END-IF.

       COPY-NEXT-CHECK-ISSUE.
           READ CHECK-ISSUE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   MOVE PAYEE-NAME OF CHECK-ISSUE-REC TO WS-MASK-TEXT
                   PERFORM MASK-PERSON-NAME
                   MOVE WS-MASK-RESULT
                       TO PAYEE-NAME OF CHECK-ISSUE-REC
                   MOVE CHECK-ISSUE-REC TO MASK-CHECK-ISSUE-REC
                   WRITE MASK-CHECK-ISSUE-REC
                       INVALID KEY
                           PERFORM REPORT-WRITE-ERROR
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORDS-COPIED
                   END-WRITE
           END-READ.

      *----------------------------------------------------------------
      *  COLLATERAL.DAT -- the vehicle VIN or the property address.
      *  A VIN is one unbroken 17-character token; anything else is
      *  treated as an address.
      *----------------------------------------------------------------
       COPY-COLLATERAL-FILE.
           MOVE 'COLLATERAL.DAT' TO WS-FILE-LABEL
           OPEN INPUT COLLATERAL-FILE
           IF IN-FILE-OK
               OPEN OUTPUT MASK-COLLATERAL-FILE
               PERFORM CHECK-OUTPUT-OPEN
               PERFORM COPY-NEXT-COLLATERAL UNTIL END-OF-FILE
               CLOSE COLLATERAL-FILE
               CLOSE MASK-COLLATERAL-FILE
               PERFORM REPORT-FILE-COPIED
           ELSE
               PERFORM REPORT-FILE-SKIPPED
           END-IF.

       COPY-NEXT-COLLATERAL.
           READ COLLATERAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM MASK-COLLATERAL-RECORD
                   MOVE COLLATERAL-REC TO MASK-COLLATERAL-REC
                   WRITE MASK-COLLATERAL-REC
                       INVALID KEY
                           PERFORM REPORT-WRITE-ERROR
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORDS-COPIED
                   END-WRITE
           END-READ.

       MASK-COLLATERAL-RECORD.
           MOVE VIN-OR-ADDRESS OF COLLATERAL-REC TO WS-MASK-TEXT
           MOVE ZERO TO WS-VIN-SPACES
           INSPECT WS-MASK-TEXT (1:17) TALLYING WS-VIN-SPACES
               FOR ALL SPACES
           IF WS-MASK-TEXT = SPACES
               CONTINUE
           ELSE
               IF WS-VIN-SPACES = ZERO
                  AND WS-MASK-TEXT (18:33) = SPACES
                   PERFORM HASH-MASK-TEXT
                   MOVE WS-HASH-VALUE TO WS-MASK-DIGITS
                   MOVE SPACES TO VIN-OR-ADDRESS OF COLLATERAL-REC
                   STRING 'TSTVN' WS-MASK-DIGITS '000'
                       DELIMITED BY SIZE
                       INTO VIN-OR-ADDRESS OF COLLATERAL-REC
                   END-STRING
               ELSE
                   PERFORM MASK-STREET-LINE
                   MOVE WS-MASK-RESULT
                       TO VIN-OR-ADDRESS OF COLLATERAL-REC
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  LOAN_NOTE.DAT -- servicing notes are free text and may name
      *  anyone or quote any number; every written line is replaced,
      *  keeping the category, operator, date and line count.
      *----------------------------------------------------------------
       COPY-LOAN-NOTE-FILE.
           MOVE 'LOAN_NOTE.DAT' TO WS-FILE-LABEL
           OPEN INPUT LOAN-NOTE-FILE
           IF IN-FILE-OK
               OPEN OUTPUT MASK-LOAN-NOTE-FILE
               PERFORM CHECK-OUTPUT-OPEN
               PERFORM COPY-NEXT-LOAN-NOTE UNTIL END-OF-FILE
               CLOSE LOAN-NOTE-FILE
               CLOSE MASK-LOAN-NOTE-FILE
               PERFORM REPORT-FILE-COPIED
           ELSE
               PERFORM REPORT-FILE-SKIPPED
           END-IF.

       COPY-NEXT-LOAN-NOTE.
           READ LOAN-NOTE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM MASK-ONE-NOTE-LINE
                       VARYING WS-NOTE-IX FROM 1 BY 1
                       UNTIL WS-NOTE-IX > 5
                   MOVE LOAN-NOTE-REC TO MASK-LOAN-NOTE-REC
                   WRITE MASK-LOAN-NOTE-REC
                       INVALID KEY
                           PERFORM REPORT-WRITE-ERROR
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORDS-COPIED
                   END-WRITE
           END-READ.

       MASK-ONE-NOTE-LINE.
           IF NOTE-LINE OF LOAN-NOTE-REC (WS-NOTE-IX) NOT = SPACES
               MOVE WS-MASKED-NOTE-TEXT
                   TO NOTE-LINE OF LOAN-NOTE-REC (WS-NOTE-IX)
           END-IF.

      *----------------------------------------------------------------
      *  Value masks.  Each is a fixed function of the live value
      *  alone, so the same input always gives the same substitute.
      *----------------------------------------------------------------
       HASH-MASK-TEXT.
           INSPECT WS-MASK-TEXT CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE 7 TO WS-HASH-VALUE
           PERFORM HASH-ONE-CHARACTER
               VARYING WS-CHAR-IX FROM 1 BY 1
               UNTIL WS-CHAR-IX > 50.

       HASH-ONE-CHARACTER.
           MOVE WS-MASK-TEXT (WS-CHAR-IX:1) TO WS-ONE-CHAR
           SET HC-IX TO 1
           SEARCH WS-HASH-CHAR
               AT END
                   CONTINUE
               WHEN WS-HASH-CHAR (HC-IX) = WS-ONE-CHAR
                   SET WS-CHAR-VALUE TO HC-IX
                   COMPUTE WS-HASH-WORK =
                       WS-HASH-VALUE * 37 + WS-CHAR-VALUE
                   DIVIDE WS-HASH-WORK BY 999999937
                       GIVING WS-HASH-QUOTIENT
                       REMAINDER WS-HASH-VALUE
           END-SEARCH.

      *  FIRST M LAST, drawn from the name tables by the hash.
       MASK-PERSON-NAME.
           IF WS-MASK-TEXT = SPACES
               MOVE SPACES TO WS-MASK-RESULT
           ELSE
               PERFORM HASH-MASK-TEXT
               DIVIDE WS-HASH-VALUE BY 20
                   GIVING WS-HASH-QUOTIENT REMAINDER WS-NAME-IX
               DIVIDE WS-HASH-QUOTIENT BY 26
                   GIVING WS-HASH-QUOTIENT REMAINDER WS-INITIAL-IX
               DIVIDE WS-HASH-QUOTIENT BY 20
                   GIVING WS-HASH-QUOTIENT REMAINDER WS-SURNAME-IX
               ADD 1 TO WS-NAME-IX
               ADD 1 TO WS-INITIAL-IX
               ADD 1 TO WS-SURNAME-IX
               MOVE SPACES TO WS-MASK-RESULT
               STRING WS-FIRST-NAME (WS-NAME-IX) DELIMITED BY SPACE
                      ' '                        DELIMITED BY SIZE
                      WS-INITIAL-VALUES (WS-INITIAL-IX:1)
                                                 DELIMITED BY SIZE
                      ' '                        DELIMITED BY SIZE
                      WS-LAST-NAME (WS-SURNAME-IX)
                                                 DELIMITED BY SPACE
                   INTO WS-MASK-RESULT
               END-STRING
           END-IF.

      *  nnnn STREET-NAME, drawn from the street table by the hash.
       MASK-STREET-LINE.
           IF WS-MASK-TEXT = SPACES
               MOVE SPACES TO WS-MASK-RESULT
           ELSE
               PERFORM HASH-MASK-TEXT
               DIVIDE WS-HASH-VALUE BY 9000
                   GIVING WS-HASH-QUOTIENT REMAINDER WS-HOUSE-NUMBER
               ADD 1000 TO WS-HOUSE-NUMBER
               DIVIDE WS-HASH-QUOTIENT BY 16
                   GIVING WS-HASH-QUOTIENT REMAINDER WS-STREET-IX
               ADD 1 TO WS-STREET-IX
               MOVE SPACES TO WS-MASK-RESULT
               STRING WS-HOUSE-NUMBER                DELIMITED BY SIZE
                      ' '                            DELIMITED BY SIZE
                      WS-STREET-NAME (WS-STREET-IX)  DELIMITED BY '  '
                   INTO WS-MASK-RESULT
               END-STRING
           END-IF.

       MASK-UNIT-LINE.
           IF WS-MASK-TEXT = SPACES
               MOVE SPACES TO WS-MASK-RESULT
           ELSE
               PERFORM HASH-MASK-TEXT
               DIVIDE WS-HASH-VALUE BY 900
                   GIVING WS-HASH-QUOTIENT REMAINDER WS-UNIT-NUMBER
               ADD 100 TO WS-UNIT-NUMBER
               MOVE SPACES TO WS-MASK-RESULT
               STRING 'APT ' WS-UNIT-NUMBER
                   DELIMITED BY SIZE INTO WS-MASK-RESULT
               END-STRING
           END-IF.

       MASK-ACCOUNT-NUMBER.
           IF WS-MASK-TEXT = SPACES
               MOVE SPACES TO WS-MASK-RESULT
           ELSE
               PERFORM HASH-MASK-TEXT
               MOVE WS-HASH-VALUE TO WS-MASK-DIGITS
               MOVE WS-MASK-DIGITS TO WS-MASK-RESULT
           END-IF.

      *  Nine-digit one-for-one scramble: multiplying by 7919 (prime
      *  to 10) modulo 10**9 never maps two TINs to the same one.
       MASK-TIN-NUMBER.
           IF WS-MASK-NUMBER NOT = ZERO
               COMPUTE WS-HASH-WORK = WS-MASK-NUMBER * 7919 + 104729
               DIVIDE WS-HASH-WORK BY 1000000000
                   GIVING WS-HASH-QUOTIENT REMAINDER WS-MASK-NUMBER
           END-IF.

      *  Area code kept; the seven-digit line number is scrambled
      *  one-for-one the same way.
       MASK-PHONE-NUMBER.
           IF WS-MASK-NUMBER NOT = ZERO
               DIVIDE WS-MASK-NUMBER BY 10000000
                   GIVING WS-PHONE-PREFIX REMAINDER WS-PHONE-LINE
               COMPUTE WS-HASH-WORK = WS-PHONE-LINE * 7919 + 104729
               DIVIDE WS-HASH-WORK BY 10000000
                   GIVING WS-HASH-QUOTIENT REMAINDER WS-PHONE-LINE
               COMPUTE WS-MASK-NUMBER =
                   WS-PHONE-PREFIX * 10000000 + WS-PHONE-LINE
           END-IF.

      *  First eight digits scrambled one-for-one, then a fresh ABA
      *  check digit (weights 3 7 1) so the number still validates.
       MASK-ROUTING-NUMBER.
           IF WS-MASK-NUMBER NOT = ZERO
               DIVIDE WS-MASK-NUMBER BY 10
                   GIVING WS-ROUTING-BODY
               COMPUTE WS-HASH-WORK = WS-ROUTING-BODY * 7919 + 104729
               DIVIDE WS-HASH-WORK BY 100000000
                   GIVING WS-HASH-QUOTIENT REMAINDER WS-ROUTING-BODY
               COMPUTE WS-ROUTING-SUM =
                   3 * WS-ROUTING-DIGIT (1) + 7 * WS-ROUTING-DIGIT (2)
                     + WS-ROUTING-DIGIT (3) + 3 * WS-ROUTING-DIGIT (4)
                     + 7 * WS-ROUTING-DIGIT (5) + WS-ROUTING-DIGIT (6)
                     + 3 * WS-ROUTING-DIGIT (7)
                     + 7 * WS-ROUTING-DIGIT (8)
               DIVIDE WS-ROUTING-SUM BY 10
                   GIVING WS-HASH-QUOTIENT REMAINDER WS-ROUTING-CHECK
               IF WS-ROUTING-CHECK NOT = ZERO
                   SUBTRACT WS-ROUTING-CHECK FROM 10
                       GIVING WS-ROUTING-CHECK
               END-IF
               COMPUTE WS-MASK-NUMBER =
                   WS-ROUTING-BODY * 10 + WS-ROUTING-CHECK
           END-IF.
