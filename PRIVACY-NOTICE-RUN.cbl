       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVACY-NOTICE-RUN.

      *================================================================
      *  Annual privacy notice, run in the year-end cycle.  Every
      *  customer on CUSTOMER.DAT with an open loan -- ACTIVE or
      *  DEFAULT, and not sold to a debt buyer (CHECK-DEBT-SALE) --
      *  gets one notice, printed to LETTERS.PRT and logged on
      *  LETTER_LOG.DAT as a PRIVACY letter the way
      *  LETTER-GENERATION prints and logs its notices.  The notice
      *  says what borrower information the bank shares and with
      *  whom, shows the borrower's current opt-out choices from
      *  PRIVACY_PREF.DAT (CHECK-PRIVACY-OPT-OUT), and tells them how
      *  to change those choices.  A customer whose address has come
      *  back undeliverable is suppressed rather than printed, and
      *  the suppression logged.  A customer ID retired by a
      *  duplicate merge is skipped: its loans have moved to the
      *  survivor, who gets the notice.  A customer already sent
      *  this year's notice is not sent it twice, so the step can be
      *  rerun after an abend without double-mailing.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-REC
               FILE STATUS IS CUST-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-REC
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF LOAN-REC
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT CUSTOMER-MERGE-FILE ASSIGN TO 'CUSTOMER_MERGE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RETIRED-CUSTOMER-ID
               FILE STATUS IS MERGE-FILE-STATUS.

           SELECT LETTER-PRINT-FILE ASSIGN TO 'LETTERS.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           SELECT LETTER-LOG-FILE ASSIGN TO 'LETTER_LOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LETLOG-FILE-STATUS.

           SELECT LETTER-LOG-CHECK-FILE ASSIGN TO 'LETTER_LOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LETCHK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  LOAN-FILE.
       COPY LOANREC.

       FD  CUSTOMER-MERGE-FILE.
       COPY CUSTMERGEREC.

       FD  LETTER-PRINT-FILE.
       01  LETTER-PRINT-LINE       PIC X(80).

       FD  LETTER-LOG-FILE.
       COPY LETTERLOGREC.

       FD  LETTER-LOG-CHECK-FILE.
       01  LETTER-LOG-CHECK-REC.
           05  CHK-LOAN-ID         PIC 9(5).
           05  CHK-CUSTOMER-ID     PIC 9(5).
           05  CHK-LETTER-TYPE     PIC X(12).
           05  CHK-LETTER-DATE     PIC 9(8).
           05  CHK-MAIL-STATUS     PIC X.

       WORKING-STORAGE SECTION.
       01  CUST-FILE-STATUS        PIC XX.
           88  CUST-FILE-OK         VALUE '00'.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
       01  MERGE-FILE-STATUS       PIC XX.
           88  MERGE-FILE-OK        VALUE '00'.
       01  PRINT-FILE-STATUS       PIC XX.
           88  PRINT-FILE-OK        VALUE '00'.
           88  PRINT-FILE-ERROR     VALUE '10'.
       01  LETLOG-FILE-STATUS      PIC XX.
           88  LETLOG-FILE-OK       VALUE '00'.
       01  LETCHK-FILE-STATUS      PIC XX.
           88  LETCHK-FILE-OK       VALUE '00'.

       01  WS-MERGE-FILE-OPEN      PIC X VALUE 'N'.
           88  MERGE-FILE-OPEN      VALUE 'Y'.
       01  WS-END-OF-CUSTOMERS     PIC X VALUE 'N'.
           88  END-OF-CUSTOMERS     VALUE 'Y'.
       01  WS-END-OF-LOANS         PIC X VALUE 'N'.
           88  END-OF-LOANS         VALUE 'Y'.
       01  WS-END-OF-LOG-CHECK     PIC X VALUE 'N'.
           88  END-OF-LOG-CHECK     VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR         PIC 9(4).
           05  FILLER              PIC 9(4).
       01  WS-CHK-DATE             PIC 9(8).
       01  WS-CHK-DATE-PARTS REDEFINES WS-CHK-DATE.
           05  WS-CHK-YEAR         PIC 9(4).
           05  FILLER              PIC 9(4).
       01  WS-BUSDATE-FOUND        PIC X.
           88  BUSINESS-DATE-FOUND  VALUE 'Y'.

       01  WS-NOTICE-CUSTOMER-ID   PIC 9(5).
       01  WS-NOTICE-LOAN-ID       PIC 9(5).
       01  WS-CUSTOMER-RETIRED     PIC X.
           88  CUSTOMER-RETIRED     VALUE 'Y'.
       01  WS-OPEN-LOAN-FOUND      PIC X.
           88  OPEN-LOAN-FOUND      VALUE 'Y'.
       01  WS-SOLD-LOAN-ID         PIC 9(5).
       01  WS-LOAN-IS-SOLD         PIC X.
           88  LOAN-IS-SOLD         VALUE 'Y'.
       01  WS-ALREADY-SENT         PIC X VALUE 'N'.
           88  ALREADY-SENT         VALUE 'Y'.
       01  WS-LETTER-TYPE          PIC X(12) VALUE 'PRIVACY'.
       01  WS-MAIL-STATUS          PIC X VALUE 'M'.

       01  WS-AFFILIATE-OUT        PIC X.
           88  AFFILIATE-OUT        VALUE 'Y'.
       01  WS-THIRD-PARTY-OUT      PIC X.
           88  THIRD-PARTY-OUT      VALUE 'Y'.
       01  WS-MARKETING-OUT        PIC X.
           88  MARKETING-OUT        VALUE 'Y'.
       01  WS-CHOICE-TEXT          PIC X(20).

       01  WS-ADDRESS-LINES.
           05  WS-ADDRESS-LINE     PIC X(50) OCCURS 3 TIMES.
       01  WS-ADDRESS-IX           PIC 9 COMP.

       01  WS-NOTICES-PRINTED      PIC 9(5) COMP VALUE ZERO.
       01  WS-NOTICES-SUPPRESSED   PIC 9(5) COMP VALUE ZERO.
       01  WS-NOTICES-ALREADY-SENT PIC 9(5) COMP VALUE ZERO.
       01  WS-CUSTOMERS-NO-LOAN    PIC 9(5) COMP VALUE ZERO.

       01  WS-RST-MODE            PIC X.
       01  WS-RST-STEP-NAME       PIC X(20).
       01  WS-RST-BUSINESS-DATE   PIC 9(8).
       01  WS-RST-STEP-DONE       PIC X.
           88  RESTART-STEP-DONE   VALUE 'Y'.
       01  WS-RST-DATE-FOUND      PIC X.
           88  RST-DATE-FOUND      VALUE 'Y'.

       PROCEDURE DIVISION.

       CALL 'GET-BUSINESS-DATE' USING WS-RST-BUSINESS-DATE
                                       WS-RST-DATE-FOUND
       IF NOT RST-DATE-FOUND
           ACCEPT WS-RST-BUSINESS-DATE FROM DATE YYYYMMDD
       END-IF
       MOVE 'PRIVACY-NOTICE-RUN' TO WS-RST-STEP-NAME
       MOVE 'C' TO WS-RST-MODE
       CALL 'STEP-RESTART-CONTROL' USING WS-RST-MODE
                                          WS-RST-STEP-NAME
                                          WS-RST-BUSINESS-DATE
                                          WS-RST-STEP-DONE
       IF RESTART-STEP-DONE
           DISPLAY 'Step Already Complete For ' WS-RST-BUSINESS-DATE
               ' - Skipped On Restart.'
           STOP RUN
       END-IF

       CALL 'GET-BUSINESS-DATE' USING WS-RUN-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           DISPLAY 'Enter Privacy Notice Run Date (YYYYMMDD): '
           ACCEPT WS-RUN-DATE
       END-IF

       OPEN INPUT CUSTOMER-FILE
       IF NOT CUST-FILE-OK
           DISPLAY 'Error Opening CUSTOMER-FILE.'
           STOP RUN
       END-IF

       OPEN INPUT LOAN-FILE
       IF NOT LOAN-FILE-OK
           DISPLAY 'Error Opening LOAN-FILE.'
           CLOSE CUSTOMER-FILE
           STOP RUN
       END-IF

       OPEN INPUT CUSTOMER-MERGE-FILE
       IF MERGE-FILE-OK
           MOVE 'Y' TO WS-MERGE-FILE-OPEN
       END-IF

       OPEN EXTEND LETTER-PRINT-FILE
       IF PRINT-FILE-ERROR
           OPEN OUTPUT LETTER-PRINT-FILE
       END-IF
       IF NOT PRINT-FILE-OK
           DISPLAY 'Error Opening LETTER-PRINT-FILE.'
           CLOSE CUSTOMER-FILE
           CLOSE LOAN-FILE
           STOP RUN
       END-IF

       PERFORM CHECK-NEXT-CUSTOMER UNTIL END-OF-CUSTOMERS

       CLOSE CUSTOMER-FILE
       CLOSE LOAN-FILE
       IF MERGE-FILE-OPEN
           CLOSE CUSTOMER-MERGE-FILE
       END-IF
       CLOSE LETTER-PRINT-FILE

       MOVE 'R' TO WS-RST-MODE
       CALL 'STEP-RESTART-CONTROL' USING WS-RST-MODE
                                          WS-RST-STEP-NAME
                                          WS-RST-BUSINESS-DATE
                                          WS-RST-STEP-DONE

       DISPLAY 'Privacy Notice Run Complete - Notices Printed: '
           WS-NOTICES-PRINTED ' Suppressed (Bad Address): '
           WS-NOTICES-SUPPRESSED ' Already Sent This Year: '
           WS-NOTICES-ALREADY-SENT ' No Open Loan: '
           WS-CUSTOMERS-NO-LOAN

       STOP RUN.

       CHECK-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-CUSTOMERS
               NOT AT END
                   MOVE CUSTOMER-ID OF CUSTOMER-REC
                       TO WS-NOTICE-CUSTOMER-ID
                   PERFORM CHECK-CUSTOMER-RETIRED
                   IF NOT CUSTOMER-RETIRED
                       PERFORM FIND-OPEN-LOAN
                       IF OPEN-LOAN-FOUND
                           PERFORM PRODUCE-PRIVACY-NOTICE
                       ELSE
                           ADD 1 TO WS-CUSTOMERS-NO-LOAN
                       END-IF
                   END-IF
           END-READ.

       CHECK-CUSTOMER-RETIRED.
           MOVE 'N' TO WS-CUSTOMER-RETIRED
           IF MERGE-FILE-OPEN
               MOVE WS-NOTICE-CUSTOMER-ID TO RETIRED-CUSTOMER-ID
               READ CUSTOMER-MERGE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CUSTOMER-RETIRED
               END-READ
           END-IF.

      *  The notice goes out under the customer's first open loan
      *  in key order; that is the loan it is logged against.
       FIND-OPEN-LOAN.
           MOVE 'N' TO WS-OPEN-LOAN-FOUND
           MOVE 'N' TO WS-END-OF-LOANS
           MOVE WS-NOTICE-CUSTOMER-ID TO CUSTOMER-ID OF LOAN-REC
           START LOAN-FILE KEY IS EQUAL TO
                   CUSTOMER-ID OF LOAN-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LOANS
           END-START
           PERFORM CHECK-NEXT-LOAN
               UNTIL END-OF-LOANS OR OPEN-LOAN-FOUND.

       CHECK-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-LOANS
               NOT AT END
                   IF CUSTOMER-ID OF LOAN-REC
                       NOT = WS-NOTICE-CUSTOMER-ID
                       MOVE 'Y' TO WS-END-OF-LOANS
                   ELSE
                       IF STATUS-ACTIVE OR STATUS-DEFAULT
                           MOVE LOAN-ID OF LOAN-REC
                               TO WS-SOLD-LOAN-ID
                           CALL 'CHECK-DEBT-SALE' USING
                               WS-SOLD-LOAN-ID
                               WS-LOAN-IS-SOLD
                           IF NOT LOAN-IS-SOLD
                               MOVE LOAN-ID OF LOAN-REC
                                   TO WS-NOTICE-LOAN-ID
                               MOVE 'Y' TO WS-OPEN-LOAN-FOUND
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       PRODUCE-PRIVACY-NOTICE.
           PERFORM CHECK-ALREADY-SENT
           IF ALREADY-SENT
               ADD 1 TO WS-NOTICES-ALREADY-SENT
           ELSE
      *  Mail to an address already returned undeliverable is
      *  postage wasted: suppress, but log the suppression so the
      *  record shows the notice was generated and held.
               IF ADDRESS-BAD
                   MOVE 'S' TO WS-MAIL-STATUS
                   PERFORM LOG-LETTER
                   ADD 1 TO WS-NOTICES-SUPPRESSED
               ELSE
                   PERFORM PRINT-PRIVACY-NOTICE
                   MOVE 'M' TO WS-MAIL-STATUS
                   PERFORM LOG-LETTER
                   ADD 1 TO WS-NOTICES-PRINTED
               END-IF
           END-IF.

       CHECK-ALREADY-SENT.
           MOVE 'N' TO WS-ALREADY-SENT
           MOVE 'N' TO WS-END-OF-LOG-CHECK
           OPEN INPUT LETTER-LOG-CHECK-FILE
           IF LETCHK-FILE-OK
               PERFORM CHECK-NEXT-LOG-ROW
                   UNTIL END-OF-LOG-CHECK OR ALREADY-SENT
               CLOSE LETTER-LOG-CHECK-FILE
           END-IF.

       CHECK-NEXT-LOG-ROW.
           READ LETTER-LOG-CHECK-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-LOG-CHECK
               NOT AT END
                   MOVE CHK-LETTER-DATE TO WS-CHK-DATE
                   IF CHK-CUSTOMER-ID = WS-NOTICE-CUSTOMER-ID
                      AND CHK-LETTER-TYPE = WS-LETTER-TYPE
                      AND WS-CHK-YEAR = WS-RUN-YEAR
                       MOVE 'Y' TO WS-ALREADY-SENT
                   END-IF
           END-READ.

       PRINT-PRIVACY-NOTICE.
           CALL 'CHECK-PRIVACY-OPT-OUT' USING WS-NOTICE-CUSTOMER-ID
                                               WS-AFFILIATE-OUT
                                               WS-THIRD-PARTY-OUT
                                               WS-MARKETING-OUT

           MOVE ALL '=' TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE SPACES TO LETTER-PRINT-LINE
           STRING 'DATE: ' WS-RUN-DATE
               DELIMITED BY SIZE INTO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE CUSTOMER-NAME TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           CALL 'FORMAT-MAILING-ADDRESS' USING CUSTOMER-REC
                                                WS-ADDRESS-LINES
           PERFORM PRINT-ADDRESS-LINE
               VARYING WS-ADDRESS-IX FROM 1 BY 1
               UNTIL WS-ADDRESS-IX > 3
           MOVE SPACES TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE

           MOVE 'ANNUAL PRIVACY NOTICE' TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE SPACES TO LETTER-PRINT-LINE
           STRING 'WE COLLECT YOUR NAME, ADDRESS, TAXPAYER ID, '
               'INCOME AND PAYMENT HISTORY'
               DELIMITED BY SIZE INTO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE SPACES TO LETTER-PRINT-LINE
           STRING 'TO SERVICE YOUR LOAN.  WE SHARE IT WITH CREDIT '
               'BUREAUS, SERVICE PROVIDERS'
               DELIMITED BY SIZE INTO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE SPACES TO LETTER-PRINT-LINE
           STRING 'AND REGULATORS AS THE LAW ALLOWS.  YOU MAY LIMIT '
               'SHARING WITH OUR'
               DELIMITED BY SIZE INTO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE SPACES TO LETTER-PRINT-LINE
           STRING 'AFFILIATES AND WITH OTHER COMPANIES, AND YOU MAY '
               'STOP MARKETING OFFERS.'
               DELIMITED BY SIZE INTO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE SPACES TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE

           MOVE 'YOUR CURRENT CHOICES:' TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           IF AFFILIATE-OUT
               MOVE 'OPTED OUT' TO WS-CHOICE-TEXT
           ELSE
               MOVE 'NOT OPTED OUT' TO WS-CHOICE-TEXT
           END-IF
           MOVE SPACES TO LETTER-PRINT-LINE
           STRING '  SHARING WITH OUR AFFILIATES      : '
               WS-CHOICE-TEXT
               DELIMITED BY SIZE INTO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           IF THIRD-PARTY-OUT
               MOVE 'OPTED OUT' TO WS-CHOICE-TEXT
           ELSE
               MOVE 'NOT OPTED OUT' TO WS-CHOICE-TEXT
           END-IF
           MOVE SPACES TO LETTER-PRINT-LINE
           STRING '  SHARING WITH OTHER COMPANIES     : '
               WS-CHOICE-TEXT
               DELIMITED BY SIZE INTO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           IF MARKETING-OUT
               MOVE 'OPTED OUT' TO WS-CHOICE-TEXT
           ELSE
               MOVE 'NOT OPTED OUT' TO WS-CHOICE-TEXT
           END-IF
           MOVE SPACES TO LETTER-PRINT-LINE
           STRING '  MARKETING OFFERS                 : '
               WS-CHOICE-TEXT
               DELIMITED BY SIZE INTO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE SPACES TO LETTER-PRINT-LINE
           STRING 'TO CHANGE YOUR CHOICES CALL US, WRITE TO US, OR '
               'VISIT ANY BRANCH.'
               DELIMITED BY SIZE INTO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE

           MOVE SPACES TO LETTER-PRINT-LINE
           STRING 'RE: LOAN ' WS-NOTICE-LOAN-ID
               DELIMITED BY SIZE INTO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE SPACES TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE.

       PRINT-ADDRESS-LINE.
           IF WS-ADDRESS-LINE (WS-ADDRESS-IX) NOT = SPACES
               MOVE WS-ADDRESS-LINE (WS-ADDRESS-IX)
                   TO LETTER-PRINT-LINE
               WRITE LETTER-PRINT-LINE
           END-IF.

       LOG-LETTER.
           OPEN EXTEND LETTER-LOG-FILE
           IF NOT LETLOG-FILE-OK
               OPEN OUTPUT LETTER-LOG-FILE
           END-IF

           MOVE WS-NOTICE-LOAN-ID TO LOAN-ID OF LETTER-LOG-REC
           MOVE WS-NOTICE-CUSTOMER-ID
               TO CUSTOMER-ID OF LETTER-LOG-REC
           MOVE WS-LETTER-TYPE TO LETTER-TYPE
           MOVE WS-RUN-DATE    TO LETTER-DATE
           MOVE WS-MAIL-STATUS TO MAIL-STATUS

           WRITE LETTER-LOG-REC

           CLOSE LETTER-LOG-FILE.
