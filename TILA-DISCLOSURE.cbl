       IDENTIFICATION DIVISION.
       PROGRAM-ID. TILA-DISCLOSURE.

      *================================================================
      *  Truth-in-Lending disclosure, run for an APPROVED loan once
      *  LOAN-AMORTIZE has built its payment schedule and before
      *  LOAN-FUNDING moves the money.  The figures come from
      *  TILA-APR-CALC as of the expected funding date -- amount
      *  financed, prepaid finance charges, finance charge, total of
      *  payments and the actuarial APR over the loan's payment
      *  frequency -- and print to TILA_DISCLOSURE.PRT as the
      *  federal box followed by the payment schedule, each run of
      *  equal payments on one line.  The disclosed APR, finance
      *  charge and date are stored on the loan (LOAN-FUNDING checks
      *  the funded terms against them) and the disclosure is logged
      *  on LETTER_LOG.DAT.  A home-equity line is open-end credit
      *  with no fixed schedule and is not disclosed here.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-REC
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF LOAN-REC
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-REC
               FILE STATUS IS CUST-FILE-STATUS.

           SELECT PAYMENT-SCHEDULE-FILE
               ASSIGN TO 'PAYMENT_SCHEDULE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHEDULE-KEY OF PAYMENT-SCHEDULE-REC
               FILE STATUS IS SCHED-FILE-STATUS.

           SELECT DISCLOSURE-PRINT-FILE
               ASSIGN TO 'TILA_DISCLOSURE.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           SELECT LETTER-LOG-FILE ASSIGN TO 'LETTER_LOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LETLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       COPY LOANREC.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  PAYMENT-SCHEDULE-FILE.
       COPY PAYSCHREC.

       FD  DISCLOSURE-PRINT-FILE.
       01  DISCLOSURE-PRINT-LINE   PIC X(80).

       FD  LETTER-LOG-FILE.
       COPY LETTERLOGREC.

       WORKING-STORAGE SECTION.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
       01  CUST-FILE-STATUS        PIC XX.
           88  CUST-FILE-OK         VALUE '00'.
       01  SCHED-FILE-STATUS       PIC XX.
           88  SCHED-FILE-OK        VALUE '00'.
       01  PRINT-FILE-STATUS       PIC XX.
           88  PRINT-FILE-OK        VALUE '00'.
           88  PRINT-FILE-ERROR     VALUE '10'.
       01  LETLOG-FILE-STATUS      PIC XX.
           88  LETLOG-FILE-OK       VALUE '00'.

       01  WS-LOAN-ID              PIC 9(5).
       01  WS-DISCLOSURE-DATE      PIC 9(8).
       01  WS-USER-ID              PIC A(10).
       01  WS-SIGNON-FOUND         PIC X.
           88  SIGNON-FOUND         VALUE 'Y'.
       01  WS-BUSDATE-FOUND        PIC X.
           88  BUSINESS-DATE-FOUND  VALUE 'Y'.
       01  WS-BORROWER-FOUND       PIC X VALUE 'N'.
           88  BORROWER-FOUND       VALUE 'Y'.
       01  WS-ADDRESS-LINES.
           05  WS-ADDRESS-LINE     PIC X(50) OCCURS 3 TIMES.
       01  WS-ADDRESS-IX           PIC 9 COMP.
       01  WS-LOG-ACTION-TYPE      PIC A(20).
       01  WS-LOG-DESCRIPTION      PIC A(50).

       01  WS-APR-LOAN-ID          PIC 9(5).
       01  WS-APR-APPLICATION-ID  PIC 9(5).
       01  WS-APR-LOAN-AMOUNT      PIC 9(7)V99.
       01  WS-APR-FREQUENCY        PIC X.
       01  WS-APR-FUNDING-DATE     PIC 9(8).
       01  WS-APR-PREPAID-FEES     PIC 9(7)V99.
       01  WS-APR-AMOUNT-FINANCED  PIC 9(7)V99.
       01  WS-APR-TOTAL-PAYMENTS   PIC 9(9)V99.
       01  WS-APR-FINANCE-CHARGE   PIC 9(9)V99.
       01  WS-APR-PAYMENT-COUNT    PIC 9(4).
       01  WS-APR-RATE             PIC 9(3)V9(4).
       01  WS-APR-COMPUTED         PIC X.
           88  APR-WAS-COMPUTED     VALUE 'Y'.

      *  Payment schedule, one printed line per run of equal
      *  payments.
       01  WS-END-OF-SCHEDULE      PIC X VALUE 'N'.
           88  END-OF-SCHEDULE      VALUE 'Y'.
       01  WS-RUN-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-RUN-AMOUNT           PIC 9(7)V99 VALUE ZERO.
       01  WS-RUN-FIRST-DATE       PIC 9(8).
       01  WS-RUN-LAST-DATE        PIC 9(8).
       01  WS-FREQUENCY-WORD       PIC X(15).

       01  WS-BOX-HEADING-1.
           05  FILLER              PIC X(20) VALUE 'ANNUAL PERCENTAGE'.
           05  FILLER              PIC X(20) VALUE 'FINANCE CHARGE'.
           05  FILLER              PIC X(20) VALUE 'AMOUNT FINANCED'.
           05  FILLER              PIC X(20) VALUE 'TOTAL OF PAYMENTS'.
       01  WS-BOX-HEADING-2.
           05  FILLER              PIC X(20) VALUE 'RATE'.
           05  FILLER              PIC X(20) VALUE 'THE DOLLAR AMOUNT'.
           05  FILLER              PIC X(20) VALUE 'THE AMOUNT OF'.
           05  FILLER              PIC X(20) VALUE 'THE AMOUNT YOU'.
       01  WS-BOX-HEADING-3.
           05  FILLER              PIC X(20) VALUE 'THE COST OF YOUR'.
           05  FILLER              PIC X(20) VALUE 'THE CREDIT WILL'.
           05  FILLER              PIC X(20) VALUE 'CREDIT PROVIDED TO'.
           05  FILLER              PIC X(20) VALUE 'WILL HAVE PAID'.
       01  WS-BOX-HEADING-4.
           05  FILLER              PIC X(20) VALUE 'CREDIT AS A YEARLY'.
           05  FILLER              PIC X(20) VALUE 'COST YOU.'.
           05  FILLER              PIC X(20) VALUE 'YOU OR ON YOUR'.
           05  FILLER              PIC X(20) VALUE 'AFTER ALL PAYMENTS'.
       01  WS-BOX-HEADING-5.
           05  FILLER              PIC X(20) VALUE 'RATE.'.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE 'BEHALF.'.
           05  FILLER              PIC X(20) VALUE 'ARE MADE.'.
       01  WS-BOX-FIGURES.
           05  WS-BOX-APR          PIC ZZ9.999.
           05  FILLER              PIC X(13) VALUE '%'.
           05  FILLER              PIC X VALUE '$'.
           05  WS-BOX-FINANCE-CHG  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(5) VALUE SPACES.
           05  FILLER              PIC X VALUE '$'.
           05  WS-BOX-FINANCED     PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(7) VALUE SPACES.
           05  FILLER              PIC X VALUE '$'.
           05  WS-BOX-TOTAL-PMTS   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(5) VALUE SPACES.
       01  WS-SCHEDULE-HEADING.
           05  FILLER              PIC X(12) VALUE 'NUMBER OF'.
           05  FILLER              PIC X(16) VALUE 'AMOUNT OF'.
           05  FILLER              PIC X(52)
                                   VALUE 'WHEN PAYMENTS ARE DUE'.
       01  WS-SCHEDULE-HEADING-2.
           05  FILLER              PIC X(12) VALUE 'PAYMENTS'.
           05  FILLER              PIC X(16) VALUE 'EACH PAYMENT'.
           05  FILLER              PIC X(52) VALUE SPACES.
       01  WS-SCHEDULE-LINE.
           05  WS-SCH-COUNT        PIC ZZZ9.
           05  FILLER              PIC X(6) VALUE SPACES.
           05  WS-SCH-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(6) VALUE SPACES.
           05  WS-SCH-WHEN         PIC X(52).
       01  WS-PRINT-AMOUNT         PIC Z,ZZZ,ZZ9.99.
       01  WS-PRINT-LOAN-AMOUNT    PIC Z,ZZZ,ZZ9.99.

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
                                       WS-SIGNON-FOUND
       IF NOT SIGNON-FOUND
           DISPLAY 'Enter Your User ID: '
           ACCEPT WS-USER-ID
       END-IF
       CALL 'GET-BUSINESS-DATE' USING WS-DISCLOSURE-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           DISPLAY 'Enter Disclosure Date (YYYYMMDD): '
           ACCEPT WS-DISCLOSURE-DATE
       END-IF
       DISPLAY 'Enter Loan ID To Disclose: '
       ACCEPT WS-LOAN-ID
       CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                      WS-LOAN-ACCESS
       IF NOT LOAN-ACCESS-ALLOWED
           STOP RUN
       END-IF
       DISPLAY 'Enter Expected Funding Date (YYYYMMDD): '
       ACCEPT WS-APR-FUNDING-DATE

       OPEN I-O LOAN-FILE
       IF NOT LOAN-FILE-OK
           DISPLAY 'Error Opening LOAN-FILE.'
           STOP RUN
       END-IF

       MOVE WS-LOAN-ID TO LOAN-ID OF LOAN-REC
       READ LOAN-FILE
           INVALID KEY
               DISPLAY 'Loan Not Found: ' WS-LOAN-ID
               CLOSE LOAN-FILE
               STOP RUN
       END-READ

       IF NOT STATUS-APPROVED
           DISPLAY 'Loan Is Not APPROVED - Cannot Disclose: '
               WS-LOAN-ID ' - Status Is ' LOAN-STATUS
           CLOSE LOAN-FILE
           STOP RUN
       END-IF

       IF TYPE-HELOC
           DISPLAY 'Home-Equity Line Is Open-End Credit - '
               'Not Disclosed Here: ' WS-LOAN-ID
           CLOSE LOAN-FILE
           STOP RUN
       END-IF

       MOVE WS-LOAN-ID TO WS-APR-LOAN-ID
       MOVE APPLICATION-LOAN-ID OF LOAN-REC
           TO WS-APR-APPLICATION-ID
       MOVE LOAN-AMOUNT OF LOAN-REC TO WS-APR-LOAN-AMOUNT
       MOVE PAYMENT-FREQUENCY TO WS-APR-FREQUENCY
       CALL 'TILA-APR-CALC' USING WS-APR-LOAN-ID
                                   WS-APR-APPLICATION-ID
                                   WS-APR-LOAN-AMOUNT
                                   WS-APR-FREQUENCY
                                   WS-APR-FUNDING-DATE
                                   WS-APR-PREPAID-FEES
                                   WS-APR-AMOUNT-FINANCED
                                   WS-APR-TOTAL-PAYMENTS
                                   WS-APR-FINANCE-CHARGE
                                   WS-APR-PAYMENT-COUNT
                                   WS-APR-RATE
                                   WS-APR-COMPUTED
       IF NOT APR-WAS-COMPUTED
           DISPLAY 'No Payment Schedule On File For Loan '
               WS-LOAN-ID ' - Run LOAN-AMORTIZE First.'
           CLOSE LOAN-FILE
           STOP RUN
       END-IF

       PERFORM FIND-BORROWER
       IF NOT BORROWER-FOUND
           DISPLAY 'No Customer On File For Loan ' WS-LOAN-ID
               ' - Disclosure Not Produced.'
           CLOSE LOAN-FILE
           STOP RUN
       END-IF

       OPEN EXTEND DISCLOSURE-PRINT-FILE
       IF PRINT-FILE-ERROR
           OPEN OUTPUT DISCLOSURE-PRINT-FILE
       END-IF
       IF NOT PRINT-FILE-OK
           DISPLAY 'Error Opening DISCLOSURE-PRINT-FILE.'
           CLOSE LOAN-FILE
           STOP RUN
       END-IF

       PERFORM PRINT-DISCLOSURE-HEADING
       PERFORM PRINT-FEDERAL-BOX
       PERFORM PRINT-PAYMENT-SCHEDULE
       PERFORM PRINT-ITEMIZATION

       CLOSE DISCLOSURE-PRINT-FILE

       MOVE WS-APR-RATE           TO DISCLOSED-APR
       MOVE WS-APR-FINANCE-CHARGE TO DISCLOSED-FINANCE-CHARGE
       MOVE WS-DISCLOSURE-DATE    TO TILA-DISCLOSURE-DATE
       REWRITE LOAN-REC
           INVALID KEY
               DISPLAY 'Error Storing Disclosure On Loan: '
                   WS-LOAN-ID
           NOT INVALID KEY
               PERFORM LOG-DISCLOSURE
               MOVE 'TILA DISCLOSURE' TO WS-LOG-ACTION-TYPE
               MOVE 'Truth-In-Lending Disclosure Printed'
                   TO WS-LOG-DESCRIPTION
               CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                             WS-USER-ID
                                             WS-LOG-DESCRIPTION
               DISPLAY 'Disclosure Printed.  APR: ' WS-APR-RATE
                   ' Finance Charge: ' WS-APR-FINANCE-CHARGE
       END-REWRITE

       CLOSE LOAN-FILE

       STOP RUN.

       FIND-BORROWER.
           MOVE 'N' TO WS-BORROWER-FOUND
           OPEN INPUT CUSTOMER-FILE
           IF CUST-FILE-OK
               MOVE CUSTOMER-ID OF LOAN-REC
                   TO CUSTOMER-ID OF CUSTOMER-REC
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BORROWER-FOUND
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF.

       PRINT-DISCLOSURE-HEADING.
           MOVE ALL '=' TO DISCLOSURE-PRINT-LINE
           WRITE DISCLOSURE-PRINT-LINE
           MOVE SPACES TO DISCLOSURE-PRINT-LINE
           STRING 'DATE: ' WS-DISCLOSURE-DATE
               DELIMITED BY SIZE INTO DISCLOSURE-PRINT-LINE
           WRITE DISCLOSURE-PRINT-LINE
           MOVE CUSTOMER-NAME TO DISCLOSURE-PRINT-LINE
           WRITE DISCLOSURE-PRINT-LINE
           CALL 'FORMAT-MAILING-ADDRESS' USING CUSTOMER-REC
                                                WS-ADDRESS-LINES
           PERFORM PRINT-ADDRESS-LINE
               VARYING WS-ADDRESS-IX FROM 1 BY 1
               UNTIL WS-ADDRESS-IX > 3
           MOVE SPACES TO DISCLOSURE-PRINT-LINE
           WRITE DISCLOSURE-PRINT-LINE

           STRING 'FEDERAL TRUTH-IN-LENDING DISCLOSURE - LOAN '
               WS-LOAN-ID
               DELIMITED BY SIZE INTO DISCLOSURE-PRINT-LINE
           WRITE DISCLOSURE-PRINT-LINE
           MOVE SPACES TO DISCLOSURE-PRINT-LINE
           STRING 'FIGURED AS OF EXPECTED FUNDING DATE '
               WS-APR-FUNDING-DATE
               DELIMITED BY SIZE INTO DISCLOSURE-PRINT-LINE
           WRITE DISCLOSURE-PRINT-LINE
           MOVE SPACES TO DISCLOSURE-PRINT-LINE
           WRITE DISCLOSURE-PRINT-LINE.

       PRINT-ADDRESS-LINE.
           IF WS-ADDRESS-LINE (WS-ADDRESS-IX) NOT = SPACES
               MOVE WS-ADDRESS-LINE (WS-ADDRESS-IX)
                   TO DISCLOSURE-PRINT-LINE
               WRITE DISCLOSURE-PRINT-LINE
           END-IF.

       PRINT-FEDERAL-BOX.
           MOVE ALL '-' TO DISCLOSURE-PRINT-LINE
           WRITE DISCLOSURE-PRINT-LINE
           MOVE WS-BOX-HEADING-1 TO DISCLOSURE-PRINT-LINE
           WRITE DISCLOSURE-PRINT-LINE
           MOVE WS-BOX-HEADING-2 TO DISCLOSURE-PRINT-LINE
           WRITE DISCLOSURE-PRINT-LINE
           MOVE WS-BOX-HEADING-3 TO DISCLOSURE-PRINT-LINE
           WRITE DISCLOSURE-PRINT-LINE
           MOVE WS-BOX-HEADING-4 TO DISCLOSURE-PRINT-LINE
           WRITE DISCLOSURE-PRINT-LINE
           MOVE WS-BOX-HEADING-5 TO DISCLOSURE-PRINT-LINE
           WRITE DISCLOSURE-PRINT-LINE
           MOVE SPACES TO DISCLOSURE-PRINT-LINE
           WRITE DISCLOSURE-PRINT-LINE
           MOVE WS-APR-RATE           TO WS-BOX-APR
           MOVE WS-APR-FINANCE-CHARGE TO WS-BOX-FINANCE-CHG
           MOVE WS-APR-AMOUNT-FINANCED TO WS-BOX-FINANCED
           MOVE WS-APR-TOTAL-PAYMENTS TO WS-BOX-TOTAL-PMTS
           MOVE WS-BOX-FIGURES TO DISCLOSURE-PRINT-LINE
           WRITE DISCLOSURE-PRINT-LINE
           MOVE ALL '-' TO DISCLOSURE-PRINT-LINE
           WRITE DISCLOSURE-PRINT-LINE
           MOVE SPACES TO DISCLOSURE-PRINT-LINE
           WRITE DISCLOSURE-PRINT-LINE.

      *----------------------------------------------------------------
      *  YOUR PAYMENT SCHEDULE WILL BE: one line per run of equal
      *  payments -- typically the regular installments, then a
      *  smaller final payment or a balloon.
      *----------------------------------------------------------------
       PRINT-PAYMENT-SCHEDULE.
           EVALUATE TRUE
               WHEN FREQ-BIWEEKLY
                   MOVE 'EVERY 2 WEEKS' TO WS-FREQUENCY-WORD
               WHEN FREQ-SEMIMONTHLY
                   MOVE 'SEMI-MONTHLY' TO WS-FREQUENCY-WORD
               WHEN OTHER
                   MOVE 'MONTHLY' TO WS-FREQUENCY-WORD
           END-EVALUATE

           MOVE 'YOUR PAYMENT SCHEDULE WILL BE:'
               TO DISCLOSURE-PRINT-LINE
           WRITE DISCLOSURE-PRINT-LINE
           MOVE WS-SCHEDULE-HEADING TO DISCLOSURE-PRINT-LINE
           WRITE DISCLOSURE-PRINT-LINE
           MOVE WS-SCHEDULE-HEADING-2 TO DISCLOSURE-PRINT-LINE
           WRITE DISCLOSURE-PRINT-LINE

           MOVE ZERO TO WS-RUN-COUNT
           MOVE 'N' TO WS-END-OF-SCHEDULE
           OPEN INPUT PAYMENT-SCHEDULE-FILE
           IF SCHED-FILE-OK
               MOVE WS-LOAN-ID TO LOAN-ID OF PAYMENT-SCHEDULE-REC
               MOVE ZERO TO PAYMENT-DUE-DATE
               START PAYMENT-SCHEDULE-FILE KEY IS NOT LESS THAN
                       SCHEDULE-KEY OF PAYMENT-SCHEDULE-REC
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-SCHEDULE
               END-START
               PERFORM GROUP-NEXT-PAYMENT
                   UNTIL END-OF-SCHEDULE
               CLOSE PAYMENT-SCHEDULE-FILE
           END-IF
           IF WS-RUN-COUNT > ZERO
               PERFORM PRINT-PAYMENT-RUN
           END-IF

           MOVE SPACES TO DISCLOSURE-PRINT-LINE
           WRITE DISCLOSURE-PRINT-LINE.

       GROUP-NEXT-PAYMENT.
           READ PAYMENT-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-SCHEDULE
               NOT AT END
                   IF LOAN-ID OF PAYMENT-SCHEDULE-REC
                           NOT = WS-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-SCHEDULE
                   ELSE
                       IF WS-RUN-COUNT > ZERO
                          AND PAYMENT-AMOUNT OF PAYMENT-SCHEDULE-REC
                               NOT = WS-RUN-AMOUNT
                           PERFORM PRINT-PAYMENT-RUN
                           MOVE ZERO TO WS-RUN-COUNT
                       END-IF
                       IF WS-RUN-COUNT = ZERO
                           MOVE PAYMENT-AMOUNT OF PAYMENT-SCHEDULE-REC
                               TO WS-RUN-AMOUNT
                           MOVE PAYMENT-DUE-DATE
                               TO WS-RUN-FIRST-DATE
                       END-IF
                       ADD 1 TO WS-RUN-COUNT
                       MOVE PAYMENT-DUE-DATE TO WS-RUN-LAST-DATE
                   END-IF
           END-READ.

       PRINT-PAYMENT-RUN.
           MOVE WS-RUN-COUNT  TO WS-SCH-COUNT
           MOVE WS-RUN-AMOUNT TO WS-SCH-AMOUNT
           MOVE SPACES TO WS-SCH-WHEN
           IF WS-RUN-COUNT = 1
               STRING 'ON ' WS-RUN-FIRST-DATE
                   DELIMITED BY SIZE INTO WS-SCH-WHEN
           ELSE
               STRING WS-FREQUENCY-WORD DELIMITED BY '  '
                   ' FROM ' WS-RUN-FIRST-DATE
                   ' THROUGH ' WS-RUN-LAST-DATE
                   DELIMITED BY SIZE INTO WS-SCH-WHEN
           END-IF
           MOVE WS-SCHEDULE-LINE TO DISCLOSURE-PRINT-LINE
           WRITE DISCLOSURE-PRINT-LINE.

       PRINT-ITEMIZATION.
           MOVE 'ITEMIZATION OF THE AMOUNT FINANCED:'
               TO DISCLOSURE-PRINT-LINE
           WRITE DISCLOSURE-PRINT-LINE
           MOVE LOAN-AMOUNT OF LOAN-REC TO WS-PRINT-LOAN-AMOUNT
           MOVE SPACES TO DISCLOSURE-PRINT-LINE
           STRING '  LOAN AMOUNT                      $'
               WS-PRINT-LOAN-AMOUNT
               DELIMITED BY SIZE INTO DISCLOSURE-PRINT-LINE
           WRITE DISCLOSURE-PRINT-LINE
           MOVE WS-APR-PREPAID-FEES TO WS-PRINT-AMOUNT
           MOVE SPACES TO DISCLOSURE-PRINT-LINE
           STRING '  LESS PREPAID FINANCE CHARGES     $'
               WS-PRINT-AMOUNT
               DELIMITED BY SIZE INTO DISCLOSURE-PRINT-LINE
           WRITE DISCLOSURE-PRINT-LINE
           MOVE WS-APR-AMOUNT-FINANCED TO WS-PRINT-AMOUNT
           MOVE SPACES TO DISCLOSURE-PRINT-LINE
           STRING '  AMOUNT FINANCED                  $'
               WS-PRINT-AMOUNT
               DELIMITED BY SIZE INTO DISCLOSURE-PRINT-LINE
           WRITE DISCLOSURE-PRINT-LINE
           MOVE SPACES TO DISCLOSURE-PRINT-LINE
           WRITE DISCLOSURE-PRINT-LINE.

       LOG-DISCLOSURE.
           OPEN EXTEND LETTER-LOG-FILE
           IF NOT LETLOG-FILE-OK
               OPEN OUTPUT LETTER-LOG-FILE
           END-IF

           MOVE WS-LOAN-ID TO LOAN-ID OF LETTER-LOG-REC
           MOVE CUSTOMER-ID OF LOAN-REC
               TO CUSTOMER-ID OF LETTER-LOG-REC
           MOVE 'TILA'     TO LETTER-TYPE
           MOVE WS-DISCLOSURE-DATE TO LETTER-DATE
           MOVE 'M'        TO MAIL-STATUS

           WRITE LETTER-LOG-REC

           CLOSE LETTER-LOG-FILE.
