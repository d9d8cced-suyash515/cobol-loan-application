       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKETING-PROSPECT-EXTRACT.

      *================================================================
      *  Cross-sell prospect extract for the mail house, replacing
      *  the lists marketing had pulled by hand from REPORT-FILE
      *  output.  The operator picks one campaign:
      *
      *      ONTIME - an ACTIVE loan whose schedule rows due in the
      *               last PROSPECT ONTIME MOS months (12 by
      *               default) are all paid, with at least that many
      *               rows in the window;
      *      PAYOFF - an ACTIVE AUTO loan with no more than
      *               PROSPECT PAYOFF MOS unpaid schedule rows left
      *               (6 by default);
      *      EQUITY - an ACTIVE MORTGAGE loan whose balance is no
      *               more than PROSPECT MAX LTV percent (60 by
      *               default) of the collateral's appraised value.
      *
      *  Each customer on CUSTOMER.DAT is offered once, under the
      *  first of their loans that qualifies.  A qualifying
      *  customer is always suppressed, and counted under the first
      *  reason that applies, when they:
      *      - have opted out of marketing (CHECK-PRIVACY-OPT-OUT),
      *      - have a confirmed death notice on file,
      *      - have a loan under an active bankruptcy stay,
      *      - are under an active fraud alert,
      *      - have a loan inside an SCRA relief period,
      *      - are, or have a loan, under an OPEN legal hold,
      *      - have a loan in DEFAULT or a schedule row past due,
      *      - have an address that has come back undeliverable.
      *  Prospects go to PROSPECT_EXTRACT.DAT as '|'-delimited rows
      *  with a trailer count; the suppression counts print for the
      *  compliance sign-off.  A customer retired by a duplicate
      *  merge is skipped; the survivor carries the loans.
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

           SELECT PAYMENT-SCHEDULE-FILE
               ASSIGN TO 'PAYMENT_SCHEDULE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHEDULE-KEY
               FILE STATUS IS SCHED-FILE-STATUS.

           SELECT SCRA-RELIEF-FILE ASSIGN TO 'SCRA_RELIEF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF SCRA-RELIEF-REC
               FILE STATUS IS SCRA-FILE-STATUS.

           SELECT CUSTOMER-MERGE-FILE ASSIGN TO 'CUSTOMER_MERGE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RETIRED-CUSTOMER-ID
               FILE STATUS IS MERGE-FILE-STATUS.

           SELECT PROSPECT-FILE ASSIGN TO 'PROSPECT_EXTRACT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PROSPECT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  LOAN-FILE.
       COPY LOANREC.

       FD  PAYMENT-SCHEDULE-FILE.
       COPY PAYSCHREC.

       FD  SCRA-RELIEF-FILE.
       COPY SCRARELIEFREC.

       FD  CUSTOMER-MERGE-FILE.
       COPY CUSTMERGEREC.

       FD  PROSPECT-FILE.
       01  PROSPECT-REC            PIC X(250).

       WORKING-STORAGE SECTION.
       01  CUST-FILE-STATUS        PIC XX.
           88  CUST-FILE-OK         VALUE '00'.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
       01  SCHED-FILE-STATUS       PIC XX.
           88  SCHED-FILE-OK        VALUE '00'.
       01  SCRA-FILE-STATUS        PIC XX.
           88  SCRA-FILE-OK         VALUE '00'.
       01  MERGE-FILE-STATUS       PIC XX.
           88  MERGE-FILE-OK        VALUE '00'.
       01  PROSPECT-FILE-STATUS    PIC XX.
           88  PROSPECT-FILE-OK     VALUE '00'.

       01  WS-SCHED-OPENED         PIC X VALUE 'N'.
           88  SCHED-WAS-OPENED     VALUE 'Y'.
       01  WS-CV-LOAN-ID           PIC 9(5).
       01  WS-CV-VALUE             PIC 9(9)V99.
       01  WS-CV-ORIG-VALUE        PIC 9(9)V99.
       01  WS-CV-ITEM-COUNT        PIC 9(3).
       01  WS-SCRA-OPENED          PIC X VALUE 'N'.
           88  SCRA-WAS-OPENED      VALUE 'Y'.
       01  WS-MERGE-OPENED         PIC X VALUE 'N'.
           88  MERGE-WAS-OPENED     VALUE 'Y'.
       01  WS-END-OF-CUSTOMERS     PIC X VALUE 'N'.
           88  END-OF-CUSTOMERS     VALUE 'Y'.
       01  WS-END-OF-LOANS         PIC X VALUE 'N'.
           88  END-OF-LOANS         VALUE 'Y'.
       01  WS-END-OF-SCHEDULE      PIC X VALUE 'N'.
           88  END-OF-SCHEDULE      VALUE 'Y'.

       01  WS-CAMPAIGN             PIC X(6).
           88  CAMPAIGN-ONTIME      VALUE 'ONTIME'.
           88  CAMPAIGN-PAYOFF      VALUE 'PAYOFF'.
           88  CAMPAIGN-EQUITY      VALUE 'EQUITY'.
           88  CAMPAIGN-IS-VALID    VALUE 'ONTIME' 'PAYOFF' 'EQUITY'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR         PIC 9(4).
           05  WS-RUN-MONTH        PIC 9(2).
           05  WS-RUN-DAY          PIC 9(2).
       01  WS-BUSDATE-FOUND        PIC X.
           88  BUSINESS-DATE-FOUND  VALUE 'Y'.

      *  Compiled defaults; overridden by the PROSPECT ONTIME MOS,
      *  PROSPECT PAYOFF MOS and PROSPECT MAX LTV system parameters
      *  when on file.
       01  WS-ONTIME-MONTHS        PIC 9(3) VALUE 12.
       01  WS-PAYOFF-MONTHS        PIC 9(3) VALUE 6.
       01  WS-MAX-LTV              PIC 9(3)V99 VALUE 60.
       01  WS-PARM-NAME            PIC X(20).
       01  WS-PARM-VALUE           PIC 9(7)V99.
       01  WS-PARM-FOUND           PIC X.
           88  PARM-WAS-FOUND       VALUE 'Y'.

      *  First due date inside the on-time window: the run date
      *  carried back the window's months.
       01  WS-WINDOW-START         PIC 9(8).
       01  WS-WINDOW-START-PARTS REDEFINES WS-WINDOW-START.
           05  WS-WINDOW-YEAR      PIC 9(4).
           05  WS-WINDOW-MONTH     PIC 9(2).
           05  WS-WINDOW-DAY       PIC 9(2).
       01  WS-MONTH-COUNT          PIC 9(6).
       01  WS-MONTH-REMAINDER      PIC 9(2).

       01  WS-PROSPECT-CUSTOMER-ID PIC 9(5).
       01  WS-PROSPECT-LOAN-ID     PIC 9(5).
       01  WS-PROSPECT-LOAN-TYPE   PIC X(20).
       01  WS-LOAN-QUALIFIES       PIC X.
           88  LOAN-QUALIFIES       VALUE 'Y'.
       01  WS-CUSTOMER-QUALIFIES   PIC X.
           88  CUSTOMER-QUALIFIES   VALUE 'Y'.
       01  WS-CUSTOMER-RETIRED     PIC X.
           88  CUSTOMER-RETIRED     VALUE 'Y'.

      *  Borrower-level findings gathered across all the customer's
      *  loans while the qualifying loan is looked for.
       01  WS-ANY-DELINQUENT       PIC X.
           88  ANY-DELINQUENT       VALUE 'Y'.
       01  WS-ANY-BANKRUPT         PIC X.
           88  ANY-BANKRUPT         VALUE 'Y'.
       01  WS-ANY-SCRA             PIC X.
           88  ANY-SCRA             VALUE 'Y'.
       01  WS-ANY-LEGAL-HOLD       PIC X.
           88  ANY-LEGAL-HOLD       VALUE 'Y'.

       01  WS-WINDOW-ROWS          PIC 9(3) COMP.
       01  WS-WINDOW-UNPAID        PIC 9(3) COMP.
       01  WS-UNPAID-ROWS          PIC 9(3) COMP.
       01  WS-PAST-DUE-ROWS        PIC 9(3) COMP.
       01  WS-LOAN-LTV             PIC 9(5)V99.

       01  WS-CHECK-LOAN-ID        PIC 9(5).
       01  WS-CHECK-CUSTOMER-ID    PIC 9(5).
       01  WS-STAY-IN-FORCE        PIC X.
           88  STAY-IN-FORCE        VALUE 'Y'.
       01  WS-HOLD-IN-FORCE        PIC X.
           88  HOLD-IN-FORCE        VALUE 'Y'.
       01  WS-HOLD-MATTER          PIC X(15).
       01  WS-BORROWER-DECEASED    PIC X.
           88  BORROWER-DECEASED    VALUE 'Y'.
       01  WS-ALERT-IN-FORCE       PIC X.
           88  ALERT-IN-FORCE       VALUE 'Y'.
       01  WS-ALERT-TYPE           PIC X(2).
       01  WS-ALERT-DATE           PIC 9(8).
       01  WS-ALERT-NOTE           PIC X(40).
       01  WS-AFFILIATE-OUT        PIC X.
       01  WS-THIRD-PARTY-OUT      PIC X.
       01  WS-MARKETING-OUT        PIC X.
           88  MARKETING-OUT        VALUE 'Y'.

       01  WS-ADDRESS-LINES.
           05  WS-ADDRESS-LINE     PIC X(50) OCCURS 3 TIMES.
       01  WS-PROSPECT-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-OUT-PTR              PIC 9(3) COMP.

       01  WS-SUPPRESS-COUNTS.
           05  WS-SUP-OPT-OUT      PIC 9(5) COMP VALUE ZERO.
           05  WS-SUP-DECEASED     PIC 9(5) COMP VALUE ZERO.
           05  WS-SUP-BANKRUPT     PIC 9(5) COMP VALUE ZERO.
           05  WS-SUP-FRAUD        PIC 9(5) COMP VALUE ZERO.
           05  WS-SUP-SCRA         PIC 9(5) COMP VALUE ZERO.
           05  WS-SUP-LEGAL-HOLD   PIC 9(5) COMP VALUE ZERO.
           05  WS-SUP-DELINQUENT   PIC 9(5) COMP VALUE ZERO.
           05  WS-SUP-BAD-ADDRESS  PIC 9(5) COMP VALUE ZERO.
       01  WS-SUPPRESSED-TOTAL     PIC 9(5) COMP VALUE ZERO.
       01  WS-QUALIFIED-TOTAL      PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       CALL 'GET-BUSINESS-DATE' USING WS-RUN-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           DISPLAY 'Enter Extract Date (YYYYMMDD): '
           ACCEPT WS-RUN-DATE
       END-IF

       DISPLAY 'Campaign (ONTIME, PAYOFF, EQUITY): '
       ACCEPT WS-CAMPAIGN
       IF NOT CAMPAIGN-IS-VALID
           DISPLAY 'Invalid Campaign: ' WS-CAMPAIGN
           STOP RUN
       END-IF

       PERFORM LOAD-CAMPAIGN-PARAMETERS

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
       OPEN INPUT PAYMENT-SCHEDULE-FILE
       IF SCHED-FILE-OK
           MOVE 'Y' TO WS-SCHED-OPENED
       END-IF
       OPEN INPUT SCRA-RELIEF-FILE
       IF SCRA-FILE-OK
           MOVE 'Y' TO WS-SCRA-OPENED
       END-IF
       OPEN INPUT CUSTOMER-MERGE-FILE
       IF MERGE-FILE-OK
           MOVE 'Y' TO WS-MERGE-OPENED
       END-IF

       OPEN OUTPUT PROSPECT-FILE
       IF NOT PROSPECT-FILE-OK
           DISPLAY 'Error Opening PROSPECT-FILE.'
           STOP RUN
       END-IF

       PERFORM CHECK-NEXT-CUSTOMER UNTIL END-OF-CUSTOMERS

       MOVE SPACES TO PROSPECT-REC
       STRING 'TRAILER|' WS-CAMPAIGN '|' WS-RUN-DATE '|'
           WS-PROSPECT-COUNT
           DELIMITED BY SIZE INTO PROSPECT-REC
       WRITE PROSPECT-REC

       CLOSE CUSTOMER-FILE
       CLOSE LOAN-FILE
       CLOSE PROSPECT-FILE
       IF SCHED-WAS-OPENED
           CLOSE PAYMENT-SCHEDULE-FILE
       END-IF
       IF SCRA-WAS-OPENED
           CLOSE SCRA-RELIEF-FILE
       END-IF
       IF MERGE-WAS-OPENED
           CLOSE CUSTOMER-MERGE-FILE
       END-IF

       PERFORM PRINT-SUPPRESSION-SUMMARY

       STOP RUN.

       LOAD-CAMPAIGN-PARAMETERS.
           MOVE 'PROSPECT ONTIME MOS' TO WS-PARM-NAME
           CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                     WS-RUN-DATE
                                     WS-PARM-VALUE
                                     WS-PARM-FOUND
           IF PARM-WAS-FOUND AND WS-PARM-VALUE > ZERO
               MOVE WS-PARM-VALUE TO WS-ONTIME-MONTHS
           END-IF
           MOVE 'PROSPECT PAYOFF MOS' TO WS-PARM-NAME
           CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                     WS-RUN-DATE
                                     WS-PARM-VALUE
                                     WS-PARM-FOUND
           IF PARM-WAS-FOUND AND WS-PARM-VALUE > ZERO
               MOVE WS-PARM-VALUE TO WS-PAYOFF-MONTHS
           END-IF
           MOVE 'PROSPECT MAX LTV' TO WS-PARM-NAME
           CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                     WS-RUN-DATE
                                     WS-PARM-VALUE
                                     WS-PARM-FOUND
           IF PARM-WAS-FOUND AND WS-PARM-VALUE > ZERO
               MOVE WS-PARM-VALUE TO WS-MAX-LTV
           END-IF

      *  Months counted from year zero make the carry-back a single
      *  subtraction; the window opens the day after the same day
      *  of the month that many months back.
           COMPUTE WS-MONTH-COUNT = WS-RUN-YEAR * 12
               + WS-RUN-MONTH - 1 - WS-ONTIME-MONTHS
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-WINDOW-YEAR
               REMAINDER WS-MONTH-REMAINDER
           COMPUTE WS-WINDOW-MONTH = WS-MONTH-REMAINDER + 1
           MOVE WS-RUN-DAY TO WS-WINDOW-DAY.

       CHECK-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-CUSTOMERS
               NOT AT END
                   MOVE CUSTOMER-ID OF CUSTOMER-REC
                       TO WS-PROSPECT-CUSTOMER-ID
                   PERFORM CHECK-CUSTOMER-RETIRED
                   IF NOT CUSTOMER-RETIRED
                       PERFORM REVIEW-CUSTOMER-LOANS
                       IF CUSTOMER-QUALIFIES
                           ADD 1 TO WS-QUALIFIED-TOTAL
                           PERFORM SCREEN-AND-EXTRACT
                       END-IF
                   END-IF
           END-READ.

       CHECK-CUSTOMER-RETIRED.
           MOVE 'N' TO WS-CUSTOMER-RETIRED
           IF MERGE-WAS-OPENED
               MOVE WS-PROSPECT-CUSTOMER-ID TO RETIRED-CUSTOMER-ID
               READ CUSTOMER-MERGE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CUSTOMER-RETIRED
               END-READ
           END-IF.

      *----------------------------------------------------------------
      *  Every loan the customer holds is read: the first ACTIVE
      *  loan meeting the campaign makes them a prospect, and any
      *  loan -- qualifying or not -- can carry a reason to suppress
      *  them.
      *----------------------------------------------------------------
       REVIEW-CUSTOMER-LOANS.
           MOVE 'N' TO WS-CUSTOMER-QUALIFIES
           MOVE 'N' TO WS-ANY-DELINQUENT
           MOVE 'N' TO WS-ANY-BANKRUPT
           MOVE 'N' TO WS-ANY-SCRA
           MOVE 'N' TO WS-ANY-LEGAL-HOLD
           MOVE 'N' TO WS-END-OF-LOANS
           MOVE WS-PROSPECT-CUSTOMER-ID TO CUSTOMER-ID OF LOAN-REC
           START LOAN-FILE KEY IS EQUAL TO
                   CUSTOMER-ID OF LOAN-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LOANS
           END-START
           PERFORM REVIEW-NEXT-LOAN UNTIL END-OF-LOANS.

       REVIEW-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-LOANS
               NOT AT END
                   IF CUSTOMER-ID OF LOAN-REC
                       NOT = WS-PROSPECT-CUSTOMER-ID
                       MOVE 'Y' TO WS-END-OF-LOANS
                   ELSE
                       IF STATUS-ACTIVE OR STATUS-DEFAULT
                           PERFORM REVIEW-OPEN-LOAN
                       END-IF
                   END-IF
           END-READ.

       REVIEW-OPEN-LOAN.
           IF STATUS-DEFAULT
               MOVE 'Y' TO WS-ANY-DELINQUENT
           END-IF
           PERFORM TALLY-LOAN-SCHEDULE
           IF WS-PAST-DUE-ROWS > ZERO
               MOVE 'Y' TO WS-ANY-DELINQUENT
           END-IF

           MOVE LOAN-ID OF LOAN-REC TO WS-CHECK-LOAN-ID
           CALL 'CHECK-BANKRUPTCY-STAY' USING WS-CHECK-LOAN-ID
                                               WS-STAY-IN-FORCE
           IF STAY-IN-FORCE
               MOVE 'Y' TO WS-ANY-BANKRUPT
           END-IF
           MOVE WS-PROSPECT-CUSTOMER-ID TO WS-CHECK-CUSTOMER-ID
           CALL 'CHECK-LEGAL-HOLD' USING WS-CHECK-LOAN-ID
                                          WS-CHECK-CUSTOMER-ID
                                          WS-HOLD-IN-FORCE
                                          WS-HOLD-MATTER
           IF HOLD-IN-FORCE
               MOVE 'Y' TO WS-ANY-LEGAL-HOLD
           END-IF
           PERFORM CHECK-SCRA-RELIEF

           IF STATUS-ACTIVE AND NOT CUSTOMER-QUALIFIES
               PERFORM CHECK-LOAN-QUALIFIES
               IF LOAN-QUALIFIES
                   MOVE 'Y' TO WS-CUSTOMER-QUALIFIES
                   MOVE LOAN-ID OF LOAN-REC TO WS-PROSPECT-LOAN-ID
                   MOVE LOAN-TYPE TO WS-PROSPECT-LOAN-TYPE
               END-IF
           END-IF.

       CHECK-SCRA-RELIEF.
           IF SCRA-WAS-OPENED
               MOVE LOAN-ID OF LOAN-REC TO LOAN-ID OF SCRA-RELIEF-REC
               READ SCRA-RELIEF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RELIEF-START-DATE NOT > WS-RUN-DATE
                          AND RELIEF-END-DATE NOT < WS-RUN-DATE
                           MOVE 'Y' TO WS-ANY-SCRA
                       END-IF
               END-READ
           END-IF.

      *  One pass over the loan's schedule rows counts what each
      *  campaign and the delinquency screen need.
       TALLY-LOAN-SCHEDULE.
           MOVE ZERO TO WS-WINDOW-ROWS
           MOVE ZERO TO WS-WINDOW-UNPAID
           MOVE ZERO TO WS-UNPAID-ROWS
           MOVE ZERO TO WS-PAST-DUE-ROWS
           MOVE 'N' TO WS-END-OF-SCHEDULE
           IF NOT SCHED-WAS-OPENED
               MOVE 'Y' TO WS-END-OF-SCHEDULE
           ELSE
               MOVE LOAN-ID OF LOAN-REC
                   TO LOAN-ID OF PAYMENT-SCHEDULE-REC
               MOVE ZERO TO PAYMENT-DUE-DATE
               START PAYMENT-SCHEDULE-FILE KEY IS NOT LESS THAN
                       SCHEDULE-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-SCHEDULE
               END-START
           END-IF
           PERFORM TALLY-NEXT-SCHEDULE-ROW UNTIL END-OF-SCHEDULE.

       TALLY-NEXT-SCHEDULE-ROW.
           READ PAYMENT-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-SCHEDULE
               NOT AT END
                   IF LOAN-ID OF PAYMENT-SCHEDULE-REC
                       NOT = LOAN-ID OF LOAN-REC
                       MOVE 'Y' TO WS-END-OF-SCHEDULE
                   ELSE
                       IF NOT PAID-YES
                           ADD 1 TO WS-UNPAID-ROWS
                       END-IF
                       IF PAID-NO
                          AND PAYMENT-DUE-DATE < WS-RUN-DATE
                           ADD 1 TO WS-PAST-DUE-ROWS
                       END-IF
                       IF PAYMENT-DUE-DATE > WS-WINDOW-START
                          AND PAYMENT-DUE-DATE NOT > WS-RUN-DATE
                           ADD 1 TO WS-WINDOW-ROWS
                           IF NOT PAID-YES
                               ADD 1 TO WS-WINDOW-UNPAID
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       CHECK-LOAN-QUALIFIES.
           MOVE 'N' TO WS-LOAN-QUALIFIES
           EVALUATE TRUE
               WHEN CAMPAIGN-ONTIME
                   IF WS-WINDOW-ROWS NOT < WS-ONTIME-MONTHS
                      AND WS-WINDOW-UNPAID = ZERO
                       MOVE 'Y' TO WS-LOAN-QUALIFIES
                   END-IF
               WHEN CAMPAIGN-PAYOFF
                   IF TYPE-AUTO
                      AND WS-UNPAID-ROWS > ZERO
                      AND WS-UNPAID-ROWS NOT > WS-PAYOFF-MONTHS
                       MOVE 'Y' TO WS-LOAN-QUALIFIES
                   END-IF
               WHEN CAMPAIGN-EQUITY
                   IF TYPE-MORTGAGE
                       PERFORM CHECK-MORTGAGE-EQUITY
                   END-IF
           END-EVALUATE.

       CHECK-MORTGAGE-EQUITY.
           MOVE LOAN-ID OF LOAN-REC TO WS-CV-LOAN-ID
           CALL 'GET-COLLATERAL-VALUE' USING WS-CV-LOAN-ID
                                             WS-CV-VALUE
                                             WS-CV-ORIG-VALUE
                                             WS-CV-ITEM-COUNT
           IF WS-CV-VALUE > ZERO
               COMPUTE WS-LOAN-LTV ROUNDED =
                   LOAN-BALANCE OF LOAN-REC * 100
                   / WS-CV-VALUE
               IF WS-LOAN-LTV NOT > WS-MAX-LTV
                   MOVE 'Y' TO WS-LOAN-QUALIFIES
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  The suppression screen, in the order the compliance
      *  sign-off lists it; a customer is counted under the first
      *  reason that applies and never extracted.
      *----------------------------------------------------------------
       SCREEN-AND-EXTRACT.
           CALL 'CHECK-PRIVACY-OPT-OUT' USING WS-PROSPECT-CUSTOMER-ID
                                               WS-AFFILIATE-OUT
                                               WS-THIRD-PARTY-OUT
                                               WS-MARKETING-OUT
           MOVE ZERO TO WS-CHECK-LOAN-ID
           MOVE WS-PROSPECT-CUSTOMER-ID TO WS-CHECK-CUSTOMER-ID
           CALL 'CHECK-DECEASED-BORROWER' USING WS-CHECK-LOAN-ID
                                                 WS-CHECK-CUSTOMER-ID
                                                 WS-BORROWER-DECEASED
           CALL 'CHECK-FRAUD-ALERT' USING WS-PROSPECT-CUSTOMER-ID
                                           WS-ALERT-IN-FORCE
                                           WS-ALERT-TYPE
                                           WS-ALERT-DATE
                                           WS-ALERT-NOTE
           EVALUATE TRUE
               WHEN MARKETING-OUT
                   ADD 1 TO WS-SUP-OPT-OUT
               WHEN BORROWER-DECEASED
                   ADD 1 TO WS-SUP-DECEASED
               WHEN ANY-BANKRUPT
                   ADD 1 TO WS-SUP-BANKRUPT
               WHEN ALERT-IN-FORCE
                   ADD 1 TO WS-SUP-FRAUD
               WHEN ANY-SCRA
                   ADD 1 TO WS-SUP-SCRA
               WHEN ANY-LEGAL-HOLD
                   ADD 1 TO WS-SUP-LEGAL-HOLD
               WHEN ANY-DELINQUENT
                   ADD 1 TO WS-SUP-DELINQUENT
               WHEN ADDRESS-BAD
                   ADD 1 TO WS-SUP-BAD-ADDRESS
               WHEN OTHER
                   PERFORM WRITE-PROSPECT-ROW
           END-EVALUATE.

       WRITE-PROSPECT-ROW.
           CALL 'FORMAT-MAILING-ADDRESS' USING CUSTOMER-REC
                                                WS-ADDRESS-LINES
           MOVE SPACES TO PROSPECT-REC
           MOVE 1 TO WS-OUT-PTR
           STRING WS-CAMPAIGN              DELIMITED BY SPACE
                  '|'                      DELIMITED BY SIZE
                  WS-PROSPECT-CUSTOMER-ID  DELIMITED BY SIZE
                  '|'                      DELIMITED BY SIZE
                  CUSTOMER-NAME            DELIMITED BY '  '
                  '|'                      DELIMITED BY SIZE
                  WS-ADDRESS-LINE (1)      DELIMITED BY '  '
                  '|'                      DELIMITED BY SIZE
                  WS-ADDRESS-LINE (2)      DELIMITED BY '  '
                  '|'                      DELIMITED BY SIZE
                  WS-ADDRESS-LINE (3)      DELIMITED BY '  '
                  '|'                      DELIMITED BY SIZE
                  WS-PROSPECT-LOAN-ID      DELIMITED BY SIZE
                  '|'                      DELIMITED BY SIZE
                  WS-PROSPECT-LOAN-TYPE    DELIMITED BY SPACE
               INTO PROSPECT-REC
               WITH POINTER WS-OUT-PTR
           WRITE PROSPECT-REC
           ADD 1 TO WS-PROSPECT-COUNT.

       PRINT-SUPPRESSION-SUMMARY.
           COMPUTE WS-SUPPRESSED-TOTAL = WS-SUP-OPT-OUT
               + WS-SUP-DECEASED + WS-SUP-BANKRUPT + WS-SUP-FRAUD
               + WS-SUP-SCRA + WS-SUP-LEGAL-HOLD
               + WS-SUP-DELINQUENT + WS-SUP-BAD-ADDRESS
           DISPLAY ' '
           DISPLAY '============================================'
           DISPLAY '   PROSPECT EXTRACT - ' WS-CAMPAIGN ' ' WS-RUN-DATE
           DISPLAY '============================================'
           DISPLAY 'Customers Meeting Campaign : ' WS-QUALIFIED-TOTAL
           DISPLAY 'Suppressed - Marketing Opt-Out : ' WS-SUP-OPT-OUT
           DISPLAY 'Suppressed - Deceased         : ' WS-SUP-DECEASED
           DISPLAY 'Suppressed - Bankruptcy Stay  : ' WS-SUP-BANKRUPT
           DISPLAY 'Suppressed - Fraud Alert      : ' WS-SUP-FRAUD
           DISPLAY 'Suppressed - SCRA Protected   : ' WS-SUP-SCRA
           DISPLAY 'Suppressed - Legal Hold       : '
               WS-SUP-LEGAL-HOLD
           DISPLAY 'Suppressed - Delinquent       : '
               WS-SUP-DELINQUENT
           DISPLAY 'Suppressed - Returned Mail    : '
               WS-SUP-BAD-ADDRESS
           DISPLAY 'Total Suppressed              : '
               WS-SUPPRESSED-TOTAL
           DISPLAY 'Prospects Written             : '
               WS-PROSPECT-COUNT
           DISPLAY '============================================'.
