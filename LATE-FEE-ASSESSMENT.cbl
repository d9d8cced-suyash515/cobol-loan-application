      *  RETENTION-PURGE.cbl's cutoff date reaches a FEE row for a
      *  PAYMENT-SCHEDULE row that is still PAID-NO, this run can no
      *  longer find it and will double-post the late fee.
      *
      *  State regulatory limits (STATE_LIMIT.DAT, by the borrower's
      *  mailing-address state) bind on top of the house rules: a
      *  longer state minimum grace period delays the fee, and the
      *  state late-fee cap -- flat amount or percent of the late
      *  installment, the lower where both are set -- caps it.  Each
      *  fee capped or delayed is listed as an EXCEPTION row on
      *  REPORT-FILE.
      *================================================================

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS TRAN-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       FD  TRANSACTION-FILE.
       COPY TRANREC.

       FD  REPORT-FILE.
       COPY REPORTREC.

       WORKING-STORAGE SECTION.
       01  LOAN-FILE-STATUS         PIC XX.
           88  LOAN-FILE-OK          VALUE '00'.
           88  SCHED-FILE-OK         VALUE '00'.
       01  TRAN-FILE-STATUS         PIC XX.
           88  TRAN-FILE-OK          VALUE '00'.
       01  REPORT-FILE-STATUS       PIC XX.
           88  REPORT-FILE-OK        VALUE '00'.

       01  WS-END-OF-LOANS          PIC X VALUE 'N'.
           88  END-OF-LOANS          VALUE 'Y'.
           88  END-OF-SCHEDULE        VALUE 'Y'.
       01  WS-END-OF-TRANSACTIONS   PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS    VALUE 'Y'.
       01  WS-END-OF-REPORTS        PIC X VALUE 'N'.
           88  END-OF-REPORTS         VALUE 'Y'.

       01  WS-AS-OF-DATE            PIC 9(8).
       01  WS-AS-OF-DATE-PARTS REDEFINES WS-AS-OF-DATE.

       01  WS-ROW-LOAN-ID           PIC 9(5).
       01  WS-ROW-DUE-DATE          PIC 9(8).
       01  WS-ROW-INSTALLMENT       PIC 9(7)V99.
       01  WS-ALREADY-ASSESSED      PIC X VALUE 'N'.
           88  ALREADY-ASSESSED      VALUE 'Y'.

       01  WS-LOANS-CHECKED         PIC 9(5) COMP VALUE ZERO.
       01  WS-FEES-ASSESSED         PIC 9(5) COMP VALUE ZERO.
       01  WS-LOANS-STAY-HELD       PIC 9(5) COMP VALUE ZERO.
       01  WS-FEES-CAPPED           PIC 9(5) COMP VALUE ZERO.
       01  WS-FEES-DELAYED          PIC 9(5) COMP VALUE ZERO.

      *  State limits in force for the loan being assessed; the
      *  loan's grace is the longer of the house and state periods.
       01  WS-LIMIT-CUSTOMER-ID     PIC 9(5).
       01  WS-LIMIT-STATE           PIC X(2).
       01  WS-LIMIT-MAX-RATE        PIC 9(3)V99.
       01  WS-LIMIT-FEE-CAP-AMT     PIC 9(7)V99.
       01  WS-LIMIT-FEE-CAP-PCT     PIC 9(3)V99.
       01  WS-LIMIT-MIN-GRACE       PIC 9(3).
       01  WS-LIMIT-MIN-FIN-CHG     PIC 9(7)V99.
       01  WS-LIMIT-FOUND           PIC X.
           88  LIMIT-WAS-FOUND       VALUE 'Y'.
       01  WS-LOAN-GRACE-DAYS       PIC 9(3).
       01  WS-SCHEDULE-FEE-AMOUNT   PIC 9(7)V99.
       01  WS-PERCENT-CAP-AMOUNT    PIC 9(7)V99.
       01  WS-NEXT-REPORT-ID        PIC 9(5) VALUE ZERO.
       01  WS-EXCEPTION-TEXT        PIC X(60).
       01  WS-EDIT-AMOUNT           PIC Z(6)9.99.
       01  WS-EDIT-CHARGED          PIC Z(6)9.99.
       01  WS-EDIT-DAYS             PIC ZZ9.

       01  WS-STAY-LOAN-ID          PIC 9(5).
       01  WS-STAY-IN-FORCE         PIC X.
       DISPLAY 'Late Fee Assessment Complete - Loans Checked: '
           WS-LOANS-CHECKED ' Fees Assessed: ' WS-FEES-ASSESSED
           ' Held By Bankruptcy Stay: ' WS-LOANS-STAY-HELD
       DISPLAY 'Fees Capped By State Limit: ' WS-FEES-CAPPED
           ' Fees Delayed By State Grace: ' WS-FEES-DELAYED

       STOP RUN.


       ASSESS-SCHEDULE-FOR-LOAN.
           MOVE 'N' TO WS-END-OF-SCHEDULE
           PERFORM LOOKUP-STATE-LIMITS

           OPEN INPUT PAYMENT-SCHEDULE-FILE
           IF SCHED-FILE-OK
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  The borrower's state limits as of the run date.  A state
      *  minimum grace longer than the house LATE GRACE DAYS becomes
      *  this loan's grace period.
      *----------------------------------------------------------------
       LOOKUP-STATE-LIMITS.
           MOVE CUSTOMER-ID OF LOAN-REC TO WS-LIMIT-CUSTOMER-ID
           CALL 'STATE-LIMIT-LOOKUP' USING WS-LIMIT-CUSTOMER-ID
                                            WS-AS-OF-DATE
                                            WS-LIMIT-STATE
                                            WS-LIMIT-MAX-RATE
                                            WS-LIMIT-FEE-CAP-AMT
                                            WS-LIMIT-FEE-CAP-PCT
                                            WS-LIMIT-MIN-GRACE
                                            WS-LIMIT-MIN-FIN-CHG
                                            WS-LIMIT-FOUND
           MOVE WS-GRACE-DAYS TO WS-LOAN-GRACE-DAYS
           IF LIMIT-WAS-FOUND
              AND WS-LIMIT-MIN-GRACE > WS-GRACE-DAYS
               MOVE WS-LIMIT-MIN-GRACE TO WS-LOAN-GRACE-DAYS
           END-IF.

       EVALUATE-SCHEDULE-ROW.
           MOVE PAYMENT-DUE-DATE TO WS-DUE-DATE-PARTS
           COMPUTE WS-ROW-DAYS-PAST-DUE =
           IF WS-ROW-DAYS-PAST-DUE > WS-GRACE-DAYS
               MOVE LOAN-ID OF LOAN-REC TO WS-ROW-LOAN-ID
               MOVE PAYMENT-DUE-DATE TO WS-ROW-DUE-DATE
               MOVE PAYMENT-AMOUNT OF PAYMENT-SCHEDULE-REC
                   TO WS-ROW-INSTALLMENT
               PERFORM CHECK-FEE-ALREADY-ASSESSED
               IF NOT ALREADY-ASSESSED
                   IF WS-ROW-DAYS-PAST-DUE > WS-LOAN-GRACE-DAYS
                       PERFORM ASSESS-LATE-FEE
                   ELSE
                       PERFORM REPORT-FEE-DELAYED
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  Past the house grace but still inside the state's: the fee
      *  is held back and the delay listed, one row per run until
      *  the state period runs out.
      *----------------------------------------------------------------
       REPORT-FEE-DELAYED.
           ADD 1 TO WS-FEES-DELAYED
           MOVE WS-LIMIT-MIN-GRACE TO WS-EDIT-DAYS
           MOVE SPACES TO WS-EXCEPTION-TEXT
           STRING 'LATE FEE DELAYED - DUE '  DELIMITED BY SIZE
                  WS-ROW-DUE-DATE            DELIMITED BY SIZE
                  ' ' WS-LIMIT-STATE         DELIMITED BY SIZE
                  ' GRACE '                  DELIMITED BY SIZE
                  WS-EDIT-DAYS               DELIMITED BY SIZE
                  ' DAYS'                    DELIMITED BY SIZE
               INTO WS-EXCEPTION-TEXT
           PERFORM WRITE-STATE-LIMIT-EXCEPTION.

       CHECK-FEE-ALREADY-ASSESSED.
           MOVE 'N' TO WS-ALREADY-ASSESSED
           MOVE 'N' TO WS-END-OF-TRANSACTIONS
                                    WS-FEE-FOUND

           IF FEE-WAS-FOUND
               PERFORM APPLY-STATE-FEE-CAP
               PERFORM ASSIGN-NEXT-TRANSACTION-ID
               PERFORM WRITE-LATE-FEE-TRANSACTION
      *  The assessed fee is money owed until a payment's fee
                   WS-ROW-LOAN-ID ' - Fee Not Assessed.'
           END-IF.

      *----------------------------------------------------------------
      *  The scheduled fee is cut to the state's flat cap and to its
      *  percent-of-installment cap, whichever is lower; a zero cap
      *  is no cap.  A cut fee is listed with the schedule amount.
      *----------------------------------------------------------------
       APPLY-STATE-FEE-CAP.
           MOVE WS-FEE-AMOUNT TO WS-SCHEDULE-FEE-AMOUNT
           IF LIMIT-WAS-FOUND
               IF WS-LIMIT-FEE-CAP-AMT > ZERO
                  AND WS-FEE-AMOUNT > WS-LIMIT-FEE-CAP-AMT
                   MOVE WS-LIMIT-FEE-CAP-AMT TO WS-FEE-AMOUNT
               END-IF
               IF WS-LIMIT-FEE-CAP-PCT > ZERO
                   COMPUTE WS-PERCENT-CAP-AMOUNT ROUNDED =
                       WS-ROW-INSTALLMENT * WS-LIMIT-FEE-CAP-PCT / 100
                   IF WS-FEE-AMOUNT > WS-PERCENT-CAP-AMOUNT
                       MOVE WS-PERCENT-CAP-AMOUNT TO WS-FEE-AMOUNT
                   END-IF
               END-IF
           END-IF

           IF WS-FEE-AMOUNT < WS-SCHEDULE-FEE-AMOUNT
               ADD 1 TO WS-FEES-CAPPED
               MOVE WS-SCHEDULE-FEE-AMOUNT TO WS-EDIT-AMOUNT
               MOVE WS-FEE-AMOUNT TO WS-EDIT-CHARGED
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING 'LATE FEE CAPPED ' DELIMITED BY SIZE
                      WS-LIMIT-STATE     DELIMITED BY SIZE
                      ' - SCHEDULE '     DELIMITED BY SIZE
                      WS-EDIT-AMOUNT     DELIMITED BY SIZE
                      ' CHARGED '        DELIMITED BY SIZE
                      WS-EDIT-CHARGED    DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
               PERFORM WRITE-STATE-LIMIT-EXCEPTION
           END-IF.

      *----------------------------------------------------------------
      *  One EXCEPTION row per capped or delayed fee, numbered off the
      *  REPORT series as it is written.
      *----------------------------------------------------------------
       WRITE-STATE-LIMIT-EXCEPTION.
           PERFORM ASSIGN-NEXT-REPORT-ID
           OPEN EXTEND REPORT-FILE
           IF NOT REPORT-FILE-OK
               OPEN OUTPUT REPORT-FILE
           END-IF
           MOVE WS-NEXT-REPORT-ID  TO REPORT-ID
           MOVE 'EXCEPTION'        TO REPORT-TYPE
           MOVE WS-AS-OF-DATE      TO GENERATED-DATE
           MOVE 'STATE_LIMIT.DAT'  TO EXCEP-SOURCE-FILE
           MOVE WS-ROW-LOAN-ID     TO EXCEP-KEY-ID
           MOVE WS-EXCEPTION-TEXT  TO EXCEP-DESCRIPTION
           WRITE REPORT-REC
           CLOSE REPORT-FILE.

       ASSIGN-NEXT-REPORT-ID.
           MOVE 'A' TO WS-ID-MODE
           MOVE 'REPORT' TO WS-ID-SERIES
           CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                        WS-ID-SERIES
                                        WS-NEXT-REPORT-ID
                                        WS-ID-FOUND
           IF NOT ID-SERIES-FOUND
               PERFORM SEED-REPORT-SERIES
           END-IF.

       SEED-REPORT-SERIES.
           MOVE 'N' TO WS-END-OF-REPORTS
           OPEN INPUT REPORT-FILE
           IF NOT REPORT-FILE-OK
               MOVE 1 TO WS-NEXT-REPORT-ID
           ELSE
               PERFORM FIND-HIGHEST-REPORT-ID
                   UNTIL END-OF-REPORTS
               ADD 1 TO WS-NEXT-REPORT-ID
               CLOSE REPORT-FILE
           END-IF
           MOVE 'S' TO WS-ID-MODE
           MOVE 'REPORT' TO WS-ID-SERIES
           CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                        WS-ID-SERIES
                                        WS-NEXT-REPORT-ID
                                        WS-ID-FOUND.

       FIND-HIGHEST-REPORT-ID.
           READ REPORT-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-REPORTS
               NOT AT END
                   IF REPORT-ID > WS-NEXT-REPORT-ID
                       MOVE REPORT-ID TO WS-NEXT-REPORT-ID
                   END-IF
           END-READ.

       ASSIGN-NEXT-TRANSACTION-ID.
           MOVE 'A' TO WS-ID-MODE
           MOVE 'TRANSACTION' TO WS-ID-SERIES
           MOVE ZERO TO TELLER-SESSION-ID
           MOVE SPACES TO TENDER-TYPE
           MOVE ZEROS TO ALLOCATION-SPLIT
           MOVE ZEROS TO BACKDATE-CONTROL
           WRITE TRANSACTION-REC
           CLOSE TRANSACTION-FILE.
