      *  have arrived; the staged row is marked APPLIED here.  Each
      *  applied loan still writes its RATE_CHANGE_NOTICE.DAT audit
      *  row -- loan, customer, old and new rate, and the scheduled
      *  payment.  No loan reprices above the usury ceiling of its
      *  borrower's state on STATE_LIMIT.DAT: the rate is clamped at
      *  the ceiling and the clamp listed as an EXCEPTION row on
      *  REPORT-FILE.
      *================================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS LOAN-ID OF PENDING-REPRICE-REC
               FILE STATUS IS PENDING-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-SCHEDULE-FILE.
       FD  PENDING-REPRICE-FILE.
       COPY PENDREPRICEREC.

       FD  REPORT-FILE.
       COPY REPORTREC.

       WORKING-STORAGE SECTION.
       01  SCHED-FILE-STATUS        PIC XX.
           88  SCHED-FILE-OK         VALUE '00'.
       01  WS-SCRA-CAPPED           PIC X.
           88  SCRA-RATE-CAPPED      VALUE 'Y'.

       01  REPORT-FILE-STATUS       PIC XX.
           88  REPORT-FILE-OK        VALUE '00'.
       01  WS-END-OF-REPORTS        PIC X VALUE 'N'.
           88  END-OF-REPORTS        VALUE 'Y'.
       01  WS-NEXT-REPORT-ID        PIC 9(5) VALUE ZERO.
       01  WS-ID-MODE               PIC X.
       01  WS-ID-SERIES             PIC X(12).
       01  WS-ID-FOUND              PIC X.
           88  ID-SERIES-FOUND       VALUE 'Y'.
       01  WS-LIMIT-CUSTOMER-ID     PIC 9(5).
       01  WS-LIMIT-STATE           PIC X(2).
       01  WS-LIMIT-MAX-RATE        PIC 9(3)V99.
       01  WS-LIMIT-FEE-CAP-AMT     PIC 9(7)V99.
       01  WS-LIMIT-FEE-CAP-PCT     PIC 9(3)V99.
       01  WS-LIMIT-MIN-GRACE       PIC 9(3).
       01  WS-LIMIT-MIN-FIN-CHG     PIC 9(7)V99.
       01  WS-LIMIT-FOUND           PIC X.
           88  LIMIT-WAS-FOUND       VALUE 'Y'.
       01  WS-USURY-CLAMPED         PIC 9(5) COMP VALUE ZERO.
       01  WS-EDIT-UNCLAMPED        PIC ZZ9.99.
       01  WS-EDIT-CEILING          PIC ZZ9.99.

       PROCEDURE DIVISION.

       DISPLAY 'Enter Rate Index Name: '
           DISPLAY 'Loans Skipped Awaiting Advance Notice: '
               WS-LOANS-NOT-STAGED
       END-IF
       IF WS-USURY-CLAMPED > ZERO
           DISPLAY 'Loans Clamped At State Usury Ceiling: '
               WS-USURY-CLAMPED
       END-IF

       STOP RUN.

      *  after staging.
           MOVE NEW-RATE OF PENDING-REPRICE-REC TO WS-NEW-RATE
           PERFORM APPLY-CONTRACT-RATE-LIMITS
           PERFORM APPLY-STATE-USURY-CEILING
      *  A servicemember relief period in force caps the repriced
      *  rate at the statutory ceiling for as long as it runs.
           MOVE LOAN-ID OF LOAN-REC TO WS-SCRA-LOAN-ID
               ' Unconstrained ' WS-UNCONSTRAINED-RATE
               ' Applied ' WS-NEW-RATE.

      *----------------------------------------------------------------
      *  Whatever the index and the contract allow, the loan never
      *  reprices above the usury ceiling in force for its borrower's
      *  state on the effective date.
      *----------------------------------------------------------------
       APPLY-STATE-USURY-CEILING.
           MOVE CUSTOMER-ID OF LOAN-REC TO WS-LIMIT-CUSTOMER-ID
           CALL 'STATE-LIMIT-LOOKUP' USING WS-LIMIT-CUSTOMER-ID
                                            WS-EFFECTIVE-DATE
                                            WS-LIMIT-STATE
                                            WS-LIMIT-MAX-RATE
                                            WS-LIMIT-FEE-CAP-AMT
                                            WS-LIMIT-FEE-CAP-PCT
                                            WS-LIMIT-MIN-GRACE
                                            WS-LIMIT-MIN-FIN-CHG
                                            WS-LIMIT-FOUND
           IF LIMIT-WAS-FOUND
              AND WS-LIMIT-MAX-RATE > ZERO
              AND WS-NEW-RATE > WS-LIMIT-MAX-RATE
               MOVE WS-NEW-RATE TO WS-EDIT-UNCLAMPED
               MOVE WS-LIMIT-MAX-RATE TO WS-NEW-RATE
               MOVE WS-LIMIT-MAX-RATE TO WS-EDIT-CEILING
               ADD 1 TO WS-USURY-CLAMPED
               PERFORM WRITE-USURY-EXCEPTION
               DISPLAY 'STATE USURY CEILING APPLIED: Loan '
                   LOAN-ID OF LOAN-REC ' ' WS-LIMIT-STATE
                   ' Ceiling ' WS-LIMIT-MAX-RATE
           END-IF.

       WRITE-USURY-EXCEPTION.
           PERFORM ASSIGN-NEXT-REPORT-ID
           OPEN EXTEND REPORT-FILE
           IF NOT REPORT-FILE-OK
               OPEN OUTPUT REPORT-FILE
           END-IF
           MOVE WS-NEXT-REPORT-ID   TO REPORT-ID
           MOVE 'EXCEPTION'         TO REPORT-TYPE
           MOVE WS-EFFECTIVE-DATE   TO GENERATED-DATE
           MOVE 'STATE_LIMIT.DAT'   TO EXCEP-SOURCE-FILE
           MOVE LOAN-ID OF LOAN-REC TO EXCEP-KEY-ID
           MOVE SPACES TO EXCEP-DESCRIPTION
           STRING 'REPRICE CLAMPED AT ' DELIMITED BY SIZE
                  WS-LIMIT-STATE        DELIMITED BY SIZE
                  ' USURY CEILING - RATE ' DELIMITED BY SIZE
                  WS-EDIT-UNCLAMPED     DELIMITED BY SIZE
                  ' TO '                DELIMITED BY SIZE
                  WS-EDIT-CEILING       DELIMITED BY SIZE
               INTO EXCEP-DESCRIPTION
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

      *----------------------------------------------------------------
      *  First use of the central control file for this series: seed
      *  it once from the old high-water-mark scan, then every later
      *  assignment comes straight off NEXT_ID.DAT.
      *----------------------------------------------------------------
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

       WRITE-RATE-NOTICE.
           MOVE 'Y' TO WS-NOTICE-WRITTEN
           MOVE LOAN-ID OF LOAN-REC     TO NOTICE-LOAN-ID
