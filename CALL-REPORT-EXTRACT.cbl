      *        cases;
      *      - accrued interest receivable from
      *        ACCRUED_INTEREST.DAT;
      *      - criticized and classified loans by internal risk
      *        grade from RISK_GRADE.DAT (ungraded loans are Pass);
      *
      *  and a reconciliation line proving the portfolio total ties
      *  to TRIAL_BALANCE.DAT for the same date.
      *
      *  Each legal entity files its own call report, so the run is
      *  for one entity: only loans it owns (COMPANY-CODE on
      *  LOAN-REC) count on any schedule, and the tie is to that
      *  entity's trial-balance row.
      *================================================================

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TB-FILE-STATUS.

           SELECT RISK-GRADE-FILE ASSIGN TO 'RISK_GRADE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF RISK-GRADE-REC
               FILE STATUS IS GRADE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       FD  TRIAL-BALANCE-FILE.
       COPY TRIALBALREC.

       FD  RISK-GRADE-FILE.
       COPY RISKGRADEREC.

       WORKING-STORAGE SECTION.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
           88  ACCRUAL-FILE-OK      VALUE '00'.
       01  TB-FILE-STATUS          PIC XX.
           88  TB-FILE-OK           VALUE '00'.
       01  GRADE-FILE-STATUS       PIC XX.
           88  GRADE-FILE-OK        VALUE '00'.
      *  Open-success flag: the status rolls with every READ (an
      *  ungraded loan leaves 23 behind), so the per-loan grade
      *  lookup guards on this, set once at OPEN.
       01  WS-GRADE-OPENED         PIC X VALUE 'N'.
           88  GRADE-WAS-OPENED     VALUE 'Y'.
       01  WS-LOAN-OPENED          PIC X VALUE 'N'.
           88  LOAN-WAS-OPENED      VALUE 'Y'.

       01  WS-END-OF-LOANS         PIC X VALUE 'N'.
           88  END-OF-LOANS         VALUE 'Y'.

       01  WS-REPORT-DATE          PIC 9(8).
       01  WS-QUARTER-START        PIC 9(8).
       01  WS-REPORT-COMPANY       PIC 9(3).
       01  WS-LOAN-COMPANY         PIC 9(3).
       01  WS-TB-COMPANY           PIC 9(3).
       01  WS-LOAN-IN-COMPANY      PIC X.
           88  LOAN-IN-COMPANY      VALUE 'Y'.

       01  WS-TYPE-TABLE.
           05  WS-TYPE-ENTRY OCCURS 10 TIMES.
       01  WS-TB-FOUND             PIC X VALUE 'N'.
           88  TB-FOUND             VALUE 'Y'.
       01  WS-TIE-DIFFERENCE       PIC S9(11)V99 VALUE ZERO.
       01  WS-SPECIAL-COUNT        PIC 9(5) COMP VALUE ZERO.
       01  WS-SPECIAL-BALANCE      PIC 9(11)V99 VALUE ZERO.
       01  WS-SUBSTAND-COUNT       PIC 9(5) COMP VALUE ZERO.
       01  WS-SUBSTAND-BALANCE     PIC 9(11)V99 VALUE ZERO.
       01  WS-DOUBTFUL-COUNT       PIC 9(5) COMP VALUE ZERO.
       01  WS-DOUBTFUL-BALANCE     PIC 9(11)V99 VALUE ZERO.
       01  WS-LOSS-COUNT           PIC 9(5) COMP VALUE ZERO.
       01  WS-LOSS-BALANCE         PIC 9(11)V99 VALUE ZERO.
       01  WS-CLASSIFIED-COUNT     PIC 9(5) COMP VALUE ZERO.
       01  WS-CLASSIFIED-BALANCE   PIC 9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.

       ACCEPT WS-REPORT-DATE
       DISPLAY 'Enter Quarter Start Date (YYYYMMDD): '
       ACCEPT WS-QUARTER-START
       DISPLAY 'Enter Company Code: '
       ACCEPT WS-REPORT-COMPANY

       OPEN INPUT LOAN-FILE
       IF NOT LOAN-FILE-OK
           DISPLAY 'Error Opening LOAN-FILE.'
           STOP RUN
       END-IF
       MOVE 'Y' TO WS-LOAN-OPENED

       PERFORM TOTAL-PORTFOLIO-BY-TYPE
       PERFORM TOTAL-PAST-DUE-BUCKETS
       PERFORM TOTAL-ACCRUED-RECEIVABLE
       PERFORM FIND-TRIAL-BALANCE

       CLOSE LOAN-FILE

       PERFORM PRINT-CALL-REPORT

       STOP RUN.

       TOTAL-PORTFOLIO-BY-TYPE.
           OPEN INPUT RISK-GRADE-FILE
           IF GRADE-FILE-OK
               MOVE 'Y' TO WS-GRADE-OPENED
           END-IF
           PERFORM TOTAL-NEXT-LOAN UNTIL END-OF-LOANS
           IF GRADE-WAS-OPENED
               CLOSE RISK-GRADE-FILE
           END-IF.

       TOTAL-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-LOANS
               NOT AT END
                   PERFORM SET-LOAN-COMPANY
                   IF (STATUS-ACTIVE OR STATUS-DEFAULT)
                      AND WS-LOAN-COMPANY = WS-REPORT-COMPANY
                       ADD 1 TO WS-TOTAL-COUNT
                       ADD LOAN-BALANCE OF LOAN-REC
                           TO WS-TOTAL-BALANCE
                           ADD INTEREST-IN-SUSPENSE
                               TO WS-SUSPENSE-INTEREST
                       END-IF
                       PERFORM TOTAL-LOAN-BY-GRADE
                   END-IF
           END-READ.

       SET-LOAN-COMPANY.
           IF COMPANY-CODE OF LOAN-REC IS NUMERIC
               MOVE COMPANY-CODE OF LOAN-REC TO WS-LOAN-COMPANY
           ELSE
               MOVE ZERO TO WS-LOAN-COMPANY
           END-IF.

      *----------------------------------------------------------------
      *  For the schedules kept off other files: does the loan in
      *  LOAN-ID OF LOAN-REC belong to the entity reported on?  A
      *  loan no longer on file counts to the original charter.
      *----------------------------------------------------------------
       CHECK-LOAN-COMPANY.
           MOVE ZERO TO WS-LOAN-COMPANY
           IF LOAN-WAS-OPENED
               READ LOAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SET-LOAN-COMPANY
               END-READ
           END-IF
           IF WS-LOAN-COMPANY = WS-REPORT-COMPANY
               MOVE 'Y' TO WS-LOAN-IN-COMPANY
           ELSE
               MOVE 'N' TO WS-LOAN-IN-COMPANY
           END-IF.

       TOTAL-LOAN-BY-GRADE.
           IF GRADE-WAS-OPENED
               MOVE LOAN-ID OF LOAN-REC TO LOAN-ID OF RISK-GRADE-REC
               READ RISK-GRADE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM ROLL-LOAN-INTO-GRADE
               END-READ
           END-IF.

       ROLL-LOAN-INTO-GRADE.
           EVALUATE TRUE
               WHEN GRADE-SPECIAL-MENTION
                   ADD 1 TO WS-SPECIAL-COUNT
                   ADD LOAN-BALANCE OF LOAN-REC TO WS-SPECIAL-BALANCE
               WHEN GRADE-SUBSTANDARD
                   ADD 1 TO WS-SUBSTAND-COUNT
                   ADD LOAN-BALANCE OF LOAN-REC TO WS-SUBSTAND-BALANCE
               WHEN GRADE-DOUBTFUL
                   ADD 1 TO WS-DOUBTFUL-COUNT
                   ADD LOAN-BALANCE OF LOAN-REC TO WS-DOUBTFUL-BALANCE
               WHEN GRADE-LOSS
                   ADD 1 TO WS-LOSS-COUNT
                   ADD LOAN-BALANCE OF LOAN-REC TO WS-LOSS-BALANCE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF GRADE-CLASSIFIED
               ADD 1 TO WS-CLASSIFIED-COUNT
               ADD LOAN-BALANCE OF LOAN-REC TO WS-CLASSIFIED-BALANCE
           END-IF.

       ROLL-LOAN-INTO-TYPE.
           MOVE 'N' TO WS-ENTRY-FOUND
           IF WS-TYPE-ENTRIES > ZERO
                   MOVE 'Y' TO WS-END-OF-SNAPSHOT
               NOT AT END
                   IF SNAPSHOT-DATE = WS-REPORT-DATE
                       MOVE LOAN-ID OF DELINQ-SNAPSHOT-REC
                           TO LOAN-ID OF LOAN-REC
                       PERFORM CHECK-LOAN-COMPANY
                   ELSE
                       MOVE 'N' TO WS-LOAN-IN-COMPANY
                   END-IF
                   IF LOAN-IN-COMPANY
                       EVALUATE TRUE
                           WHEN SNAP-30
                               ADD 1 TO WS-COUNT-30
               NOT AT END
                   IF CHARGE-OFF-DATE NOT < WS-QUARTER-START
                      AND CHARGE-OFF-DATE NOT > WS-REPORT-DATE
                       MOVE LOAN-ID OF COLLECTIONS-REC
                           TO LOAN-ID OF LOAN-REC
                       PERFORM CHECK-LOAN-COMPANY
                   ELSE
                       MOVE 'N' TO WS-LOAN-IN-COMPANY
                   END-IF
                   IF LOAN-IN-COMPANY
                       ADD 1 TO WS-CHARGE-OFF-COUNT
                       ADD CHARGE-OFF-AMOUNT TO WS-CHARGE-OFFS
                       ADD RECOVERY-AMOUNT TO WS-RECOVERIES
               AT END
                   MOVE 'Y' TO WS-END-OF-ACCRUALS
               NOT AT END
                   MOVE LOAN-ID OF ACCRUAL-REC TO LOAN-ID OF LOAN-REC
                   PERFORM CHECK-LOAN-COMPANY
                   IF LOAN-IN-COMPANY
                       ADD ACCRUED-INTEREST TO WS-ACCRUED-RECEIVABLE
                   END-IF
           END-READ.

       FIND-TRIAL-BALANCE.
               AT END
                   MOVE 'Y' TO WS-END-OF-TB
               NOT AT END
                   IF TB-COMPANY-CODE IS NUMERIC
                       MOVE TB-COMPANY-CODE TO WS-TB-COMPANY
                   ELSE
                       MOVE ZERO TO WS-TB-COMPANY
                   END-IF
                   IF TB-DATE = WS-REPORT-DATE
                      AND WS-TB-COMPANY = WS-REPORT-COMPANY
                       MOVE TB-CLOSING-BALANCE TO WS-TB-CLOSING
                       MOVE 'Y' TO WS-TB-FOUND
                   END-IF
       PRINT-CALL-REPORT.
           DISPLAY '============================================'
           DISPLAY '  CALL REPORT SCHEDULES AS OF ' WS-REPORT-DATE
           DISPLAY '  COMPANY ' WS-REPORT-COMPANY
           DISPLAY '============================================'
           DISPLAY 'Loans Outstanding By Type:'
           IF WS-TYPE-ENTRIES > ZERO
           DISPLAY 'Nonaccrual         : ' WS-NONACCRUAL-COUNT
               ' Loans  Balance ' WS-NONACCRUAL-BALANCE
           DISPLAY 'Interest In Suspense: ' WS-SUSPENSE-INTEREST
           DISPLAY 'Special Mention    : ' WS-SPECIAL-COUNT
               ' Loans  Balance ' WS-SPECIAL-BALANCE
           DISPLAY 'Substandard        : ' WS-SUBSTAND-COUNT
               ' Loans  Balance ' WS-SUBSTAND-BALANCE
           DISPLAY 'Doubtful           : ' WS-DOUBTFUL-COUNT
               ' Loans  Balance ' WS-DOUBTFUL-BALANCE
           DISPLAY 'Loss               : ' WS-LOSS-COUNT
               ' Loans  Balance ' WS-LOSS-BALANCE
           DISPLAY 'Total Classified   : ' WS-CLASSIFIED-COUNT
               ' Loans  Balance ' WS-CLASSIFIED-BALANCE
           DISPLAY 'Quarter Charge-Offs: ' WS-CHARGE-OFF-COUNT
               ' Cases  ' WS-CHARGE-OFFS
           DISPLAY 'Recoveries To Date On Those Cases: '
