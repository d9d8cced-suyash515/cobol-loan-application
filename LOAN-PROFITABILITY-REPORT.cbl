       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-PROFITABILITY-REPORT.

      *================================================================
      *  Monthly loan profitability report with funds-transfer
      *  pricing.  For each ACTIVE and DEFAULT loan, over the
      *  calendar month of the business date:
      *
      *      + interest income - the ACCRUED_INTEREST.DAT per-diem
      *        times the days in the month (none on a nonaccrual
      *        loan, which recognizes no interest)
      *      + fee income      - FEE rows on TRANSACTION.DAT dated
      *        in the month
      *      - cost of funds   - the balance charged for one month
      *        at the FTP_CURVE.DAT rate (FTP-RATE-LOOKUP) for the
      *        loan's rate type (fixed, or variable when it carries
      *        a rate index) and term, off the curve in force at
      *        origination (the FUNDING.DAT funding date)
      *      - servicing cost  - the flat monthly cost per loan from
      *        parameter 'SVC COST <loan type>', else 'SVC COST PER
      *        LOAN', else the compiled default
      *      - provision       - the month's change in the loan loss
      *        reserve (RESERVE_HISTORY.DAT, latest calculation in
      *        the month less the latest before it, entity by
      *        entity, summed) shared across the book by balance
      *
      *  gives the loan's net contribution, which is then rolled up
      *  by LOAN-TYPE, branch, originator (LOAN_APPROVAL.DAT) and
      *  dealer (LOAN_APPLICATION.DAT; dealer zero is direct).
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

           SELECT ACCRUAL-FILE ASSIGN TO 'ACCRUED_INTEREST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF ACCRUAL-REC
               FILE STATUS IS ACCRUAL-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO 'TRANSACTION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID OF TRANSACTION-REC
               ALTERNATE RECORD KEY IS LOAN-ID OF TRANSACTION-REC
                   WITH DUPLICATES
               FILE STATUS IS TRAN-FILE-STATUS.

           SELECT LOAN-APPLICATION-FILE
               ASSIGN TO 'LOAN_APPLICATION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-APPLICATION-REC
               FILE STATUS IS APPL-FILE-STATUS.

           SELECT LOAN-APPROVAL-FILE ASSIGN TO 'LOAN_APPROVAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS APPROVAL-FILE-STATUS.

           SELECT FUNDING-FILE ASSIGN TO 'FUNDING.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FUNDING-FILE-STATUS.

           SELECT RESERVE-HISTORY-FILE
               ASSIGN TO 'RESERVE_HISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       COPY LOANREC.

       FD  ACCRUAL-FILE.
       COPY ACCRUALREC.

       FD  TRANSACTION-FILE.
       COPY TRANREC.

       FD  LOAN-APPLICATION-FILE.
       COPY LOANAPPREC.

       FD  LOAN-APPROVAL-FILE.
       COPY LOANAPPROVALREC.

       FD  FUNDING-FILE.
       COPY FUNDINGREC.

       FD  RESERVE-HISTORY-FILE.
       01  RESERVE-HISTORY-REC.
           05  RSV-CALC-DATE       PIC 9(8).
           05  RSV-RESERVE-AMOUNT  PIC 9(11)V99.
           05  RSV-COMPANY-CODE    PIC 9(3).

       WORKING-STORAGE SECTION.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
       01  ACCRUAL-FILE-STATUS     PIC XX.
           88  ACCRUAL-FILE-OK      VALUE '00'.
       01  TRAN-FILE-STATUS        PIC XX.
           88  TRAN-FILE-OK         VALUE '00'.
       01  APPL-FILE-STATUS        PIC XX.
           88  APPL-FILE-OK         VALUE '00'.
       01  APPROVAL-FILE-STATUS    PIC XX.
           88  APPROVAL-FILE-OK     VALUE '00'.
       01  FUNDING-FILE-STATUS     PIC XX.
           88  FUNDING-FILE-OK      VALUE '00'.
       01  HISTORY-FILE-STATUS     PIC XX.
           88  HISTORY-FILE-OK      VALUE '00'.

      *  Open-success flags: the FILE STATUS fields roll with every
      *  READ (a loan with no accrual or application row leaves 23
      *  behind), so the per-loan lookups guard on these, set at
      *  each OPEN.
       01  WS-ACCRUAL-OPENED       PIC X VALUE 'N'.
           88  ACCRUAL-WAS-OPENED   VALUE 'Y'.
       01  WS-TRAN-OPENED          PIC X VALUE 'N'.
           88  TRAN-WAS-OPENED      VALUE 'Y'.
       01  WS-APPL-OPENED          PIC X VALUE 'N'.
           88  APPL-WAS-OPENED      VALUE 'Y'.

       01  WS-END-OF-LOANS         PIC X VALUE 'N'.
           88  END-OF-LOANS         VALUE 'Y'.
       01  WS-END-OF-TRANSACTIONS  PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS  VALUE 'Y'.
       01  WS-END-OF-APPROVALS     PIC X VALUE 'N'.
           88  END-OF-APPROVALS     VALUE 'Y'.
       01  WS-END-OF-FUNDING       PIC X VALUE 'N'.
           88  END-OF-FUNDING       VALUE 'Y'.
       01  WS-END-OF-HISTORY       PIC X VALUE 'N'.
           88  END-OF-HISTORY       VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-PERIOD-START         PIC 9(8).
       01  WS-PERIOD-END           PIC 9(8).
       01  WS-PERIOD-DAYS          PIC 9(2).
       01  WS-BUSDATE-FOUND        PIC X.
           88  BUSINESS-DATE-FOUND  VALUE 'Y'.

       01  WS-WORK-DATE            PIC 9(8).
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR        PIC 9(4).
           05  WS-WORK-MONTH       PIC 9(2).
           05  WS-WORK-DAY         PIC 9(2).
       01  WS-LAST-DAY-OF-MONTH    PIC 9(2).
       01  WS-LEAP-QUOTIENT        PIC 9(4).
       01  WS-LEAP-REMAINDER-4     PIC 9(4).
       01  WS-LEAP-REMAINDER-100   PIC 9(4).
       01  WS-LEAP-REMAINDER-400   PIC 9(4).

       01  WS-PARM-NAME            PIC X(20).
       01  WS-PARM-VALUE           PIC 9(7)V99.
       01  WS-PARM-FOUND           PIC X.
           88  PARM-WAS-FOUND       VALUE 'Y'.
      *  Monthly servicing cost per loan when neither the loan
      *  type's nor the house parameter is on file.
       01  WS-SVC-COST-DEFAULT     PIC 9(5)V99 VALUE 25.00.

      *  Origination date per loan, first FUNDING.DAT row.
       01  WS-FUNDING-TABLE.
           05  WS-FND-ENTRY OCCURS 5000 TIMES.
               10  WS-FND-LOAN-ID      PIC 9(5).
               10  WS-FND-DATE         PIC 9(8).
       01  WS-FUNDING-ENTRIES      PIC 9(5) COMP VALUE ZERO.

      *  Originator per application, from LOAN_APPROVAL.DAT.
       01  WS-APPROVAL-TABLE.
           05  WS-APR-ENTRY OCCURS 5000 TIMES.
               10  WS-APR-APPL-ID      PIC 9(5).
               10  WS-APR-ORIGINATOR   PIC X(10).
       01  WS-APPROVAL-ENTRIES     PIC 9(5) COMP VALUE ZERO.

       01  WS-IX                   PIC 9(5) COMP.
       01  WS-ENTRY-FOUND          PIC X.
           88  ENTRY-FOUND          VALUE 'Y'.

      *  Roll-up totals, one table for all four views: the
      *  dimension code says which view a row belongs to.
       01  WS-ROLLUP-TABLE.
           05  WS-RU-ENTRY OCCURS 500 TIMES.
               10  WS-RU-DIMENSION     PIC X.
               10  WS-RU-KEY           PIC X(20).
               10  WS-RU-LOANS         PIC 9(5) COMP.
               10  WS-RU-INTEREST      PIC 9(9)V99.
               10  WS-RU-FEES          PIC 9(9)V99.
               10  WS-RU-FUNDS-COST    PIC 9(9)V99.
               10  WS-RU-SVC-COST      PIC 9(9)V99.
               10  WS-RU-PROVISION     PIC S9(9)V99.
               10  WS-RU-NET           PIC S9(9)V99.
       01  WS-ROLLUP-ENTRIES       PIC 9(3) COMP VALUE ZERO.
       01  WS-RU-IX                PIC 9(3) COMP.
       01  WS-HIT-IX               PIC 9(3) COMP.
       01  WS-ROLL-DIMENSION       PIC X.
           88  ROLL-BY-TYPE         VALUE 'T'.
           88  ROLL-BY-BRANCH       VALUE 'B'.
           88  ROLL-BY-ORIGINATOR   VALUE 'O'.
           88  ROLL-BY-DEALER       VALUE 'D'.
       01  WS-ROLL-KEY             PIC X(20).
       01  WS-ROLL-FULL-COUNT      PIC 9(5) COMP VALUE ZERO.

      *  Servicing cost per loan type, resolved once per type.
       01  WS-SVC-TABLE.
           05  WS-SVC-ENTRY OCCURS 10 TIMES.
               10  WS-SVC-LOAN-TYPE    PIC X(20).
               10  WS-SVC-COST         PIC 9(5)V99.
       01  WS-SVC-ENTRIES          PIC 9(3) COMP VALUE ZERO.
       01  WS-SVC-IX               PIC 9(3) COMP.

      *  Reserve provision for the month.
       01  WS-CURRENT-RSV-DATE     PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-RESERVE      PIC 9(11)V99 VALUE ZERO.
       01  WS-OPENING-RSV-DATE     PIC 9(8) VALUE ZERO.
       01  WS-OPENING-RESERVE      PIC 9(11)V99 VALUE ZERO.
       01  WS-MONTH-PROVISION      PIC S9(11)V99 VALUE ZERO.
      *  Each legal entity reserves on its own; the latest figures
      *  are found per entity and then summed for the whole book.
       01  WS-RSV-COMPANY-TABLE.
           05  WS-RSV-ENTRY OCCURS 20 TIMES.
               10  WS-RE-COMPANY        PIC 9(3).
               10  WS-RE-CURRENT-DATE   PIC 9(8).
               10  WS-RE-CURRENT        PIC 9(11)V99.
               10  WS-RE-OPENING-DATE   PIC 9(8).
               10  WS-RE-OPENING        PIC 9(11)V99.
       01  WS-RSV-ENTRIES          PIC 9(3) COMP VALUE ZERO.
       01  WS-RSV-IX               PIC 9(3) COMP.
       01  WS-RSV-FOUND            PIC X.
           88  RSV-ENTRY-FOUND      VALUE 'Y'.
       01  WS-HISTORY-COMPANY      PIC 9(3).
       01  WS-BOOK-BALANCE         PIC 9(11)V99 VALUE ZERO.

      *  The loan being priced.
       01  WS-LOAN-BRANCH          PIC 9(3).
       01  WS-LOAN-DEALER          PIC 9(5).
       01  WS-LOAN-ORIGINATOR      PIC X(10).
       01  WS-ORIGINATION-DATE     PIC 9(8).
       01  WS-FTP-RATE-TYPE        PIC X.
       01  WS-FTP-TERM             PIC 9(3).
       01  WS-FTP-RATE             PIC 9(3)V99.
       01  WS-FTP-FOUND            PIC X.
           88  FTP-RATE-FOUND       VALUE 'Y'.
       01  WS-LN-INTEREST          PIC 9(7)V99.
       01  WS-LN-FEES              PIC 9(7)V99.
       01  WS-LN-FUNDS-COST        PIC 9(7)V99.
       01  WS-LN-SVC-COST          PIC 9(5)V99.
       01  WS-LN-PROVISION         PIC S9(9)V99.
       01  WS-LN-NET               PIC S9(9)V99.

      *  Book totals.
       01  WS-BOOK-LOANS           PIC 9(5) COMP VALUE ZERO.
       01  WS-NO-CURVE-LOANS       PIC 9(5) COMP VALUE ZERO.
       01  WS-TOT-INTEREST         PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-FEES             PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-FUNDS-COST       PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-SVC-COST         PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-PROVISION        PIC S9(9)V99 VALUE ZERO.
       01  WS-TOT-NET              PIC S9(9)V99 VALUE ZERO.

       01  WS-EDIT-COUNT           PIC ZZ,ZZ9.
       01  WS-EDIT-INTEREST        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-FEES            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-FUNDS-COST      PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-SVC-COST        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-PROVISION       PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-NET             PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-RATE            PIC ZZ9.99.

       PROCEDURE DIVISION.

       CALL 'GET-BUSINESS-DATE' USING WS-RUN-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
       END-IF

       PERFORM FIND-REPORT-PERIOD
       PERFORM LOAD-FUNDING-DATES
       PERFORM LOAD-ORIGINATORS
       PERFORM FIND-MONTH-PROVISION
       PERFORM FIND-BOOK-BALANCE

       DISPLAY '============================================'
       DISPLAY '  LOAN PROFITABILITY (FTP) ' WS-PERIOD-START
           ' - ' WS-PERIOD-END
       DISPLAY '============================================'
       MOVE WS-MONTH-PROVISION TO WS-EDIT-PROVISION
       DISPLAY 'Reserve Provision For Month: ' WS-EDIT-PROVISION
       IF WS-CURRENT-RSV-DATE = ZERO
           DISPLAY '  (No Reserve Calculation In The Month)'
       END-IF
       DISPLAY ' '
       DISPLAY 'LOAN DETAIL'

       OPEN INPUT LOAN-FILE
       IF NOT LOAN-FILE-OK
           DISPLAY 'Error Opening LOAN-FILE.'
           STOP RUN
       END-IF
       OPEN INPUT ACCRUAL-FILE
       IF ACCRUAL-FILE-OK
           MOVE 'Y' TO WS-ACCRUAL-OPENED
       END-IF
       OPEN INPUT TRANSACTION-FILE
       IF TRAN-FILE-OK
           MOVE 'Y' TO WS-TRAN-OPENED
       END-IF
       OPEN INPUT LOAN-APPLICATION-FILE
       IF APPL-FILE-OK
           MOVE 'Y' TO WS-APPL-OPENED
       END-IF

       MOVE 'N' TO WS-END-OF-LOANS
       PERFORM PRICE-NEXT-LOAN UNTIL END-OF-LOANS

       CLOSE LOAN-FILE
       IF ACCRUAL-WAS-OPENED
           CLOSE ACCRUAL-FILE
       END-IF
       IF TRAN-WAS-OPENED
           CLOSE TRANSACTION-FILE
       END-IF
       IF APPL-WAS-OPENED
           CLOSE LOAN-APPLICATION-FILE
       END-IF

       MOVE 'T' TO WS-ROLL-DIMENSION
       DISPLAY ' '
       DISPLAY 'NET CONTRIBUTION BY LOAN TYPE'
       PERFORM PRINT-ROLLUP-LINE
           VARYING WS-RU-IX FROM 1 BY 1
           UNTIL WS-RU-IX > WS-ROLLUP-ENTRIES
       MOVE 'B' TO WS-ROLL-DIMENSION
       DISPLAY ' '
       DISPLAY 'NET CONTRIBUTION BY BRANCH'
       PERFORM PRINT-ROLLUP-LINE
           VARYING WS-RU-IX FROM 1 BY 1
           UNTIL WS-RU-IX > WS-ROLLUP-ENTRIES
       MOVE 'O' TO WS-ROLL-DIMENSION
       DISPLAY ' '
       DISPLAY 'NET CONTRIBUTION BY ORIGINATOR'
       PERFORM PRINT-ROLLUP-LINE
           VARYING WS-RU-IX FROM 1 BY 1
           UNTIL WS-RU-IX > WS-ROLLUP-ENTRIES
       MOVE 'D' TO WS-ROLL-DIMENSION
       DISPLAY ' '
       DISPLAY 'NET CONTRIBUTION BY DEALER (00000 = DIRECT)'
       PERFORM PRINT-ROLLUP-LINE
           VARYING WS-RU-IX FROM 1 BY 1
           UNTIL WS-RU-IX > WS-ROLLUP-ENTRIES

       DISPLAY ' '
       DISPLAY '--------------------------------------------'
       MOVE WS-BOOK-LOANS TO WS-EDIT-COUNT
       DISPLAY 'Loans Priced     : ' WS-EDIT-COUNT
       MOVE WS-TOT-INTEREST TO WS-EDIT-INTEREST
       DISPLAY 'Interest Income  : ' WS-EDIT-INTEREST
       MOVE WS-TOT-FEES TO WS-EDIT-FEES
       DISPLAY 'Fee Income       : ' WS-EDIT-FEES
       MOVE WS-TOT-FUNDS-COST TO WS-EDIT-FUNDS-COST
       DISPLAY 'Cost Of Funds    : ' WS-EDIT-FUNDS-COST
       MOVE WS-TOT-SVC-COST TO WS-EDIT-SVC-COST
       DISPLAY 'Servicing Cost   : ' WS-EDIT-SVC-COST
       MOVE WS-TOT-PROVISION TO WS-EDIT-PROVISION
       DISPLAY 'Provision        : ' WS-EDIT-PROVISION
       MOVE WS-TOT-NET TO WS-EDIT-NET
       DISPLAY 'Net Contribution : ' WS-EDIT-NET
       IF WS-NO-CURVE-LOANS > ZERO
           MOVE WS-NO-CURVE-LOANS TO WS-EDIT-COUNT
           DISPLAY 'WARNING: ' WS-EDIT-COUNT
               ' Loans Had No Transfer Rate On FTP_CURVE.DAT -'
           DISPLAY '         No Cost Of Funds Charged To Them.'
       END-IF
       IF WS-ROLL-FULL-COUNT > ZERO
           MOVE WS-ROLL-FULL-COUNT TO WS-EDIT-COUNT
           DISPLAY 'WARNING: Roll-Up Table Full - ' WS-EDIT-COUNT
               ' Postings Left Out Of The Roll-Ups.'
       END-IF
       DISPLAY '============================================'

       STOP RUN.

      *----------------------------------------------------------------
      *  Reporting period: the calendar month of the business date.
      *----------------------------------------------------------------
       FIND-REPORT-PERIOD.
           MOVE WS-RUN-DATE TO WS-WORK-DATE
           MOVE 1 TO WS-WORK-DAY
           MOVE WS-WORK-DATE TO WS-PERIOD-START
           PERFORM FIND-LAST-DAY-OF-MONTH
           MOVE WS-LAST-DAY-OF-MONTH TO WS-WORK-DAY
           MOVE WS-WORK-DATE TO WS-PERIOD-END
           MOVE WS-LAST-DAY-OF-MONTH TO WS-PERIOD-DAYS.

       FIND-LAST-DAY-OF-MONTH.
           EVALUATE WS-WORK-MONTH
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-LAST-DAY-OF-MONTH
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-LAST-DAY-OF-MONTH
               WHEN 2
                   PERFORM CHECK-LEAP-YEAR
           END-EVALUATE.

       CHECK-LEAP-YEAR.
           DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER-4
           DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER-100
           DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER-400

           IF WS-LEAP-REMAINDER-4 = 0
              AND (WS-LEAP-REMAINDER-100 NOT = 0
                   OR WS-LEAP-REMAINDER-400 = 0)
               MOVE 29 TO WS-LAST-DAY-OF-MONTH
           ELSE
               MOVE 28 TO WS-LAST-DAY-OF-MONTH
           END-IF.

       LOAD-FUNDING-DATES.
           OPEN INPUT FUNDING-FILE
           IF FUNDING-FILE-OK
               PERFORM LOAD-NEXT-FUNDING-ROW UNTIL END-OF-FUNDING
               CLOSE FUNDING-FILE
           END-IF.

       LOAD-NEXT-FUNDING-ROW.
           READ FUNDING-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FUNDING
               NOT AT END
                   IF WS-FUNDING-ENTRIES < 5000
                       ADD 1 TO WS-FUNDING-ENTRIES
                       MOVE LOAN-ID OF FUNDING-REC
                           TO WS-FND-LOAN-ID (WS-FUNDING-ENTRIES)
                       MOVE FUNDING-DATE
                           TO WS-FND-DATE (WS-FUNDING-ENTRIES)
                   END-IF
           END-READ.

       LOAD-ORIGINATORS.
           OPEN INPUT LOAN-APPROVAL-FILE
           IF APPROVAL-FILE-OK
               PERFORM LOAD-NEXT-APPROVAL UNTIL END-OF-APPROVALS
               CLOSE LOAN-APPROVAL-FILE
           END-IF.

       LOAD-NEXT-APPROVAL.
           READ LOAN-APPROVAL-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-APPROVALS
               NOT AT END
                   IF WS-APPROVAL-ENTRIES < 5000
                       ADD 1 TO WS-APPROVAL-ENTRIES
                       MOVE LOAN-ID OF LOAN-APPROVAL-REC
                           TO WS-APR-APPL-ID (WS-APPROVAL-ENTRIES)
                       MOVE ORIGINATOR-ID
                           TO WS-APR-ORIGINATOR (WS-APPROVAL-ENTRIES)
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  The month's provision: the latest reserve calculation in
      *  the month less the latest one before it (from nothing when
      *  there is none).  No calculation in the month means nothing
      *  was provided for.
      *----------------------------------------------------------------
       FIND-MONTH-PROVISION.
           OPEN INPUT RESERVE-HISTORY-FILE
           IF HISTORY-FILE-OK
               PERFORM CHECK-NEXT-HISTORY-ROW UNTIL END-OF-HISTORY
               CLOSE RESERVE-HISTORY-FILE
           END-IF
           IF WS-RSV-ENTRIES > ZERO
               PERFORM ADD-ONE-ENTITY-RESERVE
                   VARYING WS-RSV-IX FROM 1 BY 1
                   UNTIL WS-RSV-IX > WS-RSV-ENTRIES
           END-IF
           IF WS-CURRENT-RSV-DATE > ZERO
               COMPUTE WS-MONTH-PROVISION =
                   WS-CURRENT-RESERVE - WS-OPENING-RESERVE
           ELSE
               MOVE ZERO TO WS-MONTH-PROVISION
           END-IF.

       CHECK-NEXT-HISTORY-ROW.
           READ RESERVE-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-HISTORY
               NOT AT END
                   PERFORM FIND-RSV-ENTRY
                   IF RSV-ENTRY-FOUND
                       PERFORM TAKE-HISTORY-ROW
                   END-IF
           END-READ.

       TAKE-HISTORY-ROW.
           IF RSV-CALC-DATE < WS-PERIOD-START
               IF RSV-CALC-DATE NOT < WS-RE-OPENING-DATE (WS-RSV-IX)
                   MOVE RSV-CALC-DATE
                       TO WS-RE-OPENING-DATE (WS-RSV-IX)
                   MOVE RSV-RESERVE-AMOUNT
                       TO WS-RE-OPENING (WS-RSV-IX)
               END-IF
           ELSE
               IF RSV-CALC-DATE NOT > WS-PERIOD-END
                  AND RSV-CALC-DATE
                      NOT < WS-RE-CURRENT-DATE (WS-RSV-IX)
                   MOVE RSV-CALC-DATE
                       TO WS-RE-CURRENT-DATE (WS-RSV-IX)
                   MOVE RSV-RESERVE-AMOUNT
                       TO WS-RE-CURRENT (WS-RSV-IX)
               END-IF
           END-IF.

       FIND-RSV-ENTRY.
           IF RSV-COMPANY-CODE IS NUMERIC
               MOVE RSV-COMPANY-CODE TO WS-HISTORY-COMPANY
           ELSE
               MOVE ZERO TO WS-HISTORY-COMPANY
           END-IF
           MOVE 'N' TO WS-RSV-FOUND
           IF WS-RSV-ENTRIES > ZERO
               PERFORM MATCH-ONE-RSV-ENTRY
                   VARYING WS-RSV-IX FROM 1 BY 1
                   UNTIL WS-RSV-IX > WS-RSV-ENTRIES
                      OR RSV-ENTRY-FOUND
               IF RSV-ENTRY-FOUND
                   SUBTRACT 1 FROM WS-RSV-IX
               END-IF
           END-IF
           IF NOT RSV-ENTRY-FOUND AND WS-RSV-ENTRIES < 20
               ADD 1 TO WS-RSV-ENTRIES
               MOVE WS-RSV-ENTRIES TO WS-RSV-IX
               MOVE WS-HISTORY-COMPANY TO WS-RE-COMPANY (WS-RSV-IX)
               MOVE ZERO TO WS-RE-CURRENT-DATE (WS-RSV-IX)
               MOVE ZERO TO WS-RE-CURRENT (WS-RSV-IX)
               MOVE ZERO TO WS-RE-OPENING-DATE (WS-RSV-IX)
               MOVE ZERO TO WS-RE-OPENING (WS-RSV-IX)
               MOVE 'Y' TO WS-RSV-FOUND
           END-IF.

       MATCH-ONE-RSV-ENTRY.
           IF WS-RE-COMPANY (WS-RSV-IX) = WS-HISTORY-COMPANY
               MOVE 'Y' TO WS-RSV-FOUND
           END-IF.

      *  An entity with no calculation in the month carries its
      *  opening figure through unchanged, so it provides nothing.
       ADD-ONE-ENTITY-RESERVE.
           ADD WS-RE-OPENING (WS-RSV-IX) TO WS-OPENING-RESERVE
           IF WS-RE-CURRENT-DATE (WS-RSV-IX) > ZERO
               ADD WS-RE-CURRENT (WS-RSV-IX) TO WS-CURRENT-RESERVE
               IF WS-RE-CURRENT-DATE (WS-RSV-IX)
                      > WS-CURRENT-RSV-DATE
                   MOVE WS-RE-CURRENT-DATE (WS-RSV-IX)
                       TO WS-CURRENT-RSV-DATE
               END-IF
           ELSE
               ADD WS-RE-OPENING (WS-RSV-IX) TO WS-CURRENT-RESERVE
           END-IF
           IF WS-RE-OPENING-DATE (WS-RSV-IX) > WS-OPENING-RSV-DATE
               MOVE WS-RE-OPENING-DATE (WS-RSV-IX)
                   TO WS-OPENING-RSV-DATE
           END-IF.

      *  The book the provision is shared over.
       FIND-BOOK-BALANCE.
           OPEN INPUT LOAN-FILE
           IF NOT LOAN-FILE-OK
               DISPLAY 'Error Opening LOAN-FILE.'
               STOP RUN
           END-IF
           PERFORM ADD-NEXT-BOOK-BALANCE UNTIL END-OF-LOANS
           CLOSE LOAN-FILE.

       ADD-NEXT-BOOK-BALANCE.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-LOANS
               NOT AT END
                   IF STATUS-ACTIVE OR STATUS-DEFAULT
                       ADD LOAN-BALANCE OF LOAN-REC TO WS-BOOK-BALANCE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  One loan's month: income less cost of funds, servicing and
      *  its share of the provision.
      *----------------------------------------------------------------
       PRICE-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-LOANS
               NOT AT END
                   IF STATUS-ACTIVE OR STATUS-DEFAULT
                       PERFORM PRICE-ONE-LOAN
                   END-IF
           END-READ.

       PRICE-ONE-LOAN.
           ADD 1 TO WS-BOOK-LOANS
           PERFORM FIND-INTEREST-INCOME
           PERFORM FIND-FEE-INCOME
           PERFORM FIND-FUNDS-COST
           PERFORM FIND-SERVICING-COST
           IF WS-BOOK-BALANCE > ZERO
               COMPUTE WS-LN-PROVISION ROUNDED =
                   WS-MONTH-PROVISION * LOAN-BALANCE OF LOAN-REC
                   / WS-BOOK-BALANCE
           ELSE
               MOVE ZERO TO WS-LN-PROVISION
           END-IF
           COMPUTE WS-LN-NET = WS-LN-INTEREST + WS-LN-FEES
               - WS-LN-FUNDS-COST - WS-LN-SVC-COST - WS-LN-PROVISION

           ADD WS-LN-INTEREST TO WS-TOT-INTEREST
           ADD WS-LN-FEES TO WS-TOT-FEES
           ADD WS-LN-FUNDS-COST TO WS-TOT-FUNDS-COST
           ADD WS-LN-SVC-COST TO WS-TOT-SVC-COST
           ADD WS-LN-PROVISION TO WS-TOT-PROVISION
           ADD WS-LN-NET TO WS-TOT-NET

           PERFORM FIND-LOAN-DEALER
           PERFORM FIND-LOAN-ORIGINATOR
           MOVE BRANCH-ID OF LOAN-REC TO WS-LOAN-BRANCH
           PERFORM PRINT-LOAN-LINE

           MOVE 'T' TO WS-ROLL-DIMENSION
           MOVE LOAN-TYPE OF LOAN-REC TO WS-ROLL-KEY
           PERFORM POST-TO-ROLLUP
           MOVE 'B' TO WS-ROLL-DIMENSION
           MOVE WS-LOAN-BRANCH TO WS-ROLL-KEY
           PERFORM POST-TO-ROLLUP
           MOVE 'O' TO WS-ROLL-DIMENSION
           MOVE WS-LOAN-ORIGINATOR TO WS-ROLL-KEY
           PERFORM POST-TO-ROLLUP
           MOVE 'D' TO WS-ROLL-DIMENSION
           MOVE WS-LOAN-DEALER TO WS-ROLL-KEY
           PERFORM POST-TO-ROLLUP.

      *  A nonaccrual loan recognizes no interest income.
       FIND-INTEREST-INCOME.
           MOVE ZERO TO WS-LN-INTEREST
           IF ACCRUAL-WAS-OPENED AND NOT NONACCRUAL
               MOVE LOAN-ID OF LOAN-REC TO LOAN-ID OF ACCRUAL-REC
               READ ACCRUAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-LN-INTEREST ROUNDED =
                           PER-DIEM-AMOUNT * WS-PERIOD-DAYS
               END-READ
           END-IF.

       FIND-FEE-INCOME.
           MOVE ZERO TO WS-LN-FEES
           IF TRAN-WAS-OPENED
               MOVE 'N' TO WS-END-OF-TRANSACTIONS
               MOVE LOAN-ID OF LOAN-REC TO LOAN-ID OF TRANSACTION-REC
               START TRANSACTION-FILE KEY IS EQUAL TO
                       LOAN-ID OF TRANSACTION-REC
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-TRANSACTIONS
               END-START
               PERFORM ADD-NEXT-FEE UNTIL END-OF-TRANSACTIONS
           END-IF.

       ADD-NEXT-FEE.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-TRANSACTIONS
               NOT AT END
                   IF LOAN-ID OF TRANSACTION-REC
                       NOT = LOAN-ID OF LOAN-REC
                       MOVE 'Y' TO WS-END-OF-TRANSACTIONS
                   ELSE
                       IF TYPE-FEE
                          AND PAYMENT-DATE NOT < WS-PERIOD-START
                          AND PAYMENT-DATE NOT > WS-PERIOD-END
                           ADD PAYMENT-AMOUNT TO WS-LN-FEES
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Cost of funds: one month of the balance at the transfer
      *  rate for the loan's rate type and term, off the curve in
      *  force when it was funded.  A loan with no funding row
      *  (boarded from another servicer) prices off today's curve.
      *----------------------------------------------------------------
       FIND-FUNDS-COST.
           MOVE ZERO TO WS-LN-FUNDS-COST
           IF RATE-INDEX-NAME OF LOAN-REC = SPACES
               MOVE 'F' TO WS-FTP-RATE-TYPE
           ELSE
               MOVE 'V' TO WS-FTP-RATE-TYPE
           END-IF
           MOVE LOAN-TERM OF LOAN-REC TO WS-FTP-TERM
           MOVE WS-RUN-DATE TO WS-ORIGINATION-DATE
           MOVE 'N' TO WS-ENTRY-FOUND
           PERFORM MATCH-ONE-FUNDING
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-FUNDING-ENTRIES
                  OR ENTRY-FOUND
           CALL 'FTP-RATE-LOOKUP' USING WS-FTP-RATE-TYPE
                                         WS-FTP-TERM
                                         WS-ORIGINATION-DATE
                                         WS-FTP-RATE
                                         WS-FTP-FOUND
           IF FTP-RATE-FOUND
               COMPUTE WS-LN-FUNDS-COST ROUNDED =
                   LOAN-BALANCE OF LOAN-REC * WS-FTP-RATE / 100 / 12
           ELSE
               ADD 1 TO WS-NO-CURVE-LOANS
           END-IF.

       MATCH-ONE-FUNDING.
           IF WS-FND-LOAN-ID (WS-IX) = LOAN-ID OF LOAN-REC
               MOVE WS-FND-DATE (WS-IX) TO WS-ORIGINATION-DATE
               MOVE 'Y' TO WS-ENTRY-FOUND
           END-IF.

       FIND-SERVICING-COST.
           MOVE ZERO TO WS-SVC-IX
           MOVE 'N' TO WS-ENTRY-FOUND
           PERFORM MATCH-ONE-SVC-TYPE
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-SVC-ENTRIES
                  OR ENTRY-FOUND
           IF WS-SVC-IX = ZERO
               PERFORM RESOLVE-SERVICING-COST
           END-IF
           IF WS-SVC-IX > ZERO
               MOVE WS-SVC-COST (WS-SVC-IX) TO WS-LN-SVC-COST
           END-IF.

       MATCH-ONE-SVC-TYPE.
           IF WS-SVC-LOAN-TYPE (WS-IX) = LOAN-TYPE OF LOAN-REC
               MOVE WS-IX TO WS-SVC-IX
               MOVE 'Y' TO WS-ENTRY-FOUND
           END-IF.

      *  First loan of a type: its own parameter, else the house
      *  one, else the compiled default.
       RESOLVE-SERVICING-COST.
           MOVE WS-SVC-COST-DEFAULT TO WS-LN-SVC-COST
           MOVE 'SVC COST PER LOAN' TO WS-PARM-NAME
           PERFORM LOOKUP-ONE-PARM
           IF PARM-WAS-FOUND
               MOVE WS-PARM-VALUE TO WS-LN-SVC-COST
           END-IF
           MOVE SPACES TO WS-PARM-NAME
           STRING 'SVC COST ' DELIMITED BY SIZE
                  LOAN-TYPE OF LOAN-REC DELIMITED BY SPACE
               INTO WS-PARM-NAME
           END-STRING
           PERFORM LOOKUP-ONE-PARM
           IF PARM-WAS-FOUND
               MOVE WS-PARM-VALUE TO WS-LN-SVC-COST
           END-IF
           IF WS-SVC-ENTRIES < 10
               ADD 1 TO WS-SVC-ENTRIES
               MOVE WS-SVC-ENTRIES TO WS-SVC-IX
               MOVE LOAN-TYPE OF LOAN-REC
                   TO WS-SVC-LOAN-TYPE (WS-SVC-IX)
               MOVE WS-LN-SVC-COST TO WS-SVC-COST (WS-SVC-IX)
           END-IF.

       LOOKUP-ONE-PARM.
           CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                     WS-RUN-DATE
                                     WS-PARM-VALUE
                                     WS-PARM-FOUND.

       FIND-LOAN-DEALER.
           MOVE ZERO TO WS-LOAN-DEALER
           IF APPL-WAS-OPENED
               MOVE APPLICATION-LOAN-ID OF LOAN-REC
                   TO LOAN-ID OF LOAN-APPLICATION-REC
               READ LOAN-APPLICATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEALER-ID OF LOAN-APPLICATION-REC
                           TO WS-LOAN-DEALER
               END-READ
           END-IF.

      *  A loan booked without an approval (boarded, or keyed
      *  straight onto LOAN-FILE) shows as UNASSIGNED.
       FIND-LOAN-ORIGINATOR.
           MOVE 'UNASSIGNED' TO WS-LOAN-ORIGINATOR
           MOVE 'N' TO WS-ENTRY-FOUND
           PERFORM MATCH-ONE-APPROVAL
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-APPROVAL-ENTRIES
                  OR ENTRY-FOUND.

       MATCH-ONE-APPROVAL.
           IF WS-APR-APPL-ID (WS-IX) = APPLICATION-LOAN-ID OF LOAN-REC
              AND APPLICATION-LOAN-ID OF LOAN-REC > ZERO
               MOVE WS-APR-ORIGINATOR (WS-IX) TO WS-LOAN-ORIGINATOR
               MOVE 'Y' TO WS-ENTRY-FOUND
           END-IF.

       PRINT-LOAN-LINE.
           MOVE WS-LN-INTEREST TO WS-EDIT-INTEREST
           MOVE WS-LN-FEES TO WS-EDIT-FEES
           MOVE WS-LN-FUNDS-COST TO WS-EDIT-FUNDS-COST
           MOVE WS-LN-SVC-COST TO WS-EDIT-SVC-COST
           MOVE WS-LN-PROVISION TO WS-EDIT-PROVISION
           MOVE WS-LN-NET TO WS-EDIT-NET
           MOVE WS-FTP-RATE TO WS-EDIT-RATE
           DISPLAY 'Loan ' LOAN-ID OF LOAN-REC ' '
               LOAN-TYPE OF LOAN-REC ' Branch ' WS-LOAN-BRANCH
               ' FTP ' WS-FTP-RATE-TYPE ' ' WS-EDIT-RATE '%'
           DISPLAY '  Interest ' WS-EDIT-INTEREST
               '  Fees      ' WS-EDIT-FEES
           DISPLAY '  Funds    ' WS-EDIT-FUNDS-COST
               '  Servicing ' WS-EDIT-SVC-COST
           DISPLAY '  Provision' WS-EDIT-PROVISION
               '  Net      ' WS-EDIT-NET.

      *----------------------------------------------------------------
      *  Roll-ups: find (or open) the row for the dimension and key
      *  and add the loan's figures to it.
      *----------------------------------------------------------------
       POST-TO-ROLLUP.
           MOVE ZERO TO WS-HIT-IX
           MOVE 'N' TO WS-ENTRY-FOUND
           PERFORM MATCH-ONE-ROLLUP
               VARYING WS-RU-IX FROM 1 BY 1
               UNTIL WS-RU-IX > WS-ROLLUP-ENTRIES
                  OR ENTRY-FOUND
           IF WS-HIT-IX = ZERO
               IF WS-ROLLUP-ENTRIES < 500
                   ADD 1 TO WS-ROLLUP-ENTRIES
                   MOVE WS-ROLLUP-ENTRIES TO WS-HIT-IX
                   MOVE WS-ROLL-DIMENSION
                       TO WS-RU-DIMENSION (WS-HIT-IX)
                   MOVE WS-ROLL-KEY TO WS-RU-KEY (WS-HIT-IX)
                   MOVE ZERO TO WS-RU-LOANS (WS-HIT-IX)
                   MOVE ZERO TO WS-RU-INTEREST (WS-HIT-IX)
                   MOVE ZERO TO WS-RU-FEES (WS-HIT-IX)
                   MOVE ZERO TO WS-RU-FUNDS-COST (WS-HIT-IX)
                   MOVE ZERO TO WS-RU-SVC-COST (WS-HIT-IX)
                   MOVE ZERO TO WS-RU-PROVISION (WS-HIT-IX)
                   MOVE ZERO TO WS-RU-NET (WS-HIT-IX)
               ELSE
                   ADD 1 TO WS-ROLL-FULL-COUNT
               END-IF
           END-IF
           IF WS-HIT-IX > ZERO
               ADD 1 TO WS-RU-LOANS (WS-HIT-IX)
               ADD WS-LN-INTEREST TO WS-RU-INTEREST (WS-HIT-IX)
               ADD WS-LN-FEES TO WS-RU-FEES (WS-HIT-IX)
               ADD WS-LN-FUNDS-COST TO WS-RU-FUNDS-COST (WS-HIT-IX)
               ADD WS-LN-SVC-COST TO WS-RU-SVC-COST (WS-HIT-IX)
               ADD WS-LN-PROVISION TO WS-RU-PROVISION (WS-HIT-IX)
               ADD WS-LN-NET TO WS-RU-NET (WS-HIT-IX)
           END-IF.

       MATCH-ONE-ROLLUP.
           IF WS-RU-DIMENSION (WS-RU-IX) = WS-ROLL-DIMENSION
              AND WS-RU-KEY (WS-RU-IX) = WS-ROLL-KEY
               MOVE WS-RU-IX TO WS-HIT-IX
               MOVE 'Y' TO WS-ENTRY-FOUND
           END-IF.

       PRINT-ROLLUP-LINE.
           IF WS-RU-DIMENSION (WS-RU-IX) = WS-ROLL-DIMENSION
               MOVE WS-RU-LOANS (WS-RU-IX) TO WS-EDIT-COUNT
               MOVE WS-RU-INTEREST (WS-RU-IX) TO WS-EDIT-INTEREST
               MOVE WS-RU-FEES (WS-RU-IX) TO WS-EDIT-FEES
               MOVE WS-RU-FUNDS-COST (WS-RU-IX) TO WS-EDIT-FUNDS-COST
               MOVE WS-RU-SVC-COST (WS-RU-IX) TO WS-EDIT-SVC-COST
               MOVE WS-RU-PROVISION (WS-RU-IX) TO WS-EDIT-PROVISION
               MOVE WS-RU-NET (WS-RU-IX) TO WS-EDIT-NET
               DISPLAY '  ' WS-RU-KEY (WS-RU-IX) ' Loans '
                   WS-EDIT-COUNT ' Net ' WS-EDIT-NET
               DISPLAY '    Interest ' WS-EDIT-INTEREST
                   '  Fees      ' WS-EDIT-FEES
               DISPLAY '    Funds    ' WS-EDIT-FUNDS-COST
                   '  Servicing ' WS-EDIT-SVC-COST
               DISPLAY '    Provision' WS-EDIT-PROVISION
           END-IF.
