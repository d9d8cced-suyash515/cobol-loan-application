       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRITICIZED-ASSET-REPORT.

      *================================================================
      *  Monthly criticized and classified asset report for the
      *  board and the examiners, off the grades of record on
      *  RISK_GRADE.DAT (a loan with no grade record is an ungraded
      *  Pass).  Over the ACTIVE and DEFAULT book:
      *
      *      1. Overdue credit reviews - a scheduled review date
      *         already past, or a criticized loan with no review
      *         scheduled at all; each is also raised as an
      *         EXCEPTION row on REPORT.DAT.
      *      2. Count, balance and percent of book by grade, with
      *         the criticized (Special Mention and worse) and
      *         classified (Substandard and worse) totals.
      *      3. Migration since the prior month-end: last month's
      *         grade is rebuilt from RISK_GRADE_HIST.DAT (the old
      *         grade on the loan's first change after month-end)
      *         and matrixed against today's, with the upgrade and
      *         downgrade counts.
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

           SELECT RISK-GRADE-FILE ASSIGN TO 'RISK_GRADE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF RISK-GRADE-REC
               FILE STATUS IS GRADE-FILE-STATUS.

           SELECT RISK-GRADE-HIST-FILE
               ASSIGN TO 'RISK_GRADE_HIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       COPY LOANREC.

       FD  RISK-GRADE-FILE.
       COPY RISKGRADEREC.

       FD  RISK-GRADE-HIST-FILE.
       COPY RISKGRADEHIST.

       FD  REPORT-FILE.
       COPY REPORTREC.

       WORKING-STORAGE SECTION.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
       01  GRADE-FILE-STATUS       PIC XX.
           88  GRADE-FILE-OK        VALUE '00'.
      *  Open-success flag: the status rolls with every READ (an
      *  ungraded loan leaves 23 behind), so the per-loan grade
      *  lookup guards on this, set once at OPEN.
       01  WS-GRADE-OPENED         PIC X VALUE 'N'.
           88  GRADE-WAS-OPENED     VALUE 'Y'.
       01  HIST-FILE-STATUS        PIC XX.
           88  HIST-FILE-OK         VALUE '00'.
       01  REPORT-FILE-STATUS      PIC XX.
           88  REPORT-FILE-OK       VALUE '00'.

       01  WS-END-OF-LOANS         PIC X VALUE 'N'.
           88  END-OF-LOANS         VALUE 'Y'.
       01  WS-END-OF-HIST          PIC X VALUE 'N'.
           88  END-OF-HIST          VALUE 'Y'.
       01  WS-END-OF-REPORTS       PIC X VALUE 'N'.
           88  END-OF-REPORTS       VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-PRIOR-MONTH-END      PIC 9(8).

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

      *  Each loan's first grade change after the prior month-end;
      *  its old grade is where the loan stood at month-end.
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-ENTRY OCCURS 5000 TIMES.
               10  WS-PR-LOAN-ID       PIC 9(5).
               10  WS-PR-CHANGE-DATE   PIC 9(8).
               10  WS-PR-OLD-GRADE     PIC X(15).
       01  WS-PRIOR-ENTRIES        PIC 9(5) COMP VALUE ZERO.
       01  WS-IX                   PIC 9(5) COMP.
       01  WS-ENTRY-FOUND          PIC X.
           88  ENTRY-FOUND          VALUE 'Y'.
       01  WS-FOUND-IX             PIC 9(5) COMP.

       01  WS-CURRENT-GRADE        PIC X(15).
       01  WS-PRIOR-GRADE          PIC X(15).
       01  WS-RANK-GRADE           PIC X(15).
       01  WS-GRADE-RANK           PIC 9.
       01  WS-FROM-IX              PIC 9 COMP.
       01  WS-TO-IX                PIC 9 COMP.
       01  WS-GRADE-IX             PIC 9 COMP.

       01  WS-GRADE-LABELS.
           05  FILLER              PIC X(15) VALUE 'PASS'.
           05  FILLER              PIC X(15) VALUE 'SPECIAL MENTION'.
           05  FILLER              PIC X(15) VALUE 'SUBSTANDARD'.
           05  FILLER              PIC X(15) VALUE 'DOUBTFUL'.
           05  FILLER              PIC X(15) VALUE 'LOSS'.
       01  WS-GRADE-LABEL-TABLE REDEFINES WS-GRADE-LABELS.
           05  WS-GRADE-LABEL OCCURS 5 TIMES PIC X(15).

       01  WS-GRADE-TOTALS.
           05  WS-GT-ENTRY OCCURS 5 TIMES.
               10  WS-GT-COUNT         PIC 9(5) COMP.
               10  WS-GT-BALANCE       PIC 9(11)V99.
      *  Migration counts: prior month-end grade by today's grade.
       01  WS-MIGRATION-MATRIX.
           05  WS-MX-FROM OCCURS 5 TIMES.
               10  WS-MX-COUNT OCCURS 5 TIMES PIC 9(5) COMP.

       01  WS-BOOK-COUNT           PIC 9(5) COMP VALUE ZERO.
       01  WS-BOOK-BALANCE         PIC 9(11)V99 VALUE ZERO.
       01  WS-CRIT-COUNT           PIC 9(5) COMP VALUE ZERO.
       01  WS-CRIT-BALANCE         PIC 9(11)V99 VALUE ZERO.
       01  WS-CLASS-COUNT          PIC 9(5) COMP VALUE ZERO.
       01  WS-CLASS-BALANCE        PIC 9(11)V99 VALUE ZERO.
       01  WS-UPGRADES             PIC 9(5) COMP VALUE ZERO.
       01  WS-DOWNGRADES           PIC 9(5) COMP VALUE ZERO.
       01  WS-OVERDUE-COUNT        PIC 9(5) COMP VALUE ZERO.

       01  WS-PCT-BALANCE          PIC 9(11)V99.
       01  WS-PCT-OF-BOOK          PIC 9(3)V99.
       01  WS-EDIT-COUNT           PIC ZZ,ZZ9.
       01  WS-EDIT-BALANCE         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-PCT             PIC ZZ9.99.

       01  WS-NEXT-REPORT-ID       PIC 9(5) VALUE ZERO.
       01  WS-EXCEPTION-TEXT       PIC X(60).

       01  WS-BUSDATE-FOUND        PIC X.
           88  BUSINESS-DATE-FOUND  VALUE 'Y'.

       PROCEDURE DIVISION.

       CALL 'GET-BUSINESS-DATE' USING WS-RUN-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
       END-IF

       PERFORM FIND-PRIOR-MONTH-END
       INITIALIZE WS-GRADE-TOTALS
       INITIALIZE WS-MIGRATION-MATRIX
       PERFORM LOAD-PRIOR-GRADES
       PERFORM ASSIGN-NEXT-REPORT-ID

       DISPLAY '============================================'
       DISPLAY '  CRITICIZED / CLASSIFIED ASSETS ' WS-RUN-DATE
       DISPLAY '  Migration Since ' WS-PRIOR-MONTH-END
       DISPLAY '============================================'
       DISPLAY ' '
       DISPLAY 'OVERDUE CREDIT REVIEWS'

       OPEN INPUT LOAN-FILE
       IF NOT LOAN-FILE-OK
           DISPLAY 'Error Opening LOAN-FILE.'
           STOP RUN
       END-IF
       OPEN INPUT RISK-GRADE-FILE
       IF GRADE-FILE-OK
           MOVE 'Y' TO WS-GRADE-OPENED
       END-IF

       PERFORM GRADE-NEXT-LOAN UNTIL END-OF-LOANS

       CLOSE LOAN-FILE
       IF GRADE-WAS-OPENED
           CLOSE RISK-GRADE-FILE
       END-IF

       MOVE WS-OVERDUE-COUNT TO WS-EDIT-COUNT
       DISPLAY '  Reviews Overdue: ' WS-EDIT-COUNT

       DISPLAY ' '
       DISPLAY 'BALANCES BY GRADE'
       MOVE WS-BOOK-COUNT TO WS-EDIT-COUNT
       MOVE WS-BOOK-BALANCE TO WS-EDIT-BALANCE
       DISPLAY '  Book            ' WS-EDIT-COUNT ' ' WS-EDIT-BALANCE
       PERFORM PRINT-GRADE-LINE
           VARYING WS-GRADE-IX FROM 1 BY 1
           UNTIL WS-GRADE-IX > 5
       MOVE WS-CRIT-COUNT TO WS-EDIT-COUNT
       MOVE WS-CRIT-BALANCE TO WS-EDIT-BALANCE
       MOVE WS-CRIT-BALANCE TO WS-PCT-BALANCE
       PERFORM FIND-PCT-OF-BOOK
       DISPLAY '  Criticized      ' WS-EDIT-COUNT ' ' WS-EDIT-BALANCE
           ' ' WS-EDIT-PCT '%'
       MOVE WS-CLASS-COUNT TO WS-EDIT-COUNT
       MOVE WS-CLASS-BALANCE TO WS-EDIT-BALANCE
       MOVE WS-CLASS-BALANCE TO WS-PCT-BALANCE
       PERFORM FIND-PCT-OF-BOOK
       DISPLAY '  Classified      ' WS-EDIT-COUNT ' ' WS-EDIT-BALANCE
           ' ' WS-EDIT-PCT '%'

       DISPLAY ' '
       DISPLAY 'GRADE MIGRATION ' WS-PRIOR-MONTH-END ' -> '
           WS-RUN-DATE
       PERFORM PRINT-FROM-ROW
           VARYING WS-FROM-IX FROM 1 BY 1
           UNTIL WS-FROM-IX > 5
       MOVE WS-UPGRADES TO WS-EDIT-COUNT
       DISPLAY '  Upgrades  : ' WS-EDIT-COUNT
       MOVE WS-DOWNGRADES TO WS-EDIT-COUNT
       DISPLAY '  Downgrades: ' WS-EDIT-COUNT
       DISPLAY '============================================'

       STOP RUN.

      *----------------------------------------------------------------
      *  Prior month-end: the last day of the month before the
      *  report date.
      *----------------------------------------------------------------
       FIND-PRIOR-MONTH-END.
           MOVE WS-RUN-DATE TO WS-WORK-DATE
           IF WS-WORK-MONTH = 1
               SUBTRACT 1 FROM WS-WORK-YEAR
               MOVE 12 TO WS-WORK-MONTH
           ELSE
               SUBTRACT 1 FROM WS-WORK-MONTH
           END-IF
           PERFORM FIND-LAST-DAY-OF-MONTH
           MOVE WS-LAST-DAY-OF-MONTH TO WS-WORK-DAY
           MOVE WS-WORK-DATE TO WS-PRIOR-MONTH-END.

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

       LOAD-PRIOR-GRADES.
           OPEN INPUT RISK-GRADE-HIST-FILE
           IF HIST-FILE-OK
               PERFORM LOAD-NEXT-HIST-ROW UNTIL END-OF-HIST
               CLOSE RISK-GRADE-HIST-FILE
           END-IF.

       LOAD-NEXT-HIST-ROW.
           READ RISK-GRADE-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-HIST
               NOT AT END
                   IF GRADE-CHANGE-DATE > WS-PRIOR-MONTH-END
                      AND GRADE-CHANGE-DATE NOT > WS-RUN-DATE
                       PERFORM KEEP-EARLIEST-CHANGE
                   END-IF
           END-READ.

       KEEP-EARLIEST-CHANGE.
           PERFORM FIND-PRIOR-ENTRY
           IF ENTRY-FOUND
               IF GRADE-CHANGE-DATE < WS-PR-CHANGE-DATE (WS-FOUND-IX)
                   MOVE GRADE-CHANGE-DATE
                       TO WS-PR-CHANGE-DATE (WS-FOUND-IX)
                   MOVE OLD-RISK-GRADE
                       TO WS-PR-OLD-GRADE (WS-FOUND-IX)
               END-IF
           ELSE
               IF WS-PRIOR-ENTRIES < 5000
                   ADD 1 TO WS-PRIOR-ENTRIES
                   MOVE LOAN-ID OF RISK-GRADE-HIST-REC
                       TO WS-PR-LOAN-ID (WS-PRIOR-ENTRIES)
                   MOVE GRADE-CHANGE-DATE
                       TO WS-PR-CHANGE-DATE (WS-PRIOR-ENTRIES)
                   MOVE OLD-RISK-GRADE
                       TO WS-PR-OLD-GRADE (WS-PRIOR-ENTRIES)
               END-IF
           END-IF.

       FIND-PRIOR-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND
           IF WS-PRIOR-ENTRIES > ZERO
               PERFORM CHECK-ONE-PRIOR-ENTRY
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-PRIOR-ENTRIES
                      OR ENTRY-FOUND
           END-IF.

       CHECK-ONE-PRIOR-ENTRY.
           IF WS-PR-LOAN-ID (WS-IX) = LOAN-ID OF RISK-GRADE-HIST-REC
               MOVE 'Y' TO WS-ENTRY-FOUND
               MOVE WS-IX TO WS-FOUND-IX
           END-IF.

       GRADE-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-LOANS
               NOT AT END
                   IF STATUS-ACTIVE OR STATUS-DEFAULT
                       PERFORM GRADE-ONE-LOAN
                   END-IF
           END-READ.

       GRADE-ONE-LOAN.
           INITIALIZE RISK-GRADE-REC
           MOVE 'PASS' TO RISK-GRADE
           IF GRADE-WAS-OPENED
               MOVE LOAN-ID OF LOAN-REC TO LOAN-ID OF RISK-GRADE-REC
               READ RISK-GRADE-FILE
                   INVALID KEY
                       INITIALIZE RISK-GRADE-REC
                       MOVE 'PASS' TO RISK-GRADE
               END-READ
           END-IF
           MOVE RISK-GRADE TO WS-CURRENT-GRADE

           MOVE WS-CURRENT-GRADE TO WS-RANK-GRADE
           PERFORM RANK-ONE-GRADE
           MOVE WS-GRADE-RANK TO WS-TO-IX

           ADD 1 TO WS-BOOK-COUNT
           ADD LOAN-BALANCE OF LOAN-REC TO WS-BOOK-BALANCE
           ADD 1 TO WS-GT-COUNT (WS-TO-IX)
           ADD LOAN-BALANCE OF LOAN-REC TO WS-GT-BALANCE (WS-TO-IX)
           IF GRADE-CRITICIZED
               ADD 1 TO WS-CRIT-COUNT
               ADD LOAN-BALANCE OF LOAN-REC TO WS-CRIT-BALANCE
           END-IF
           IF GRADE-CLASSIFIED
               ADD 1 TO WS-CLASS-COUNT
               ADD LOAN-BALANCE OF LOAN-REC TO WS-CLASS-BALANCE
           END-IF

           MOVE WS-CURRENT-GRADE TO WS-PRIOR-GRADE
           MOVE LOAN-ID OF LOAN-REC TO LOAN-ID OF RISK-GRADE-HIST-REC
           PERFORM FIND-PRIOR-ENTRY
           IF ENTRY-FOUND
               MOVE WS-PR-OLD-GRADE (WS-FOUND-IX) TO WS-PRIOR-GRADE
           END-IF
           MOVE WS-PRIOR-GRADE TO WS-RANK-GRADE
           PERFORM RANK-ONE-GRADE
           MOVE WS-GRADE-RANK TO WS-FROM-IX
           ADD 1 TO WS-MX-COUNT (WS-FROM-IX, WS-TO-IX)
           IF WS-TO-IX > WS-FROM-IX
               ADD 1 TO WS-DOWNGRADES
           END-IF
           IF WS-TO-IX < WS-FROM-IX
               ADD 1 TO WS-UPGRADES
           END-IF

           PERFORM CHECK-REVIEW-OVERDUE.

       RANK-ONE-GRADE.
           EVALUATE WS-RANK-GRADE
               WHEN 'SPECIAL MENTION'
                   MOVE 2 TO WS-GRADE-RANK
               WHEN 'SUBSTANDARD'
                   MOVE 3 TO WS-GRADE-RANK
               WHEN 'DOUBTFUL'
                   MOVE 4 TO WS-GRADE-RANK
               WHEN 'LOSS'
                   MOVE 5 TO WS-GRADE-RANK
               WHEN OTHER
                   MOVE 1 TO WS-GRADE-RANK
           END-EVALUATE.

      *----------------------------------------------------------------
      *  A review date already past is overdue; so is a criticized
      *  loan nobody has scheduled for review.
      *----------------------------------------------------------------
       CHECK-REVIEW-OVERDUE.
           MOVE SPACES TO WS-EXCEPTION-TEXT
           IF NEXT-REVIEW-DATE > ZERO
              AND NEXT-REVIEW-DATE < WS-RUN-DATE
               STRING 'CREDIT REVIEW OVERDUE - DUE ' DELIMITED BY SIZE
                      NEXT-REVIEW-DATE DELIMITED BY SIZE
                      ' GRADE ' DELIMITED BY SIZE
                      WS-CURRENT-GRADE DELIMITED BY '  '
                   INTO WS-EXCEPTION-TEXT
               END-STRING
           END-IF
           IF NEXT-REVIEW-DATE = ZERO AND GRADE-CRITICIZED
               STRING 'NO CREDIT REVIEW SCHEDULED - GRADE '
                          DELIMITED BY SIZE
                      WS-CURRENT-GRADE DELIMITED BY '  '
                   INTO WS-EXCEPTION-TEXT
               END-STRING
           END-IF
           IF WS-EXCEPTION-TEXT NOT = SPACES
               ADD 1 TO WS-OVERDUE-COUNT
               DISPLAY '  Loan ' LOAN-ID OF LOAN-REC ' '
                   WS-EXCEPTION-TEXT
               PERFORM WRITE-REVIEW-EXCEPTION
           END-IF.

       PRINT-GRADE-LINE.
           MOVE WS-GT-COUNT (WS-GRADE-IX) TO WS-EDIT-COUNT
           MOVE WS-GT-BALANCE (WS-GRADE-IX) TO WS-EDIT-BALANCE
           MOVE WS-GT-BALANCE (WS-GRADE-IX) TO WS-PCT-BALANCE
           PERFORM FIND-PCT-OF-BOOK
           DISPLAY '  ' WS-GRADE-LABEL (WS-GRADE-IX) ' '
               WS-EDIT-COUNT ' ' WS-EDIT-BALANCE ' ' WS-EDIT-PCT '%'.

       FIND-PCT-OF-BOOK.
           IF WS-BOOK-BALANCE > ZERO
               COMPUTE WS-PCT-OF-BOOK ROUNDED =
                   WS-PCT-BALANCE * 100 / WS-BOOK-BALANCE
           ELSE
               MOVE ZERO TO WS-PCT-OF-BOOK
           END-IF
           MOVE WS-PCT-OF-BOOK TO WS-EDIT-PCT.

       PRINT-FROM-ROW.
           PERFORM PRINT-ONE-CELL
               VARYING WS-TO-IX FROM 1 BY 1
               UNTIL WS-TO-IX > 5.

       PRINT-ONE-CELL.
           IF WS-MX-COUNT (WS-FROM-IX, WS-TO-IX) NOT = ZERO
               MOVE WS-MX-COUNT (WS-FROM-IX, WS-TO-IX)
                   TO WS-EDIT-COUNT
               DISPLAY '  ' WS-GRADE-LABEL (WS-FROM-IX)
                   ' -> ' WS-GRADE-LABEL (WS-TO-IX) ' : '
                   WS-EDIT-COUNT
           END-IF.

       ASSIGN-NEXT-REPORT-ID.
           OPEN INPUT REPORT-FILE
           IF NOT REPORT-FILE-OK
               MOVE 1 TO WS-NEXT-REPORT-ID
           ELSE
               PERFORM FIND-HIGHEST-REPORT-ID
                   UNTIL END-OF-REPORTS
               ADD 1 TO WS-NEXT-REPORT-ID
               CLOSE REPORT-FILE
           END-IF.

       FIND-HIGHEST-REPORT-ID.
           READ REPORT-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-REPORTS
               NOT AT END
                   IF REPORT-ID > WS-NEXT-REPORT-ID
                       MOVE REPORT-ID TO WS-NEXT-REPORT-ID
                   END-IF
           END-READ.

       WRITE-REVIEW-EXCEPTION.
           OPEN EXTEND REPORT-FILE
           IF NOT REPORT-FILE-OK
               OPEN OUTPUT REPORT-FILE
           END-IF
           MOVE WS-NEXT-REPORT-ID   TO REPORT-ID
           MOVE 'EXCEPTION'         TO REPORT-TYPE
           MOVE WS-RUN-DATE         TO GENERATED-DATE
           MOVE 'RISK_GRADE.DAT'    TO EXCEP-SOURCE-FILE
           MOVE LOAN-ID OF LOAN-REC TO EXCEP-KEY-ID
           MOVE WS-EXCEPTION-TEXT   TO EXCEP-DESCRIPTION
           WRITE REPORT-REC
           CLOSE REPORT-FILE
           ADD 1 TO WS-NEXT-REPORT-ID.
