       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-WAIVER-REPORT.

      *================================================================
      *  Monthly fee waiver report off FEE_WAIVER.DAT, for the
      *  calendar month of the business date -- the fee income given
      *  away, and who is giving it.
      *
      *      WAIVERS POSTED     - every waiver posted in the month:
      *        loan, borrower, the fee waived, amount, reason, the
      *        operator and branch, and the releasing supervisor for
      *        one over the operator's authority
      *      BY OPERATOR / BY BRANCH / BY REASON / BY BORROWER
      *                         - count and dollars waived
      *      REPEAT WAIVERS     - every loan waived in the month that
      *        has had two or more waivers posted over the twelve
      *        months to date, with the count and total
      *
      *  then grand totals, with the waivers still awaiting a
      *  supervisor and those rejected in the month.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-WAIVER-FILE ASSIGN TO 'FEE_WAIVER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WAIVER-ID OF FEE-WAIVER-REC
               ALTERNATE RECORD KEY IS WAIVE-LOAN-ID
                   WITH DUPLICATES
               FILE STATUS IS WAIVER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-WAIVER-FILE.
       COPY FEEWAIVERREC.

       WORKING-STORAGE SECTION.
       01  WAIVER-FILE-STATUS      PIC XX.
           88  WAIVER-FILE-OK       VALUE '00'.

       01  WS-END-OF-WAIVERS       PIC X VALUE 'N'.
           88  END-OF-WAIVERS       VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYYMM       PIC 9(6).
           05  FILLER              PIC 9(2).
       01  WS-BUSDATE-FOUND        PIC X.
           88  BUSINESS-DATE-FOUND  VALUE 'Y'.
       01  WS-WORK-DATE            PIC 9(8).
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WORK-YYYYMM      PIC 9(6).
           05  FILLER              PIC 9(2).
      *  The repeat-waiver look-back: the twelve months ending with
      *  the report month.
       01  WS-WINDOW-YYYYMM        PIC 9(6).

      *  Totals per operator, branch, reason and borrower.
       01  WS-OPERATOR-TABLE.
           05  WS-OP-ENTRY OCCURS 200 TIMES.
               10  WS-OP-ID            PIC X(10).
               10  WS-OP-ROLE          PIC X(10).
               10  WS-OP-COUNT         PIC 9(5) COMP.
               10  WS-OP-AMOUNT        PIC 9(9)V99.
       01  WS-OPERATOR-ENTRIES     PIC 9(3) COMP VALUE ZERO.

       01  WS-BRANCH-TABLE.
           05  WS-BR-ENTRY OCCURS 200 TIMES.
               10  WS-BR-ID            PIC 9(3).
               10  WS-BR-COUNT         PIC 9(5) COMP.
               10  WS-BR-AMOUNT        PIC 9(9)V99.
       01  WS-BRANCH-ENTRIES       PIC 9(3) COMP VALUE ZERO.

       01  WS-REASON-TABLE.
           05  WS-RS-ENTRY OCCURS 20 TIMES.
               10  WS-RS-CODE          PIC X(10).
               10  WS-RS-COUNT         PIC 9(5) COMP.
               10  WS-RS-AMOUNT        PIC 9(9)V99.
       01  WS-REASON-ENTRIES       PIC 9(3) COMP VALUE ZERO.

       01  WS-BORROWER-TABLE.
           05  WS-BW-ENTRY OCCURS 500 TIMES.
               10  WS-BW-CUSTOMER-ID   PIC 9(5).
               10  WS-BW-COUNT         PIC 9(5) COMP.
               10  WS-BW-AMOUNT        PIC 9(9)V99.
       01  WS-BORROWER-ENTRIES     PIC 9(3) COMP VALUE ZERO.

      *  Waivers per loan over the twelve-month look-back.
       01  WS-LOAN-TABLE.
           05  WS-LN-ENTRY OCCURS 1000 TIMES.
               10  WS-LN-LOAN-ID       PIC 9(5).
               10  WS-LN-CUSTOMER-ID   PIC 9(5).
               10  WS-LN-MONTH-COUNT   PIC 9(5) COMP.
               10  WS-LN-YEAR-COUNT    PIC 9(5) COMP.
               10  WS-LN-YEAR-AMOUNT   PIC 9(9)V99.
       01  WS-LOAN-ENTRIES         PIC 9(4) COMP VALUE ZERO.

       01  WS-TB-IX                PIC 9(4) COMP.
       01  WS-HIT-IX               PIC 9(4) COMP.
       01  WS-ENTRY-FOUND          PIC X.
           88  ENTRY-FOUND          VALUE 'Y'.
       01  WS-TABLE-FULL-COUNT     PIC 9(5) COMP VALUE ZERO.

       01  WS-TOT-POSTED           PIC 9(5) COMP VALUE ZERO.
       01  WS-TOT-AMOUNT           PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-OVER-AUTHORITY   PIC 9(5) COMP VALUE ZERO.
       01  WS-TOT-PENDING          PIC 9(5) COMP VALUE ZERO.
       01  WS-TOT-PENDING-AMOUNT   PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-REJECTED         PIC 9(5) COMP VALUE ZERO.
       01  WS-TOT-REPEAT-LOANS     PIC 9(5) COMP VALUE ZERO.

       01  WS-EDIT-COUNT           PIC Z(4)9.
       01  WS-EDIT-AMOUNT-1        PIC Z(8)9.99.
       01  WS-EDIT-AMOUNT-2        PIC Z(8)9.99.

       PROCEDURE DIVISION.

       CALL 'GET-BUSINESS-DATE' USING WS-RUN-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
       END-IF
       COMPUTE WS-WINDOW-YYYYMM = WS-RUN-YYYYMM - 100

       DISPLAY '============================================'
       DISPLAY '  FEE WAIVER REPORT ' WS-RUN-YYYYMM
       DISPLAY '============================================'

       OPEN INPUT FEE-WAIVER-FILE
       IF NOT WAIVER-FILE-OK
           DISPLAY 'No Fee Waivers On File.'
           DISPLAY '============================================'
           STOP RUN
       END-IF

       DISPLAY ' '
       DISPLAY 'WAIVERS POSTED'
       PERFORM REPORT-NEXT-WAIVER UNTIL END-OF-WAIVERS
       CLOSE FEE-WAIVER-FILE

       DISPLAY ' '
       DISPLAY 'BY OPERATOR'
       PERFORM PRINT-OPERATOR-LINE
           VARYING WS-TB-IX FROM 1 BY 1
           UNTIL WS-TB-IX > WS-OPERATOR-ENTRIES
       DISPLAY ' '
       DISPLAY 'BY BRANCH'
       PERFORM PRINT-BRANCH-LINE
           VARYING WS-TB-IX FROM 1 BY 1
           UNTIL WS-TB-IX > WS-BRANCH-ENTRIES
       DISPLAY ' '
       DISPLAY 'BY REASON'
       PERFORM PRINT-REASON-LINE
           VARYING WS-TB-IX FROM 1 BY 1
           UNTIL WS-TB-IX > WS-REASON-ENTRIES
       DISPLAY ' '
       DISPLAY 'BY BORROWER'
       PERFORM PRINT-BORROWER-LINE
           VARYING WS-TB-IX FROM 1 BY 1
           UNTIL WS-TB-IX > WS-BORROWER-ENTRIES
       DISPLAY ' '
       DISPLAY 'REPEAT WAIVERS (2 OR MORE IN 12 MONTHS)'
       PERFORM PRINT-REPEAT-LINE
           VARYING WS-TB-IX FROM 1 BY 1
           UNTIL WS-TB-IX > WS-LOAN-ENTRIES

       DISPLAY ' '
       DISPLAY '--------------------------------------------'
       MOVE WS-TOT-POSTED TO WS-EDIT-COUNT
       DISPLAY 'Waivers Posted       : ' WS-EDIT-COUNT
       MOVE WS-TOT-AMOUNT TO WS-EDIT-AMOUNT-1
       DISPLAY 'Fees Waived          : ' WS-EDIT-AMOUNT-1
       MOVE WS-TOT-OVER-AUTHORITY TO WS-EDIT-COUNT
       DISPLAY 'Released By Superv.  : ' WS-EDIT-COUNT
       MOVE WS-TOT-REPEAT-LOANS TO WS-EDIT-COUNT
       DISPLAY 'Repeat-Waiver Loans  : ' WS-EDIT-COUNT
       MOVE WS-TOT-PENDING TO WS-EDIT-COUNT
       MOVE WS-TOT-PENDING-AMOUNT TO WS-EDIT-AMOUNT-1
       DISPLAY 'Awaiting Supervisor  : ' WS-EDIT-COUNT
           ' ' WS-EDIT-AMOUNT-1
       MOVE WS-TOT-REJECTED TO WS-EDIT-COUNT
       DISPLAY 'Rejected In Month    : ' WS-EDIT-COUNT
       IF WS-TABLE-FULL-COUNT > ZERO
           MOVE WS-TABLE-FULL-COUNT TO WS-EDIT-COUNT
           DISPLAY 'WARNING: Summary Table Full - ' WS-EDIT-COUNT
               ' Waivers Left Out Of A Summary.'
       END-IF
       DISPLAY '============================================'

       STOP RUN.

       REPORT-NEXT-WAIVER.
           READ FEE-WAIVER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-WAIVERS
               NOT AT END
                   PERFORM SORT-OUT-WAIVER
           END-READ.

      *----------------------------------------------------------------
      *  Posted waivers count by the month they were posted; pending
      *  ones are counted whenever keyed, rejections by the month of
      *  the rejection.
      *----------------------------------------------------------------
       SORT-OUT-WAIVER.
           EVALUATE TRUE
               WHEN WAIVE-APPLIED
                   MOVE WAIVE-APPLIED-DATE TO WS-WORK-DATE
                   IF WS-WORK-YYYYMM = WS-RUN-YYYYMM
                       PERFORM REPORT-POSTED-WAIVER
                   END-IF
                   IF WS-WORK-YYYYMM > WS-WINDOW-YYYYMM
                      AND WS-WORK-YYYYMM NOT > WS-RUN-YYYYMM
                       PERFORM COUNT-LOAN-WAIVER
                   END-IF
               WHEN WAIVE-PENDING
                   ADD 1 TO WS-TOT-PENDING
                   ADD WAIVE-AMOUNT TO WS-TOT-PENDING-AMOUNT
               WHEN WAIVE-REJECTED
                   MOVE WAIVE-APPLIED-DATE TO WS-WORK-DATE
                   IF WS-WORK-YYYYMM = WS-RUN-YYYYMM
                       ADD 1 TO WS-TOT-REJECTED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REPORT-POSTED-WAIVER.
           MOVE WAIVE-FEE-AMOUNT TO WS-EDIT-AMOUNT-1
           MOVE WAIVE-AMOUNT     TO WS-EDIT-AMOUNT-2
           DISPLAY '  Waiver ' WAIVER-ID OF FEE-WAIVER-REC
               ' Loan ' WAIVE-LOAN-ID
               ' Borrower ' WAIVE-CUSTOMER-ID
               ' Posted ' WAIVE-APPLIED-DATE
           DISPLAY '    Fee ' WAIVE-FEE-TRAN-ID
               ' Of ' WAIVE-FEE-DATE ' ' WS-EDIT-AMOUNT-1
               '  Waived ' WS-EDIT-AMOUNT-2 ' ' WAIVE-REASON
           IF WAIVE-APPROVED-BY = SPACES
               DISPLAY '    By ' WAIVE-REQUESTED-BY
                   ' ' WAIVE-ROLE ' Branch ' WAIVE-BRANCH
           ELSE
               DISPLAY '    By ' WAIVE-REQUESTED-BY
                   ' ' WAIVE-ROLE ' Branch ' WAIVE-BRANCH
                   ' Released By ' WAIVE-APPROVED-BY
               ADD 1 TO WS-TOT-OVER-AUTHORITY
           END-IF

           ADD 1 TO WS-TOT-POSTED
           ADD WAIVE-AMOUNT TO WS-TOT-AMOUNT

           PERFORM FIND-OPERATOR-ENTRY
           IF WS-HIT-IX > ZERO
               ADD 1 TO WS-OP-COUNT (WS-HIT-IX)
               ADD WAIVE-AMOUNT TO WS-OP-AMOUNT (WS-HIT-IX)
           END-IF
           PERFORM FIND-BRANCH-ENTRY
           IF WS-HIT-IX > ZERO
               ADD 1 TO WS-BR-COUNT (WS-HIT-IX)
               ADD WAIVE-AMOUNT TO WS-BR-AMOUNT (WS-HIT-IX)
           END-IF
           PERFORM FIND-REASON-ENTRY
           IF WS-HIT-IX > ZERO
               ADD 1 TO WS-RS-COUNT (WS-HIT-IX)
               ADD WAIVE-AMOUNT TO WS-RS-AMOUNT (WS-HIT-IX)
           END-IF
           PERFORM FIND-BORROWER-ENTRY
           IF WS-HIT-IX > ZERO
               ADD 1 TO WS-BW-COUNT (WS-HIT-IX)
               ADD WAIVE-AMOUNT TO WS-BW-AMOUNT (WS-HIT-IX)
           END-IF.

       COUNT-LOAN-WAIVER.
           PERFORM FIND-LOAN-ENTRY
           IF WS-HIT-IX > ZERO
               ADD 1 TO WS-LN-YEAR-COUNT (WS-HIT-IX)
               ADD WAIVE-AMOUNT TO WS-LN-YEAR-AMOUNT (WS-HIT-IX)
               IF WS-WORK-YYYYMM = WS-RUN-YYYYMM
                   ADD 1 TO WS-LN-MONTH-COUNT (WS-HIT-IX)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  Find (or open) the waiver's row in each summary table.
      *----------------------------------------------------------------
       FIND-OPERATOR-ENTRY.
           MOVE ZERO TO WS-HIT-IX
           MOVE 'N' TO WS-ENTRY-FOUND
           PERFORM MATCH-ONE-OPERATOR
               VARYING WS-TB-IX FROM 1 BY 1
               UNTIL WS-TB-IX > WS-OPERATOR-ENTRIES
                  OR ENTRY-FOUND
           IF WS-HIT-IX = ZERO
               IF WS-OPERATOR-ENTRIES < 200
                   ADD 1 TO WS-OPERATOR-ENTRIES
                   MOVE WS-OPERATOR-ENTRIES TO WS-HIT-IX
                   MOVE WAIVE-REQUESTED-BY TO WS-OP-ID (WS-HIT-IX)
                   MOVE WAIVE-ROLE TO WS-OP-ROLE (WS-HIT-IX)
                   MOVE ZERO TO WS-OP-COUNT (WS-HIT-IX)
                   MOVE ZERO TO WS-OP-AMOUNT (WS-HIT-IX)
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
               END-IF
           END-IF.

       MATCH-ONE-OPERATOR.
           IF WS-OP-ID (WS-TB-IX) = WAIVE-REQUESTED-BY
               MOVE WS-TB-IX TO WS-HIT-IX
               MOVE 'Y' TO WS-ENTRY-FOUND
           END-IF.

       FIND-BRANCH-ENTRY.
           MOVE ZERO TO WS-HIT-IX
           MOVE 'N' TO WS-ENTRY-FOUND
           PERFORM MATCH-ONE-BRANCH
               VARYING WS-TB-IX FROM 1 BY 1
               UNTIL WS-TB-IX > WS-BRANCH-ENTRIES
                  OR ENTRY-FOUND
           IF WS-HIT-IX = ZERO
               IF WS-BRANCH-ENTRIES < 200
                   ADD 1 TO WS-BRANCH-ENTRIES
                   MOVE WS-BRANCH-ENTRIES TO WS-HIT-IX
                   MOVE WAIVE-BRANCH TO WS-BR-ID (WS-HIT-IX)
                   MOVE ZERO TO WS-BR-COUNT (WS-HIT-IX)
                   MOVE ZERO TO WS-BR-AMOUNT (WS-HIT-IX)
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
               END-IF
           END-IF.

       MATCH-ONE-BRANCH.
           IF WS-BR-ID (WS-TB-IX) = WAIVE-BRANCH
               MOVE WS-TB-IX TO WS-HIT-IX
               MOVE 'Y' TO WS-ENTRY-FOUND
           END-IF.

       FIND-REASON-ENTRY.
           MOVE ZERO TO WS-HIT-IX
           MOVE 'N' TO WS-ENTRY-FOUND
           PERFORM MATCH-ONE-REASON
               VARYING WS-TB-IX FROM 1 BY 1
               UNTIL WS-TB-IX > WS-REASON-ENTRIES
                  OR ENTRY-FOUND
           IF WS-HIT-IX = ZERO
               IF WS-REASON-ENTRIES < 20
                   ADD 1 TO WS-REASON-ENTRIES
                   MOVE WS-REASON-ENTRIES TO WS-HIT-IX
                   MOVE WAIVE-REASON TO WS-RS-CODE (WS-HIT-IX)
                   MOVE ZERO TO WS-RS-COUNT (WS-HIT-IX)
                   MOVE ZERO TO WS-RS-AMOUNT (WS-HIT-IX)
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
               END-IF
           END-IF.

       MATCH-ONE-REASON.
           IF WS-RS-CODE (WS-TB-IX) = WAIVE-REASON
               MOVE WS-TB-IX TO WS-HIT-IX
               MOVE 'Y' TO WS-ENTRY-FOUND
           END-IF.

       FIND-BORROWER-ENTRY.
           MOVE ZERO TO WS-HIT-IX
           MOVE 'N' TO WS-ENTRY-FOUND
           PERFORM MATCH-ONE-BORROWER
               VARYING WS-TB-IX FROM 1 BY 1
               UNTIL WS-TB-IX > WS-BORROWER-ENTRIES
                  OR ENTRY-FOUND
           IF WS-HIT-IX = ZERO
               IF WS-BORROWER-ENTRIES < 500
                   ADD 1 TO WS-BORROWER-ENTRIES
                   MOVE WS-BORROWER-ENTRIES TO WS-HIT-IX
                   MOVE WAIVE-CUSTOMER-ID
                       TO WS-BW-CUSTOMER-ID (WS-HIT-IX)
                   MOVE ZERO TO WS-BW-COUNT (WS-HIT-IX)
                   MOVE ZERO TO WS-BW-AMOUNT (WS-HIT-IX)
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
               END-IF
           END-IF.

       MATCH-ONE-BORROWER.
           IF WS-BW-CUSTOMER-ID (WS-TB-IX) = WAIVE-CUSTOMER-ID
               MOVE WS-TB-IX TO WS-HIT-IX
               MOVE 'Y' TO WS-ENTRY-FOUND
           END-IF.

       FIND-LOAN-ENTRY.
           MOVE ZERO TO WS-HIT-IX
           MOVE 'N' TO WS-ENTRY-FOUND
           PERFORM MATCH-ONE-LOAN
               VARYING WS-TB-IX FROM 1 BY 1
               UNTIL WS-TB-IX > WS-LOAN-ENTRIES
                  OR ENTRY-FOUND
           IF WS-HIT-IX = ZERO
               IF WS-LOAN-ENTRIES < 1000
                   ADD 1 TO WS-LOAN-ENTRIES
                   MOVE WS-LOAN-ENTRIES TO WS-HIT-IX
                   MOVE WAIVE-LOAN-ID TO WS-LN-LOAN-ID (WS-HIT-IX)
                   MOVE WAIVE-CUSTOMER-ID
                       TO WS-LN-CUSTOMER-ID (WS-HIT-IX)
                   MOVE ZERO TO WS-LN-MONTH-COUNT (WS-HIT-IX)
                   MOVE ZERO TO WS-LN-YEAR-COUNT (WS-HIT-IX)
                   MOVE ZERO TO WS-LN-YEAR-AMOUNT (WS-HIT-IX)
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
               END-IF
           END-IF.

       MATCH-ONE-LOAN.
           IF WS-LN-LOAN-ID (WS-TB-IX) = WAIVE-LOAN-ID
               MOVE WS-TB-IX TO WS-HIT-IX
               MOVE 'Y' TO WS-ENTRY-FOUND
           END-IF.

       PRINT-OPERATOR-LINE.
           MOVE WS-OP-COUNT (WS-TB-IX) TO WS-EDIT-COUNT
           MOVE WS-OP-AMOUNT (WS-TB-IX) TO WS-EDIT-AMOUNT-1
           DISPLAY '  ' WS-OP-ID (WS-TB-IX) ' ' WS-OP-ROLE (WS-TB-IX)
               ' Waivers ' WS-EDIT-COUNT ' Amount ' WS-EDIT-AMOUNT-1.

       PRINT-BRANCH-LINE.
           MOVE WS-BR-COUNT (WS-TB-IX) TO WS-EDIT-COUNT
           MOVE WS-BR-AMOUNT (WS-TB-IX) TO WS-EDIT-AMOUNT-1
           DISPLAY '  Branch ' WS-BR-ID (WS-TB-IX)
               ' Waivers ' WS-EDIT-COUNT ' Amount ' WS-EDIT-AMOUNT-1.

       PRINT-REASON-LINE.
           MOVE WS-RS-COUNT (WS-TB-IX) TO WS-EDIT-COUNT
           MOVE WS-RS-AMOUNT (WS-TB-IX) TO WS-EDIT-AMOUNT-1
           DISPLAY '  ' WS-RS-CODE (WS-TB-IX)
               ' Waivers ' WS-EDIT-COUNT ' Amount ' WS-EDIT-AMOUNT-1.

       PRINT-BORROWER-LINE.
           MOVE WS-BW-COUNT (WS-TB-IX) TO WS-EDIT-COUNT
           MOVE WS-BW-AMOUNT (WS-TB-IX) TO WS-EDIT-AMOUNT-1
           DISPLAY '  Borrower ' WS-BW-CUSTOMER-ID (WS-TB-IX)
               ' Waivers ' WS-EDIT-COUNT ' Amount ' WS-EDIT-AMOUNT-1.

       PRINT-REPEAT-LINE.
           IF WS-LN-MONTH-COUNT (WS-TB-IX) > ZERO
              AND WS-LN-YEAR-COUNT (WS-TB-IX) > 1
               ADD 1 TO WS-TOT-REPEAT-LOANS
               MOVE WS-LN-YEAR-COUNT (WS-TB-IX) TO WS-EDIT-COUNT
               MOVE WS-LN-YEAR-AMOUNT (WS-TB-IX) TO WS-EDIT-AMOUNT-1
               DISPLAY '  Loan ' WS-LN-LOAN-ID (WS-TB-IX)
                   ' Borrower ' WS-LN-CUSTOMER-ID (WS-TB-IX)
                   ' Waivers ' WS-EDIT-COUNT
                   ' Amount ' WS-EDIT-AMOUNT-1
           END-IF.
