      *  Proves that yesterday's closing portfolio balance, plus
      *  today's fundings (FUNDING.DAT), minus the principal portion
      *  of today's posted payments and payoffs, plus today's
      *  reversals and line draws (TRANSACTION.DAT), equals
      *  tonight's closing LOAN-BALANCE total off LOAN-FILE.  Writes
      *  a RECONCILIATION REPORT-REC with an out-of-balance flag when
      *  the movement does not explain the change, and stores
      *  tonight's closing on TRIAL_BALANCE.DAT for tomorrow's
      *  opening.  Each movement
      *  counts the way the balances actually received it: payments
      *  at their full amount (BALANCE-UPDATE's movement), payoffs
      *  at their principal portion only.
      *
      *  Each legal entity's books roll forward on their own: every
      *  funding, transaction and balance counts to the entity that
      *  owns the loan (COMPANY-CODE on LOAN-REC), and each entity
      *  gets its own schedule, reconciliation row and stored
      *  closing.  The original charter, entity 000, always gets
      *  one, so a single-entity shop sees the report it always has.
      *================================================================

       ENVIRONMENT DIVISION.
           88  END-OF-FUNDINGS      VALUE 'Y'.
       01  WS-END-OF-TB            PIC X VALUE 'N'.
           88  END-OF-TB            VALUE 'Y'.
      *  Open-success flag: LOAN-FILE-STATUS rolls with every READ
      *  (a funding for a loan not on file leaves 23 behind), so
      *  the per-row owner lookups guard on this, set once at OPEN.
       01  WS-LOAN-OPENED          PIC X VALUE 'N'.
           88  LOAN-WAS-OPENED      VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-BUSDATE-FOUND        PIC X.
       01  WS-CLOSING-ACTUAL       PIC 9(11)V99 VALUE ZERO.
       01  WS-CLOSING-EXPECTED     PIC S9(11)V99.
       01  WS-DIFFERENCE           PIC S9(11)V99.
       01  WS-COMPANY-CODE         PIC 9(3) VALUE ZERO.
       01  WS-ANY-OUT-OF-BALANCE   PIC X VALUE 'N'.
           88  ANY-OUT-OF-BALANCE   VALUE 'Y'.

      *  One rollforward per legal entity.
       01  WS-ENTITY-COUNT         PIC 9(2) COMP VALUE ZERO.
       01  WS-ENTITY-TABLE.
           05  WS-ENTITY-ENTRY OCCURS 20 TIMES
                   INDEXED BY EN-IX.
               10  WS-EN-COMPANY        PIC 9(3).
               10  WS-EN-OPENING        PIC 9(11)V99.
               10  WS-EN-OPENING-DATE   PIC 9(8).
               10  WS-EN-OPENING-FOUND  PIC X.
               10  WS-EN-FUNDINGS       PIC 9(11)V99.
               10  WS-EN-PRINCIPAL      PIC S9(11)V99.
               10  WS-EN-CLOSING        PIC 9(11)V99.
       01  WS-FIND-COMPANY         PIC 9(3).
       01  WS-ENTITY-FOUND         PIC X.
       01  WS-ENTITY-IX            PIC 9(2) COMP.
       01  WS-ENTITY-OVERFLOW      PIC X VALUE 'N'.
           88  ENTITY-OVERFLOWED    VALUE 'Y'.
       01  WS-NEXT-REPORT-ID       PIC 9(5) VALUE ZERO.
       01  WS-END-OF-REPORTS       PIC X VALUE 'N'.
           88  END-OF-REPORTS       VALUE 'Y'.
           ACCEPT WS-RUN-DATE
       END-IF

      *  The original charter's schedule always prints first.
       MOVE ZERO TO WS-FIND-COMPANY
       PERFORM FIND-ENTITY-ENTRY

       OPEN INPUT LOAN-FILE
       IF NOT LOAN-FILE-OK
           DISPLAY 'Error Opening LOAN-FILE.'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE 'Y' TO WS-LOAN-OPENED

       PERFORM TOTAL-CLOSING-BALANCE
       PERFORM FIND-OPENING-BALANCE
       PERFORM TOTAL-TODAYS-FUNDINGS
       PERFORM TOTAL-TODAYS-PRINCIPAL

       CLOSE LOAN-FILE

       IF ENTITY-OVERFLOWED
           DISPLAY 'MORE THAN 20 LEGAL ENTITIES - TRIAL BALANCE '
               'NOT PRODUCED.'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM ROLL-FORWARD-ONE-ENTITY
           VARYING WS-ENTITY-IX FROM 1 BY 1
           UNTIL WS-ENTITY-IX > WS-ENTITY-COUNT

       IF ANY-OUT-OF-BALANCE
           DISPLAY 'TRIAL BALANCE OUT OF BALANCE - SEE THE '
               'RECONCILIATION REPORT ROW.'
       END-IF

       STOP RUN.

       ROLL-FORWARD-ONE-ENTITY.
           SET EN-IX TO WS-ENTITY-IX
           MOVE WS-EN-COMPANY (EN-IX)      TO WS-COMPANY-CODE
           MOVE WS-EN-OPENING (EN-IX)      TO WS-OPENING-BALANCE
           MOVE WS-EN-OPENING-DATE (EN-IX) TO WS-OPENING-DATE
           MOVE WS-EN-OPENING-FOUND (EN-IX) TO WS-OPENING-FOUND
           MOVE WS-EN-FUNDINGS (EN-IX)     TO WS-FUNDINGS-TODAY
           MOVE WS-EN-PRINCIPAL (EN-IX)    TO WS-PRINCIPAL-TODAY
           MOVE WS-EN-CLOSING (EN-IX)      TO WS-CLOSING-ACTUAL

           IF OPENING-FOUND
               COMPUTE WS-CLOSING-EXPECTED =
                   WS-OPENING-BALANCE + WS-FUNDINGS-TODAY
                   - WS-PRINCIPAL-TODAY
           ELSE
               DISPLAY 'No Prior Trial Balance On File For Company '
                   WS-COMPANY-CODE ' - Tonight''s Closing Becomes '
                   'The First Opening.'
               MOVE WS-CLOSING-ACTUAL TO WS-CLOSING-EXPECTED
           END-IF

           COMPUTE WS-DIFFERENCE =
               WS-CLOSING-ACTUAL - WS-CLOSING-EXPECTED

           DISPLAY ' '
           DISPLAY '============================================'
           DISPLAY '   DAILY TRIAL BALANCE - ' WS-RUN-DATE
           DISPLAY '   COMPANY ' WS-COMPANY-CODE
           DISPLAY '============================================'
           DISPLAY 'Opening Balance   : ' WS-OPENING-BALANCE
               ' (As Of ' WS-OPENING-DATE ')'
           DISPLAY 'Fundings          : ' WS-FUNDINGS-TODAY
           DISPLAY 'Principal Applied : ' WS-PRINCIPAL-TODAY
           DISPLAY 'Expected Closing  : ' WS-CLOSING-EXPECTED
           DISPLAY 'Actual Closing    : ' WS-CLOSING-ACTUAL
           DISPLAY 'Difference        : ' WS-DIFFERENCE
           DISPLAY '============================================'

           PERFORM WRITE-RECONCILIATION-ROW
           PERFORM STORE-CLOSING-BALANCE

           IF WS-DIFFERENCE NOT = ZERO
               MOVE 'Y' TO WS-ANY-OUT-OF-BALANCE
           END-IF.

      *----------------------------------------------------------------
      *  Finds WS-FIND-COMPANY's rollforward, starting it at zero the
      *  first time the entity turns up.
      *----------------------------------------------------------------
       FIND-ENTITY-ENTRY.
           MOVE 'N' TO WS-ENTITY-FOUND
           PERFORM SCAN-ONE-ENTITY-ENTRY
               VARYING WS-ENTITY-IX FROM 1 BY 1
               UNTIL WS-ENTITY-IX > WS-ENTITY-COUNT
                  OR WS-ENTITY-FOUND = 'Y'
           IF WS-ENTITY-FOUND = 'Y'
               SUBTRACT 1 FROM WS-ENTITY-IX
               SET EN-IX TO WS-ENTITY-IX
           ELSE
               IF WS-ENTITY-COUNT < 20
                   ADD 1 TO WS-ENTITY-COUNT
                   SET EN-IX TO WS-ENTITY-COUNT
                   MOVE WS-FIND-COMPANY TO WS-EN-COMPANY (EN-IX)
                   MOVE ZERO TO WS-EN-OPENING (EN-IX)
                   MOVE ZERO TO WS-EN-OPENING-DATE (EN-IX)
                   MOVE 'N'  TO WS-EN-OPENING-FOUND (EN-IX)
                   MOVE ZERO TO WS-EN-FUNDINGS (EN-IX)
                   MOVE ZERO TO WS-EN-PRINCIPAL (EN-IX)
                   MOVE ZERO TO WS-EN-CLOSING (EN-IX)
               ELSE
                   MOVE 'Y' TO WS-ENTITY-OVERFLOW
                   SET EN-IX TO WS-ENTITY-COUNT
               END-IF
           END-IF.

       SCAN-ONE-ENTITY-ENTRY.
           SET EN-IX TO WS-ENTITY-IX
           IF WS-EN-COMPANY (EN-IX) = WS-FIND-COMPANY
               MOVE 'Y' TO WS-ENTITY-FOUND
           END-IF.

      *  Owner of the loan in LOAN-ID OF LOAN-REC; a loan not on file
      *  counts to the original charter.
       FIND-LOAN-ENTITY.
           MOVE ZERO TO WS-FIND-COMPANY
           IF LOAN-WAS-OPENED
               READ LOAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF COMPANY-CODE OF LOAN-REC IS NUMERIC
                           MOVE COMPANY-CODE OF LOAN-REC
                               TO WS-FIND-COMPANY
                       END-IF
               END-READ
           END-IF
           PERFORM FIND-ENTITY-ENTRY.

      *----------------------------------------------------------------
      *  Each entity's opening is its most recent stored closing
      *  before the run date.
      *----------------------------------------------------------------
       FIND-OPENING-BALANCE.
           OPEN INPUT TRIAL-BALANCE-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-TB
               NOT AT END
                   IF TB-COMPANY-CODE IS NUMERIC
                       MOVE TB-COMPANY-CODE TO WS-FIND-COMPANY
                   ELSE
                       MOVE ZERO TO WS-FIND-COMPANY
                   END-IF
                   IF TB-DATE < WS-RUN-DATE
                       PERFORM FIND-ENTITY-ENTRY
                       IF TB-DATE > WS-EN-OPENING-DATE (EN-IX)
                           MOVE TB-DATE
                               TO WS-EN-OPENING-DATE (EN-IX)
                           MOVE TB-CLOSING-BALANCE
                               TO WS-EN-OPENING (EN-IX)
                           MOVE 'Y' TO WS-EN-OPENING-FOUND (EN-IX)
                       END-IF
                   END-IF
           END-READ.

                   MOVE 'Y' TO WS-END-OF-FUNDINGS
               NOT AT END
                   IF FUNDING-DATE = WS-RUN-DATE
                       MOVE LOAN-ID OF FUNDING-REC
                           TO LOAN-ID OF LOAN-REC
                       PERFORM FIND-LOAN-ENTITY
                       ADD GROSS-AMOUNT TO WS-EN-FUNDINGS (EN-IX)
                   END-IF
           END-READ.

      *  their full amount (BALANCE-UPDATE's movement), a payoff by
      *  its principal portion only (LOAN-PAYOFF zeroes the balance;
      *  the accrued-interest part of the quote never was balance),
      *  and reversals add the money back, as do home-equity line
      *  draws.  An ADJUSTMENT naming no transaction reduces it by
      *  its principal portion -- the unearned ancillary premium
      *  ANCILLARY-CANCEL credits to a loan; interim-interest
      *  adjustments carry no principal and move nothing.
      *----------------------------------------------------------------
       TOTAL-TODAYS-PRINCIPAL.
           OPEN INPUT TRANSACTION-FILE
                   MOVE 'Y' TO WS-END-OF-TRANSACTIONS
               NOT AT END
                   IF PAYMENT-DATE = WS-RUN-DATE
                       MOVE LOAN-ID OF TRANSACTION-REC
                           TO LOAN-ID OF LOAN-REC
                       PERFORM FIND-LOAN-ENTITY
                       EVALUATE TRUE
                           WHEN TYPE-PAYMENT
                               ADD PAYMENT-AMOUNT OF TRANSACTION-REC
                                   TO WS-EN-PRINCIPAL (EN-IX)
                           WHEN TYPE-PAYOFF
                               IF ALLOCATION-SPLIT NUMERIC
                                  AND ALLOCATION-SPLIT NOT = ZEROS
                                   ADD ALLOC-PRINCIPAL-AMOUNT
                                       TO WS-EN-PRINCIPAL (EN-IX)
                               ELSE
                                   ADD PAYMENT-AMOUNT
                                       OF TRANSACTION-REC
                                       TO WS-EN-PRINCIPAL (EN-IX)
                               END-IF
                           WHEN TYPE-REVERSAL AND TENDER-PMT-TRANSFER
                                AND ALLOCATION-SPLIT NUMERIC
                                AND ALLOCATION-SPLIT NOT = ZEROS
                               SUBTRACT ALLOC-PRINCIPAL-AMOUNT
                                   FROM WS-EN-PRINCIPAL (EN-IX)
                           WHEN TYPE-REVERSAL OR TYPE-DRAW
                               SUBTRACT PAYMENT-AMOUNT
                                   OF TRANSACTION-REC
                                   FROM WS-EN-PRINCIPAL (EN-IX)
                           WHEN TYPE-ADJUSTMENT
                                AND REVERSED-TRANSACTION-ID = ZERO
                               IF ALLOC-PRINCIPAL-AMOUNT NUMERIC
                                   ADD ALLOC-PRINCIPAL-AMOUNT
                                       TO WS-EN-PRINCIPAL (EN-IX)
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
           END-READ.

       TOTAL-CLOSING-BALANCE.
           PERFORM SUM-NEXT-LOAN UNTIL END-OF-LOANS.

       SUM-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-LOANS
               NOT AT END
                   IF COMPANY-CODE OF LOAN-REC IS NUMERIC
                       MOVE COMPANY-CODE OF LOAN-REC
                           TO WS-FIND-COMPANY
                   ELSE
                       MOVE ZERO TO WS-FIND-COMPANY
                   END-IF
                   PERFORM FIND-ENTITY-ENTRY
                   ADD LOAN-BALANCE OF LOAN-REC
                       TO WS-EN-CLOSING (EN-IX)
           END-READ.

       WRITE-RECONCILIATION-ROW.
           ELSE
               MOVE 'OUT-OF-BAL' TO RECON-STATUS
           END-IF
           MOVE WS-COMPANY-CODE     TO RECON-COMPANY-CODE
           WRITE REPORT-REC

           CLOSE REPORT-FILE.
           END-IF
           MOVE WS-RUN-DATE       TO TB-DATE
           MOVE WS-CLOSING-ACTUAL TO TB-CLOSING-BALANCE
           MOVE WS-COMPANY-CODE   TO TB-COMPANY-CODE
           WRITE TRIAL-BALANCE-REC
           CLOSE TRIAL-BALANCE-FILE.
