      *
      *  Each position's GL-POSTED-ACCRUED advances to what was
      *  booked, so a rerun posts nothing twice.  The accountants'
      *  manual month-end accrual entry retires.  No interest is
      *  computed here: the movement is whatever INTEREST-ACCRUAL
      *  accrued on the loan's DAY-COUNT-BASIS, so the books follow
      *  the same 30/360, Actual/365 or Actual/Actual figure the
      *  borrower is quoted.
      *
      *  Each loan's movement books to its owning entity, under
      *  that entity's INTRECV and INTEREST accounts (GL-ACCOUNT-
      *  LOOKUP), and the totals are shown entity by entity.
      *
      *  A precomputed-interest contract keeps no accrual position;
      *  a second pass over LOAN.DAT books the movement on its
      *  unearned-interest account (UNEARNED) instead, each figure
      *  against the GL-POSTED field that says how much of it is
      *  already on the books:
      *
      *      finance charge - debit the loan receivable (LOAN),
      *                       credit UNEARNED: the charge added to
      *                       the contract balance at funding or
      *                       boarding;
      *      earned         - debit UNEARNED, credit interest income
      *                       (INTEREST): the installments INTEREST-
      *                       ACCRUAL earned by the contract method;
      *      rebate         - debit UNEARNED, credit LOAN: the
      *                       unearned interest LOAN-PAYOFF took off
      *                       the balance at early payoff.
      *================================================================

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT GL-POSTING-FILE ASSIGN TO 'GL_POSTING.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  LOAN-FILE.
       COPY LOANREC.

       FD  GL-POSTING-FILE.
       COPY GLPOSTREC.

           88  ACCRUAL-FILE-OK      VALUE '00'.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
       01  GL-FILE-STATUS          PIC XX.
           88  GL-FILE-OK           VALUE '00'.

       01  WS-MAP-CATEGORY         PIC X(10).
       01  WS-MAP-FOUND            PIC X.
           88  MAP-WAS-FOUND        VALUE 'Y'.
       01  WS-MAP-ACCOUNT          PIC X(10).
       01  WS-GL-COMPANY           PIC 9(3) VALUE ZERO.

      *  One entry per owning entity seen this run: its two accounts,
      *  looked up once, and what it booked.
       01  WS-COMPANY-TABLE.
           05  WS-COMPANY-ENTRY OCCURS 20 TIMES
                   INDEXED BY CO-IX.
               10  WS-CO-ID             PIC 9(3).
               10  WS-CO-ACCT-INTRECV   PIC X(10).
               10  WS-CO-ACCT-INTEREST  PIC X(10).
               10  WS-CO-ACCT-UNEARNED  PIC X(10).
               10  WS-CO-ACCT-LOAN      PIC X(10).
               10  WS-CO-POSTED         PIC 9(5) COMP.
               10  WS-CO-INCOME         PIC S9(11)V99.
       01  WS-COMPANY-COUNT        PIC 9(2) COMP VALUE ZERO.
       01  WS-COMPANY-FOUND        PIC X.
       01  WS-LIST-IX              PIC 9(2) COMP.

       01  WS-POSITIONS-POSTED     PIC 9(5) COMP VALUE ZERO.
       01  WS-END-OF-LOANS         PIC X VALUE 'N'.
           88  END-OF-LOANS         VALUE 'Y'.
       01  WS-PRECOMP-POSTED       PIC 9(5) COMP VALUE ZERO.
       01  WS-PC-DEBIT-ACCT        PIC X(10).
       01  WS-PC-CREDIT-ACCT       PIC X(10).
       01  WS-PC-SWAP-ACCT         PIC X(10).
       01  WS-PC-DESCRIPTION       PIC X(30).
       01  WS-PRECOMP-PAIRS-WRITTEN PIC 9(2) COMP VALUE ZERO.
       01  WS-INCOME-BOOKED        PIC S9(11)V99 VALUE ZERO.

       01  WS-CTL-STEP-NAME        PIC X(20).

       MOVE WS-RST-BUSINESS-DATE TO WS-RUN-DATE

       OPEN I-O ACCRUAL-FILE
       IF NOT ACCRUAL-FILE-OK
           DISPLAY 'No ACCRUAL-FILE On Hand - Nothing To Post.'
           STOP RUN
       END-IF
       OPEN I-O LOAN-FILE
       IF LOAN-FILE-OK
           MOVE 'Y' TO WS-LOAN-OPENED
       END-IF

       PERFORM POST-NEXT-POSITION UNTIL END-OF-ACCRUALS

       IF LOAN-WAS-OPENED
           MOVE ZERO TO LOAN-ID OF LOAN-REC
           START LOAN-FILE KEY IS NOT LESS THAN LOAN-ID OF LOAN-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LOANS
           END-START
           PERFORM POST-NEXT-PRECOMPUTED UNTIL END-OF-LOANS
       END-IF

       CLOSE ACCRUAL-FILE
       IF LOAN-WAS-OPENED
           CLOSE LOAN-FILE
                                          WS-RST-BUSINESS-DATE
                                          WS-RST-STEP-DONE

       PERFORM SHOW-COMPANY-TOTALS
           VARYING WS-LIST-IX FROM 1 BY 1
           UNTIL WS-LIST-IX > WS-COMPANY-COUNT

       DISPLAY 'GL Accrual Posting Complete - Positions Posted: '
           WS-POSITIONS-POSTED ' Net Income Movement: '
           WS-INCOME-BOOKED
       DISPLAY 'Precomputed Contracts Posted: ' WS-PRECOMP-POSTED

       STOP RUN.

       WRITE-CONTROL-TOTALS.
           MOVE 'GL-ACCRUAL-POSTING' TO WS-CTL-STEP-NAME
           COMPUTE WS-CTL-RECORDS-READ =
               WS-POSITIONS-POSTED + WS-PRECOMP-POSTED
           MOVE WS-CTL-RECORDS-READ TO WS-CTL-RECORDS-WRITTEN
           MOVE ZERO TO WS-CTL-DOLLARS-IN
           MOVE ZERO TO WS-CTL-DOLLARS-OUT
           CALL 'WRITE-BATCH-CONTROL' USING WS-CTL-STEP-NAME
       CHECK-LOAN-POSTABLE.
           MOVE 'N' TO WS-LOAN-IS-POSTABLE
           MOVE 'N' TO WS-LOAN-NONACCRUAL
           MOVE ZERO TO WS-GL-COMPANY
           IF LOAN-WAS-OPENED
               MOVE LOAN-ID OF ACCRUAL-REC TO LOAN-ID OF LOAN-REC
               READ LOAN-FILE
                       IF NONACCRUAL
                           MOVE 'Y' TO WS-LOAN-NONACCRUAL
                       END-IF
                       IF COMPANY-CODE OF LOAN-REC IS NUMERIC
                           MOVE COMPANY-CODE OF LOAN-REC
                               TO WS-GL-COMPANY
                       END-IF
               END-READ
           END-IF
           PERFORM FIND-COMPANY-ENTRY.

      *----------------------------------------------------------------
      *  Finds the entity's entry, adding it (and looking up its
      *  accounts) the first time the entity is seen.  Past twenty
      *  entities the last entry is reloaded for each newcomer, so
      *  the postings stay right though that entry's totals merge.
      *----------------------------------------------------------------
       FIND-COMPANY-ENTRY.
           MOVE 'N' TO WS-COMPANY-FOUND
           PERFORM SCAN-ONE-COMPANY-ENTRY
               VARYING WS-LIST-IX FROM 1 BY 1
               UNTIL WS-LIST-IX > WS-COMPANY-COUNT
                  OR WS-COMPANY-FOUND = 'Y'
           IF WS-COMPANY-FOUND = 'Y'
               SUBTRACT 1 FROM WS-LIST-IX
               SET CO-IX TO WS-LIST-IX
           ELSE
               IF WS-COMPANY-COUNT < 20
                   ADD 1 TO WS-COMPANY-COUNT
                   SET CO-IX TO WS-COMPANY-COUNT
                   MOVE ZERO TO WS-CO-POSTED (CO-IX)
                   MOVE ZERO TO WS-CO-INCOME (CO-IX)
               ELSE
                   SET CO-IX TO WS-COMPANY-COUNT
               END-IF
               MOVE WS-GL-COMPANY TO WS-CO-ID (CO-IX)
               MOVE 'INTRECV' TO WS-MAP-CATEGORY
               PERFORM LOOKUP-ONE-MAPPING
               MOVE WS-MAP-ACCOUNT TO WS-CO-ACCT-INTRECV (CO-IX)
               MOVE 'INTEREST' TO WS-MAP-CATEGORY
               PERFORM LOOKUP-ONE-MAPPING
               MOVE WS-MAP-ACCOUNT TO WS-CO-ACCT-INTEREST (CO-IX)
               MOVE 'UNEARNED' TO WS-MAP-CATEGORY
               PERFORM LOOKUP-ONE-MAPPING
               MOVE WS-MAP-ACCOUNT TO WS-CO-ACCT-UNEARNED (CO-IX)
               MOVE 'LOAN' TO WS-MAP-CATEGORY
               PERFORM LOOKUP-ONE-MAPPING
               MOVE WS-MAP-ACCOUNT TO WS-CO-ACCT-LOAN (CO-IX)
           END-IF.

       SCAN-ONE-COMPANY-ENTRY.
           SET CO-IX TO WS-LIST-IX
           IF WS-CO-ID (CO-IX) = WS-GL-COMPANY
               MOVE 'Y' TO WS-COMPANY-FOUND
           END-IF.

       SHOW-COMPANY-TOTALS.
           SET CO-IX TO WS-LIST-IX
           DISPLAY 'Company ' WS-CO-ID (CO-IX)
               ' - Positions Posted: ' WS-CO-POSTED (CO-IX)
               ' Net Income Movement: ' WS-CO-INCOME (CO-IX).

       POST-ONE-POSITION.
           COMPUTE WS-MOVEMENT =
               ACCRUED-INTEREST - GL-POSTED-ACCRUED
                   NOT INVALID KEY
                       ADD 1 TO WS-POSITIONS-POSTED
                       ADD WS-MOVEMENT TO WS-INCOME-BOOKED
                       ADD 1 TO WS-CO-POSTED (CO-IX)
                       ADD WS-MOVEMENT TO WS-CO-INCOME (CO-IX)
               END-REWRITE
           END-IF.

       WRITE-ACCRUAL-PAIR.
           MOVE WS-RUN-DATE       TO GL-POSTING-DATE
           MOVE WS-CO-ACCT-INTRECV (CO-IX) TO GL-ACCOUNT-CODE
           MOVE 'D'               TO GL-DEBIT-CREDIT
           MOVE WS-MOVEMENT-ABS   TO GL-AMOUNT
           MOVE 'INTEREST ACCRUED' TO GL-DESCRIPTION
           MOVE WS-CO-ID (CO-IX) TO GL-COMPANY-CODE
           WRITE GL-POSTING-REC

           MOVE WS-RUN-DATE       TO GL-POSTING-DATE
           MOVE WS-CO-ACCT-INTEREST (CO-IX) TO GL-ACCOUNT-CODE
           MOVE 'C'               TO GL-DEBIT-CREDIT
           MOVE WS-MOVEMENT-ABS   TO GL-AMOUNT
           MOVE 'INTEREST ACCRUED' TO GL-DESCRIPTION
           MOVE WS-CO-ID (CO-IX) TO GL-COMPANY-CODE
           WRITE GL-POSTING-REC.

       WRITE-RELIEF-PAIR.
           MOVE WS-RUN-DATE       TO GL-POSTING-DATE
           MOVE WS-CO-ACCT-INTEREST (CO-IX) TO GL-ACCOUNT-CODE
           MOVE 'D'               TO GL-DEBIT-CREDIT
           MOVE WS-MOVEMENT-ABS   TO GL-AMOUNT
           MOVE 'ACCRUAL RELIEVED' TO GL-DESCRIPTION
           MOVE WS-CO-ID (CO-IX) TO GL-COMPANY-CODE
           WRITE GL-POSTING-REC

           MOVE WS-RUN-DATE       TO GL-POSTING-DATE
           MOVE WS-CO-ACCT-INTRECV (CO-IX) TO GL-ACCOUNT-CODE
           MOVE 'C'               TO GL-DEBIT-CREDIT
           MOVE WS-MOVEMENT-ABS   TO GL-AMOUNT
           MOVE 'ACCRUAL RELIEVED' TO GL-DESCRIPTION
           MOVE WS-CO-ID (CO-IX) TO GL-COMPANY-CODE
           WRITE GL-POSTING-REC.

      *----------------------------------------------------------------
      *  Every precomputed contract is looked at whatever its status
      *  -- the rebate and the last of the earning post after the
      *  payoff has closed the loan.
      *----------------------------------------------------------------
       POST-NEXT-PRECOMPUTED.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-LOANS
               NOT AT END
                   IF INTMETH-PRECOMPUTED
                       PERFORM POST-ONE-PRECOMPUTED
                   END-IF
           END-READ.

       POST-ONE-PRECOMPUTED.
           MOVE ZERO TO WS-GL-COMPANY
           IF COMPANY-CODE OF LOAN-REC IS NUMERIC
               MOVE COMPANY-CODE OF LOAN-REC TO WS-GL-COMPANY
           END-IF
           PERFORM FIND-COMPANY-ENTRY

           IF PRECOMP-FINANCE-CHARGE NOT = GL-POSTED-FIN-CHARGE
               COMPUTE WS-MOVEMENT =
                   PRECOMP-FINANCE-CHARGE - GL-POSTED-FIN-CHARGE
               MOVE WS-CO-ACCT-LOAN (CO-IX) TO WS-PC-DEBIT-ACCT
               MOVE WS-CO-ACCT-UNEARNED (CO-IX) TO WS-PC-CREDIT-ACCT
               MOVE 'FINANCE CHARGE UNEARNED' TO WS-PC-DESCRIPTION
               PERFORM WRITE-PRECOMPUTED-PAIR
               MOVE PRECOMP-FINANCE-CHARGE TO GL-POSTED-FIN-CHARGE
           END-IF

           IF PRECOMP-EARNED-INTEREST NOT = GL-POSTED-EARNED
               COMPUTE WS-MOVEMENT =
                   PRECOMP-EARNED-INTEREST - GL-POSTED-EARNED
               MOVE WS-CO-ACCT-UNEARNED (CO-IX) TO WS-PC-DEBIT-ACCT
               MOVE WS-CO-ACCT-INTEREST (CO-IX) TO WS-PC-CREDIT-ACCT
               MOVE 'PRECOMPUTED INTEREST EARNED' TO WS-PC-DESCRIPTION
               PERFORM WRITE-PRECOMPUTED-PAIR
               ADD WS-MOVEMENT TO WS-INCOME-BOOKED
               ADD WS-MOVEMENT TO WS-CO-INCOME (CO-IX)
               MOVE PRECOMP-EARNED-INTEREST TO GL-POSTED-EARNED
           END-IF

           IF PRECOMP-REBATE-AMOUNT NOT = GL-POSTED-REBATE
               COMPUTE WS-MOVEMENT =
                   PRECOMP-REBATE-AMOUNT - GL-POSTED-REBATE
               MOVE WS-CO-ACCT-UNEARNED (CO-IX) TO WS-PC-DEBIT-ACCT
               MOVE WS-CO-ACCT-LOAN (CO-IX) TO WS-PC-CREDIT-ACCT
               MOVE 'UNEARNED INTEREST REBATED' TO WS-PC-DESCRIPTION
               PERFORM WRITE-PRECOMPUTED-PAIR
               MOVE PRECOMP-REBATE-AMOUNT TO GL-POSTED-REBATE
           END-IF

           IF WS-PRECOMP-PAIRS-WRITTEN > ZERO
               REWRITE LOAN-REC
                   INVALID KEY
                       DISPLAY 'Error Advancing Posted Unearned '
                           'For Loan ' LOAN-ID OF LOAN-REC
                   NOT INVALID KEY
                       ADD 1 TO WS-PRECOMP-POSTED
                       ADD 1 TO WS-CO-POSTED (CO-IX)
               END-REWRITE
               MOVE ZERO TO WS-PRECOMP-PAIRS-WRITTEN
           END-IF.

      *----------------------------------------------------------------
      *  A movement the wrong way (a finance charge or earning taken
      *  back) books the same pair reversed.
      *----------------------------------------------------------------
       WRITE-PRECOMPUTED-PAIR.
           IF WS-MOVEMENT < ZERO
               COMPUTE WS-MOVEMENT-ABS = ZERO - WS-MOVEMENT
               MOVE WS-PC-DEBIT-ACCT  TO WS-PC-SWAP-ACCT
               MOVE WS-PC-CREDIT-ACCT TO WS-PC-DEBIT-ACCT
               MOVE WS-PC-SWAP-ACCT   TO WS-PC-CREDIT-ACCT
           ELSE
               MOVE WS-MOVEMENT TO WS-MOVEMENT-ABS
           END-IF

           MOVE WS-RUN-DATE       TO GL-POSTING-DATE
           MOVE WS-PC-DEBIT-ACCT  TO GL-ACCOUNT-CODE
           MOVE 'D'               TO GL-DEBIT-CREDIT
           MOVE WS-MOVEMENT-ABS   TO GL-AMOUNT
           MOVE WS-PC-DESCRIPTION TO GL-DESCRIPTION
           MOVE WS-CO-ID (CO-IX) TO GL-COMPANY-CODE
           WRITE GL-POSTING-REC

           MOVE WS-RUN-DATE       TO GL-POSTING-DATE
           MOVE WS-PC-CREDIT-ACCT TO GL-ACCOUNT-CODE
           MOVE 'C'               TO GL-DEBIT-CREDIT
           MOVE WS-MOVEMENT-ABS   TO GL-AMOUNT
           MOVE WS-PC-DESCRIPTION TO GL-DESCRIPTION
           MOVE WS-CO-ID (CO-IX) TO GL-COMPANY-CODE
           WRITE GL-POSTING-REC
           ADD 1 TO WS-PRECOMP-PAIRS-WRITTEN.

       LOOKUP-ONE-MAPPING.
           MOVE 'UNMAPPED' TO WS-MAP-ACCOUNT
           CALL 'GL-ACCOUNT-LOOKUP' USING WS-MAP-CATEGORY
                                          WS-GL-COMPANY
                                          WS-MAP-ACCOUNT
                                          WS-MAP-FOUND
           IF NOT MAP-WAS-FOUND
               DISPLAY 'No GL Mapping For Category '
                   WS-MAP-CATEGORY ' Company ' WS-GL-COMPANY
           END-IF.
