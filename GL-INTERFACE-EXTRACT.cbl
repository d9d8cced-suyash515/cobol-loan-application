      *  date, splits PAYMENT/PAYOFF amounts into principal and
      *  interest by matching the due PAYMENT-SCHEDULE-FILE row the
      *  same way PAYMENT-POSTING.cbl does, nets out REVERSAL postings
      *  and home-equity line DRAWs (principal advanced, cash paid
      *  out) against principal, and totals FEE postings separately
      *  (net of any late fee an ADJUSTMENT waives).  Posts
      *  one cash debit line and three credit lines (principal,
      *  interest, fees) so the batch always balances.  A day with
      *  more REVERSALs than new principal nets the cash and/or
      *  line's GL-DEBIT-CREDIT to the opposite side and posts the
      *  unsigned magnitude, since GL-AMOUNT on GL-POSTING-FILE is
      *  unsigned.
      *
      *  Every legal entity keeps its own books.  A transaction's
      *  income and balance credits go to the entity owning the loan
      *  (COMPANY-CODE on LOAN-REC); its cash goes to the entity
      *  whose office took it -- the transaction's BRANCH-ID, or the
      *  loan's for batch entries -- per COMPANY-CODE on BRANCH.DAT.
      *  Where the two differ, the servicer credits DUETO and the
      *  owner debits DUEFROM for the cash, so each entity's set of
      *  lines balances on its own, and the feed is blocked if any
      *  one does not.  Accounts come from each entity's chart
      *  (GL-ACCOUNT-LOOKUP).  The original charter, entity 000,
      *  always gets its six lines, so a single-entity shop sees the
      *  feed it always has.
      *================================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS SCHEDULE-KEY OF PAYMENT-SCHEDULE-REC
               FILE STATUS IS SCHED-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-REC
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF LOAN-REC
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT BRANCH-FILE ASSIGN TO 'BRANCH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-ID OF BRANCH-REC
               FILE STATUS IS BRANCH-FILE-STATUS.

           SELECT GL-POSTING-FILE ASSIGN TO 'GL_POSTING.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
       FD  PAYMENT-SCHEDULE-FILE.
       COPY PAYSCHREC.

       FD  LOAN-FILE.
       COPY LOANREC.

       FD  BRANCH-FILE.
       COPY BRANCHREC.

       FD  GL-POSTING-FILE.
       COPY GLPOSTREC.
       01  GL-FILE-STATUS           PIC XX.
           88  GL-FILE-OK            VALUE '00'.
           88  GL-FILE-ERROR         VALUE '10'.
       01  LOAN-FILE-STATUS         PIC XX.
           88  LOAN-FILE-OK          VALUE '00'.
       01  BRANCH-FILE-STATUS       PIC XX.
           88  BRANCH-FILE-OK        VALUE '00'.
      *  Open-success flags: the FILE STATUS fields roll with every
      *  READ (a loan or office not on file leaves 23 behind), so the
      *  per-transaction lookups guard on these, set once at OPEN.
       01  WS-LOAN-OPENED           PIC X VALUE 'N'.
           88  LOAN-WAS-OPENED       VALUE 'Y'.
       01  WS-BRANCH-OPENED         PIC X VALUE 'N'.
           88  BRANCH-WAS-OPENED     VALUE 'Y'.

       01  WS-END-OF-TRANSACTIONS   PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS   VALUE 'Y'.
       01  WS-LINE-AMOUNT           PIC 9(9)V99.
       01  WS-LINE-DEBIT-CREDIT     PIC X.
           88  WS-LINE-IS-DEBIT      VALUE 'D'.
      *  One transaction's split, before it is rolled onto the
      *  owning and servicing entities' books.
       01  WS-TX-PRINCIPAL          PIC S9(9)V99.
       01  WS-TX-INTEREST           PIC S9(9)V99.
       01  WS-TX-FEES               PIC S9(9)V99.
       01  WS-TX-ESCROW             PIC S9(9)V99.
       01  WS-TX-RECOVERY           PIC S9(9)V99.
       01  WS-TX-CASH               PIC S9(9)V99.
       01  WS-OWNER-COMPANY         PIC 9(3).
       01  WS-SERVICER-COMPANY      PIC 9(3).
       01  WS-SERVICE-BRANCH        PIC 9(3).
       01  WS-TRANSACTIONS-READ     PIC 9(5) COMP VALUE ZERO.
       01  WS-TRANSACTIONS-POSTED   PIC 9(5) COMP VALUE ZERO.

      *  Account codes default to the long-standing compiled values
      *  and are overridden, entity by entity, by its mapping rows
      *  as each entity's books are opened.
       01  WS-ACCT-CASH             PIC X(10) VALUE '1000-CASH'.
       01  WS-ACCT-PRINCIPAL        PIC X(10) VALUE '4000-PRIN'.
       01  WS-ACCT-INTEREST         PIC X(10) VALUE '4100-INT'.
       01  WS-ACCT-FEES             PIC X(10) VALUE '4200-FEE'.
       01  WS-ACCT-ESCROW           PIC X(10) VALUE '2100-ESCR'.
       01  WS-ACCT-RECOVERY         PIC X(10) VALUE '4300-RECV'.
       01  WS-ACCT-DUETO            PIC X(10) VALUE '2900-DUETO'.
       01  WS-ACCT-DUEFROM          PIC X(10) VALUE '1900-DUEFR'.
       01  WS-MAP-CATEGORY          PIC X(10).
       01  WS-MAP-ACCOUNT           PIC X(10).
       01  WS-MAP-FOUND             PIC X.
           88  MAP-WAS-FOUND         VALUE 'Y'.
       01  WS-GL-COMPANY            PIC 9(3) VALUE ZERO.

      *  One set of books per entity seen on the day: what it
      *  collected, the cash its offices took, and its chart.
       01  WS-BOOK-COUNT            PIC 9(2) COMP VALUE ZERO.
       01  WS-BOOK-TABLE.
           05  WS-BOOK-ENTRY OCCURS 20 TIMES
                   INDEXED BY BK-IX.
               10  WS-BK-COMPANY        PIC 9(3).
               10  WS-BK-PRINCIPAL      PIC S9(9)V99.
               10  WS-BK-INTEREST       PIC S9(9)V99.
               10  WS-BK-FEES           PIC S9(9)V99.
               10  WS-BK-ESCROW         PIC S9(9)V99.
               10  WS-BK-RECOVERY       PIC S9(9)V99.
               10  WS-BK-CASH           PIC S9(9)V99.
               10  WS-BK-ACCT-CASH      PIC X(10).
               10  WS-BK-ACCT-PRINCIPAL PIC X(10).
               10  WS-BK-ACCT-INTEREST  PIC X(10).
               10  WS-BK-ACCT-FEES      PIC X(10).
               10  WS-BK-ACCT-ESCROW    PIC X(10).
               10  WS-BK-ACCT-RECOVERY  PIC X(10).
               10  WS-BK-ACCT-DUETO     PIC X(10).
               10  WS-BK-ACCT-DUEFROM   PIC X(10).
               10  WS-BK-DEBITS         PIC 9(11)V99.
               10  WS-BK-CREDITS        PIC 9(11)V99.
       01  WS-FIND-COMPANY          PIC 9(3).
       01  WS-BOOK-FOUND            PIC X.
       01  WS-BOOK-IX               PIC 9(2) COMP.
       01  WS-OWNER-IX              PIC 9(2) COMP.

      *  Cash one entity took for another's loans, by servicer and
      *  owner -- the intercompany due-to / due-from pairs.
       01  WS-DUE-COUNT             PIC 9(2) COMP VALUE ZERO.
       01  WS-DUE-TABLE.
           05  WS-DUE-ENTRY OCCURS 40 TIMES
                   INDEXED BY DUE-IX.
               10  WS-DUE-SERVICER      PIC 9(3).
               10  WS-DUE-OWNER         PIC 9(3).
               10  WS-DUE-AMOUNT        PIC S9(9)V99.
       01  WS-DUE-FOUND             PIC X.
       01  WS-PAIR-IX               PIC 9(2) COMP.
       01  WS-DUE-COMPANY-OUT       PIC 9(3).

       01  WS-TABLE-OVERFLOW        PIC X VALUE 'N'.
           88  TABLE-OVERFLOWED      VALUE 'Y'.
       01  WS-BOOKS-OUT             PIC X VALUE 'N'.
           88  BOOKS-OUT-OF-BALANCE  VALUE 'Y'.

      *  The batch is staged here and only written once every
      *  entity's debit and credit totals prove equal.
       01  WS-STAGED-LINE-COUNT     PIC 9(3) COMP VALUE ZERO.
       01  WS-STAGED-LINES.
           05  WS-STAGED-LINE OCCURS 200 TIMES
                   INDEXED BY STG-IX.
               10  WS-STG-COMPANY       PIC 9(3).
               10  WS-STG-ACCOUNT       PIC X(10).
               10  WS-STG-DEBIT-CREDIT  PIC X.
               10  WS-STG-AMOUNT        PIC 9(9)V99.
               10  WS-STG-DESCRIPTION   PIC X(30).
       01  WS-TOTAL-DEBITS          PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-CREDITS         PIC 9(11)V99 VALUE ZERO.
       01  WS-STAGE-IX              PIC 9(3) COMP.
       01  WS-STG-WORK-ACCOUNT      PIC X(10).
       01  WS-STG-WORK-DESC         PIC X(30).

       01  WS-CTL-RECORDS-WRITTEN   PIC 9(7).
       01  WS-CTL-DOLLARS-IN        PIC 9(9)V99.
       01  WS-CTL-DOLLARS-OUT       PIC 9(9)V99.
       01  WS-TIMER-MODE          PIC X.
       01  WS-TIMER-START-DATE    PIC 9(8).
       01  WS-TIMER-START-TIME    PIC 9(6).

       PROCEDURE DIVISION.

       MOVE 'S' TO WS-TIMER-MODE
       CALL 'STEP-TIMER' USING WS-TIMER-MODE
                                WS-TIMER-START-DATE
                                WS-TIMER-START-TIME

       CALL 'GET-BUSINESS-DATE' USING WS-POSTING-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           ACCEPT WS-POSTING-DATE
       END-IF

      *  The original charter's books always open first.
       MOVE ZERO TO WS-FIND-COMPANY
       PERFORM FIND-BOOK-ENTRY

       OPEN INPUT TRANSACTION-FILE
       IF NOT TRAN-FILE-OK
           DISPLAY 'Error Opening TRANSACTION-FILE.'
           STOP RUN
       END-IF
       OPEN INPUT LOAN-FILE
       IF LOAN-FILE-OK
           MOVE 'Y' TO WS-LOAN-OPENED
       END-IF
       OPEN INPUT BRANCH-FILE
       IF BRANCH-FILE-OK
           MOVE 'Y' TO WS-BRANCH-OPENED
       END-IF

       PERFORM EXTRACT-NEXT-TRANSACTION
           UNTIL END-OF-TRANSACTIONS

       CLOSE TRANSACTION-FILE
       IF LOAN-WAS-OPENED
           CLOSE LOAN-FILE
       END-IF
       IF BRANCH-WAS-OPENED
           CLOSE BRANCH-FILE
       END-IF

       IF TABLE-OVERFLOWED
           DISPLAY 'TOO MANY ENTITIES ON THE DAY - FEED BLOCKED.'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       COMPUTE WS-TOTAL-CASH =
           WS-PRINCIPAL-COLLECTED + WS-INTEREST-COLLECTED
           + WS-FEES-COLLECTED + WS-ESCROW-COLLECTED
           + WS-RECOVERY-COLLECTED

       PERFORM STAGE-ENTITY-BOOKS
           VARYING WS-BOOK-IX FROM 1 BY 1
           UNTIL WS-BOOK-IX > WS-BOOK-COUNT

       PERFORM CHECK-ENTITY-BALANCE
           VARYING WS-BOOK-IX FROM 1 BY 1
           UNTIL WS-BOOK-IX > WS-BOOK-COUNT

       IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
          OR BOOKS-OUT-OF-BALANCE
           DISPLAY 'GL BATCH OUT OF BALANCE - FEED BLOCKED.'
           DISPLAY 'Debits : ' WS-TOTAL-DEBITS
           DISPLAY 'Credits: ' WS-TOTAL-CREDITS
           END-READ.

       CLASSIFY-TRANSACTION.
           MOVE ZERO TO WS-TX-PRINCIPAL
           MOVE ZERO TO WS-TX-INTEREST
           MOVE ZERO TO WS-TX-FEES
           MOVE ZERO TO WS-TX-ESCROW
           MOVE ZERO TO WS-TX-RECOVERY
           EVALUATE TRUE
               WHEN TYPE-FEE
                   ADD PAYMENT-AMOUNT OF TRANSACTION-REC
                       TO WS-TX-FEES
                   ADD 1 TO WS-TRANSACTIONS-POSTED
               WHEN TYPE-PAYMENT OR TYPE-PAYOFF
                   IF ALLOCATION-SPLIT NUMERIC
                   ADD 1 TO WS-TRANSACTIONS-POSTED
               WHEN TYPE-RECOVERY
                   ADD PAYMENT-AMOUNT OF TRANSACTION-REC
                       TO WS-TX-RECOVERY
                   ADD 1 TO WS-TRANSACTIONS-POSTED
      *  A payment moved to another loan comes back out bucket by
      *  bucket, as PAYMENT-ALLOCATION backed it out of the loan.
               WHEN TYPE-REVERSAL AND TENDER-PMT-TRANSFER
                AND ALLOCATION-SPLIT NUMERIC
                AND ALLOCATION-SPLIT NOT = ZEROS
                   SUBTRACT ALLOC-FEE-AMOUNT       FROM WS-TX-FEES
                   SUBTRACT ALLOC-INTEREST-AMOUNT  FROM WS-TX-INTEREST
                   SUBTRACT ALLOC-PRINCIPAL-AMOUNT FROM WS-TX-PRINCIPAL
                   SUBTRACT ALLOC-ESCROW-AMOUNT    FROM WS-TX-ESCROW
                   ADD 1 TO WS-TRANSACTIONS-POSTED
               WHEN TYPE-REVERSAL OR TYPE-DRAW
                   SUBTRACT PAYMENT-AMOUNT OF TRANSACTION-REC
                       FROM WS-TX-PRINCIPAL
                   ADD 1 TO WS-TRANSACTIONS-POSTED
      *  A late fee waived for a back-dated payment comes back out
      *  of fee income on the day it is reversed.
               WHEN TYPE-ADJUSTMENT
                AND REVERSED-TRANSACTION-ID NOT = ZERO
                   SUBTRACT PAYMENT-AMOUNT OF TRANSACTION-REC
                       FROM WS-TX-FEES
                   ADD 1 TO WS-TRANSACTIONS-POSTED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM ROLL-TRANSACTION-TO-BOOKS.

      *----------------------------------------------------------------
      *  Adds the transaction into the day's totals, its credits to
      *  the owning entity's books and its cash to the servicing
      *  entity's, with the intercompany pair when they differ.
      *----------------------------------------------------------------
       ROLL-TRANSACTION-TO-BOOKS.
           ADD WS-TX-PRINCIPAL TO WS-PRINCIPAL-COLLECTED
           ADD WS-TX-INTEREST  TO WS-INTEREST-COLLECTED
           ADD WS-TX-FEES      TO WS-FEES-COLLECTED
           ADD WS-TX-ESCROW    TO WS-ESCROW-COLLECTED
           ADD WS-TX-RECOVERY  TO WS-RECOVERY-COLLECTED
           COMPUTE WS-TX-CASH =
               WS-TX-PRINCIPAL + WS-TX-INTEREST + WS-TX-FEES
               + WS-TX-ESCROW + WS-TX-RECOVERY

           PERFORM FIND-TRANSACTION-ENTITIES

           MOVE WS-OWNER-COMPANY TO WS-FIND-COMPANY
           PERFORM FIND-BOOK-ENTRY
           IF NOT TABLE-OVERFLOWED
               SET BK-IX TO WS-BOOK-IX
               ADD WS-TX-PRINCIPAL TO WS-BK-PRINCIPAL (BK-IX)
               ADD WS-TX-INTEREST  TO WS-BK-INTEREST (BK-IX)
               ADD WS-TX-FEES      TO WS-BK-FEES (BK-IX)
               ADD WS-TX-ESCROW    TO WS-BK-ESCROW (BK-IX)
               ADD WS-TX-RECOVERY  TO WS-BK-RECOVERY (BK-IX)
           END-IF

           MOVE WS-SERVICER-COMPANY TO WS-FIND-COMPANY
           PERFORM FIND-BOOK-ENTRY
           IF NOT TABLE-OVERFLOWED
               SET BK-IX TO WS-BOOK-IX
               ADD WS-TX-CASH TO WS-BK-CASH (BK-IX)
           END-IF

           IF WS-SERVICER-COMPANY NOT = WS-OWNER-COMPANY
               PERFORM FIND-DUE-ENTRY
               IF NOT TABLE-OVERFLOWED
                   SET DUE-IX TO WS-PAIR-IX
                   ADD WS-TX-CASH TO WS-DUE-AMOUNT (DUE-IX)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  Owner from the loan; servicer from the office that took the
      *  money (the loan's own office for batch entries).  A loan or
      *  office not on file leaves the work with the charter or the
      *  owner respectively, so nothing goes unbooked.
      *----------------------------------------------------------------
       FIND-TRANSACTION-ENTITIES.
           MOVE ZERO TO WS-OWNER-COMPANY
           MOVE ZERO TO WS-SERVICE-BRANCH
           IF LOAN-WAS-OPENED
               MOVE LOAN-ID OF TRANSACTION-REC TO LOAN-ID OF LOAN-REC
               READ LOAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF COMPANY-CODE OF LOAN-REC IS NUMERIC
                           MOVE COMPANY-CODE OF LOAN-REC
                               TO WS-OWNER-COMPANY
                       END-IF
                       IF BRANCH-ID OF LOAN-REC IS NUMERIC
                           MOVE BRANCH-ID OF LOAN-REC
                               TO WS-SERVICE-BRANCH
                       END-IF
               END-READ
           END-IF
           IF BRANCH-ID OF TRANSACTION-REC IS NUMERIC
              AND BRANCH-ID OF TRANSACTION-REC NOT = ZERO
               MOVE BRANCH-ID OF TRANSACTION-REC TO WS-SERVICE-BRANCH
           END-IF

           MOVE WS-OWNER-COMPANY TO WS-SERVICER-COMPANY
           IF BRANCH-WAS-OPENED AND WS-SERVICE-BRANCH NOT = ZERO
               MOVE WS-SERVICE-BRANCH TO BRANCH-ID OF BRANCH-REC
               READ BRANCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF COMPANY-CODE OF BRANCH-REC IS NUMERIC
                           MOVE COMPANY-CODE OF BRANCH-REC
                               TO WS-SERVICER-COMPANY
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------------
      *  Finds the books for WS-FIND-COMPANY, opening them -- totals
      *  zeroed, that entity's accounts looked up -- the first time
      *  the entity turns up.  A twenty-first entity sets the
      *  overflow switch and the feed is held rather than misbooked.
      *----------------------------------------------------------------
       FIND-BOOK-ENTRY.
           MOVE 'N' TO WS-BOOK-FOUND
           PERFORM SCAN-ONE-BOOK-ENTRY
               VARYING WS-BOOK-IX FROM 1 BY 1
               UNTIL WS-BOOK-IX > WS-BOOK-COUNT
                  OR WS-BOOK-FOUND = 'Y'
           IF WS-BOOK-FOUND = 'Y'
               SUBTRACT 1 FROM WS-BOOK-IX
           ELSE
               IF WS-BOOK-COUNT < 20
                   ADD 1 TO WS-BOOK-COUNT
                   MOVE WS-BOOK-COUNT TO WS-BOOK-IX
                   PERFORM OPEN-BOOK-ENTRY
               ELSE
                   MOVE 'Y' TO WS-TABLE-OVERFLOW
               END-IF
           END-IF.

       SCAN-ONE-BOOK-ENTRY.
           SET BK-IX TO WS-BOOK-IX
           IF WS-BK-COMPANY (BK-IX) = WS-FIND-COMPANY
               MOVE 'Y' TO WS-BOOK-FOUND
           END-IF.

       OPEN-BOOK-ENTRY.
           MOVE WS-FIND-COMPANY TO WS-GL-COMPANY
           PERFORM LOAD-ACCOUNT-MAP
           SET BK-IX TO WS-BOOK-IX
           MOVE WS-FIND-COMPANY   TO WS-BK-COMPANY (BK-IX)
           MOVE ZERO              TO WS-BK-PRINCIPAL (BK-IX)
           MOVE ZERO              TO WS-BK-INTEREST (BK-IX)
           MOVE ZERO              TO WS-BK-FEES (BK-IX)
           MOVE ZERO              TO WS-BK-ESCROW (BK-IX)
           MOVE ZERO              TO WS-BK-RECOVERY (BK-IX)
           MOVE ZERO              TO WS-BK-CASH (BK-IX)
           MOVE ZERO              TO WS-BK-DEBITS (BK-IX)
           MOVE ZERO              TO WS-BK-CREDITS (BK-IX)
           MOVE WS-ACCT-CASH      TO WS-BK-ACCT-CASH (BK-IX)
           MOVE WS-ACCT-PRINCIPAL TO WS-BK-ACCT-PRINCIPAL (BK-IX)
           MOVE WS-ACCT-INTEREST  TO WS-BK-ACCT-INTEREST (BK-IX)
           MOVE WS-ACCT-FEES      TO WS-BK-ACCT-FEES (BK-IX)
           MOVE WS-ACCT-ESCROW    TO WS-BK-ACCT-ESCROW (BK-IX)
           MOVE WS-ACCT-RECOVERY  TO WS-BK-ACCT-RECOVERY (BK-IX)
           MOVE WS-ACCT-DUETO     TO WS-BK-ACCT-DUETO (BK-IX)
           MOVE WS-ACCT-DUEFROM   TO WS-BK-ACCT-DUEFROM (BK-IX).

       FIND-DUE-ENTRY.
           MOVE 'N' TO WS-DUE-FOUND
           PERFORM SCAN-ONE-DUE-ENTRY
               VARYING WS-PAIR-IX FROM 1 BY 1
               UNTIL WS-PAIR-IX > WS-DUE-COUNT
                  OR WS-DUE-FOUND = 'Y'
           IF WS-DUE-FOUND = 'Y'
               SUBTRACT 1 FROM WS-PAIR-IX
           ELSE
               IF WS-DUE-COUNT < 40
                   ADD 1 TO WS-DUE-COUNT
                   MOVE WS-DUE-COUNT TO WS-PAIR-IX
                   SET DUE-IX TO WS-PAIR-IX
                   MOVE WS-SERVICER-COMPANY TO WS-DUE-SERVICER (DUE-IX)
                   MOVE WS-OWNER-COMPANY    TO WS-DUE-OWNER (DUE-IX)
                   MOVE ZERO                TO WS-DUE-AMOUNT (DUE-IX)
               ELSE
                   MOVE 'Y' TO WS-TABLE-OVERFLOW
               END-IF
           END-IF.

       SCAN-ONE-DUE-ENTRY.
           SET DUE-IX TO WS-PAIR-IX
           IF WS-DUE-SERVICER (DUE-IX) = WS-SERVICER-COMPANY
              AND WS-DUE-OWNER (DUE-IX) = WS-OWNER-COMPANY
               MOVE 'Y' TO WS-DUE-FOUND
           END-IF.

      *----------------------------------------------------------------
      *  A transaction the allocation engine has already split is
      *  own line instead of being mistaken for principal.
      *----------------------------------------------------------------
       BOOK-FROM-ALLOCATION.
           ADD ALLOC-FEE-AMOUNT       TO WS-TX-FEES
           ADD ALLOC-INTEREST-AMOUNT  TO WS-TX-INTEREST
           ADD ALLOC-PRINCIPAL-AMOUNT TO WS-TX-PRINCIPAL
           ADD ALLOC-ESCROW-AMOUNT    TO WS-TX-ESCROW.

      *----------------------------------------------------------------
      *  Matches this payment to its scheduled row (same LOAN-ID and
           END-IF

           IF SCHEDULE-MATCH-FOUND
               ADD WS-MATCHED-PRINCIPAL TO WS-TX-PRINCIPAL
               ADD WS-MATCHED-INTEREST  TO WS-TX-INTEREST
           ELSE
               ADD PAYMENT-AMOUNT OF TRANSACTION-REC
                   TO WS-TX-PRINCIPAL
           END-IF.

       FIND-MATCHING-SCHEDULE-ROW.
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  One entity's lines: the cash its offices took, the five
      *  credits on the loans it owns, then its side of each
      *  intercompany pair it is in.
      *----------------------------------------------------------------
       STAGE-ENTITY-BOOKS.
           SET BK-IX TO WS-BOOK-IX

           MOVE WS-BK-CASH (BK-IX) TO WS-NET-AMOUNT
           MOVE 'D'           TO WS-LINE-DEBIT-CREDIT
           PERFORM DETERMINE-LINE-SIGN
           MOVE WS-BK-ACCT-CASH (BK-IX) TO WS-STG-WORK-ACCOUNT
           MOVE 'DAILY CASH APPLICATION' TO WS-STG-WORK-DESC
           PERFORM STAGE-ONE-LINE

           MOVE WS-BK-PRINCIPAL (BK-IX) TO WS-NET-AMOUNT
           MOVE 'C'                    TO WS-LINE-DEBIT-CREDIT
           PERFORM DETERMINE-LINE-SIGN
           MOVE WS-BK-ACCT-PRINCIPAL (BK-IX) TO WS-STG-WORK-ACCOUNT
           MOVE 'PRINCIPAL COLLECTED' TO WS-STG-WORK-DESC
           PERFORM STAGE-ONE-LINE

           MOVE WS-BK-INTEREST (BK-IX) TO WS-NET-AMOUNT
           MOVE 'C'                   TO WS-LINE-DEBIT-CREDIT
           PERFORM DETERMINE-LINE-SIGN
           MOVE WS-BK-ACCT-INTEREST (BK-IX) TO WS-STG-WORK-ACCOUNT
           MOVE 'INTEREST COLLECTED' TO WS-STG-WORK-DESC
           PERFORM STAGE-ONE-LINE

           MOVE WS-BK-FEES (BK-IX) TO WS-NET-AMOUNT
           MOVE 'C'               TO WS-LINE-DEBIT-CREDIT
           PERFORM DETERMINE-LINE-SIGN
           MOVE WS-BK-ACCT-FEES (BK-IX) TO WS-STG-WORK-ACCOUNT
           MOVE 'FEES COLLECTED' TO WS-STG-WORK-DESC
           PERFORM STAGE-ONE-LINE

           MOVE WS-BK-ESCROW (BK-IX) TO WS-NET-AMOUNT
           MOVE 'C'                 TO WS-LINE-DEBIT-CREDIT
           PERFORM DETERMINE-LINE-SIGN
           MOVE WS-BK-ACCT-ESCROW (BK-IX) TO WS-STG-WORK-ACCOUNT
           MOVE 'ESCROW COLLECTED' TO WS-STG-WORK-DESC
           PERFORM STAGE-ONE-LINE

           MOVE WS-BK-RECOVERY (BK-IX) TO WS-NET-AMOUNT
           MOVE 'C'                   TO WS-LINE-DEBIT-CREDIT
           PERFORM DETERMINE-LINE-SIGN
           MOVE WS-BK-ACCT-RECOVERY (BK-IX) TO WS-STG-WORK-ACCOUNT
           MOVE 'RECOVERY INCOME' TO WS-STG-WORK-DESC
           PERFORM STAGE-ONE-LINE

           PERFORM STAGE-DUE-LINE
               VARYING WS-PAIR-IX FROM 1 BY 1
               UNTIL WS-PAIR-IX > WS-DUE-COUNT.

      *  The servicer owes the owner the cash it took (DUETO credit);
      *  the owner is owed it (DUEFROM debit).
       STAGE-DUE-LINE.
           SET DUE-IX TO WS-PAIR-IX
           SET BK-IX TO WS-BOOK-IX
           IF WS-DUE-SERVICER (DUE-IX) = WS-BK-COMPANY (BK-IX)
               MOVE WS-DUE-AMOUNT (DUE-IX) TO WS-NET-AMOUNT
               MOVE 'C' TO WS-LINE-DEBIT-CREDIT
               PERFORM DETERMINE-LINE-SIGN
               MOVE WS-BK-ACCT-DUETO (BK-IX) TO WS-STG-WORK-ACCOUNT
               MOVE WS-DUE-OWNER (DUE-IX) TO WS-DUE-COMPANY-OUT
               MOVE SPACES TO WS-STG-WORK-DESC
               STRING 'DUE TO COMPANY ' DELIMITED BY SIZE
                      WS-DUE-COMPANY-OUT DELIMITED BY SIZE
                   INTO WS-STG-WORK-DESC
               PERFORM STAGE-ONE-LINE
           END-IF
           IF WS-DUE-OWNER (DUE-IX) = WS-BK-COMPANY (BK-IX)
               MOVE WS-DUE-AMOUNT (DUE-IX) TO WS-NET-AMOUNT
               MOVE 'D' TO WS-LINE-DEBIT-CREDIT
               PERFORM DETERMINE-LINE-SIGN
               MOVE WS-BK-ACCT-DUEFROM (BK-IX) TO WS-STG-WORK-ACCOUNT
               MOVE WS-DUE-SERVICER (DUE-IX) TO WS-DUE-COMPANY-OUT
               MOVE SPACES TO WS-STG-WORK-DESC
               STRING 'DUE FROM COMPANY ' DELIMITED BY SIZE
                      WS-DUE-COMPANY-OUT DELIMITED BY SIZE
                   INTO WS-STG-WORK-DESC
               PERFORM STAGE-ONE-LINE
           END-IF.

       CHECK-ENTITY-BALANCE.
           SET BK-IX TO WS-BOOK-IX
           IF WS-BK-DEBITS (BK-IX) NOT = WS-BK-CREDITS (BK-IX)
               MOVE 'Y' TO WS-BOOKS-OUT
               DISPLAY 'Company ' WS-BK-COMPANY (BK-IX)
                   ' Out Of Balance - Debits ' WS-BK-DEBITS (BK-IX)
                   ' Credits ' WS-BK-CREDITS (BK-IX)
           END-IF.

       STAGE-ONE-LINE.
           ADD 1 TO WS-STAGED-LINE-COUNT
           SET STG-IX TO WS-STAGED-LINE-COUNT
           SET BK-IX TO WS-BOOK-IX
           MOVE WS-BK-COMPANY (BK-IX) TO WS-STG-COMPANY (STG-IX)
           MOVE WS-STG-WORK-ACCOUNT  TO WS-STG-ACCOUNT (STG-IX)
           MOVE WS-LINE-DEBIT-CREDIT TO WS-STG-DEBIT-CREDIT (STG-IX)
           MOVE WS-LINE-AMOUNT       TO WS-STG-AMOUNT (STG-IX)
           MOVE WS-STG-WORK-DESC     TO WS-STG-DESCRIPTION (STG-IX)
           IF WS-LINE-DEBIT-CREDIT = 'D'
               ADD WS-LINE-AMOUNT TO WS-TOTAL-DEBITS
               ADD WS-LINE-AMOUNT TO WS-BK-DEBITS (BK-IX)
           ELSE
               ADD WS-LINE-AMOUNT TO WS-TOTAL-CREDITS
               ADD WS-LINE-AMOUNT TO WS-BK-CREDITS (BK-IX)
           END-IF.

       WRITE-STAGED-LINE.
           MOVE WS-STG-DEBIT-CREDIT (STG-IX) TO GL-DEBIT-CREDIT
           MOVE WS-STG-AMOUNT (STG-IX)       TO GL-AMOUNT
           MOVE WS-STG-DESCRIPTION (STG-IX)  TO GL-DESCRIPTION
           MOVE WS-STG-COMPANY (STG-IX)      TO GL-COMPANY-CODE
           WRITE GL-POSTING-REC.

      *  Starts from the compiled defaults each time, so one
      *  entity's mapped accounts never carry over to the next.
       LOAD-ACCOUNT-MAP.
           MOVE '1000-CASH'  TO WS-ACCT-CASH
           MOVE '4000-PRIN'  TO WS-ACCT-PRINCIPAL
           MOVE '4100-INT'   TO WS-ACCT-INTEREST
           MOVE '4200-FEE'   TO WS-ACCT-FEES
           MOVE '2100-ESCR'  TO WS-ACCT-ESCROW
           MOVE '4300-RECV'  TO WS-ACCT-RECOVERY
           MOVE '2900-DUETO' TO WS-ACCT-DUETO
           MOVE '1900-DUEFR' TO WS-ACCT-DUEFROM
           MOVE 'CASH' TO WS-MAP-CATEGORY
           PERFORM LOOKUP-ONE-MAPPING
           IF MAP-WAS-FOUND
           PERFORM LOOKUP-ONE-MAPPING
           IF MAP-WAS-FOUND
               MOVE WS-MAP-ACCOUNT TO WS-ACCT-RECOVERY
           END-IF
           MOVE 'DUETO' TO WS-MAP-CATEGORY
           PERFORM LOOKUP-ONE-MAPPING
           IF MAP-WAS-FOUND
               MOVE WS-MAP-ACCOUNT TO WS-ACCT-DUETO
           END-IF
           MOVE 'DUEFROM' TO WS-MAP-CATEGORY
           PERFORM LOOKUP-ONE-MAPPING
           IF MAP-WAS-FOUND
               MOVE WS-MAP-ACCOUNT TO WS-ACCT-DUEFROM
           END-IF.

       LOOKUP-ONE-MAPPING.
           CALL 'GL-ACCOUNT-LOOKUP' USING WS-MAP-CATEGORY
                                          WS-GL-COMPANY
                                          WS-MAP-ACCOUNT
                                          WS-MAP-FOUND.

      *----------------------------------------------------------------
      *  A net amount that goes negative (more REVERSALs than new
