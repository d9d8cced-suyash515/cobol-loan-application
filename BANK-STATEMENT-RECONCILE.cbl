      *  Month-end bank statement reconciliation.  Imports the
      *  bank's statement file BANK_STATEMENT.DAT -- one row per
      *  statement item, typed W (funding wire/ACH out), A (ACH
      *  settlement credit), K (card processor deposit) or C
      *  (escrow check paid) -- and proves each item against our
      *  own books:
      *
      *      W items match a FUNDING.DAT disbursement on loan and
      *        net amount;
      *      A items match the day's total of ACH_DEBIT_ORIG.DAT
      *        debits for the item date (the origination file's
      *        settlement total);
      *      K items match the day's total of card settlement nets
      *        on CARD_SETTLE_REGISTER.DAT for the deposit date (the
      *        charges CARD-SETTLEMENT-INTAKE loaded, less the
      *        processor's discount);
      *      C items match the CHECK_ISSUE.DAT check on number and
      *        amount.
      *
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ORIG-FILE-STATUS.

           SELECT CARD-SETTLE-REGISTER
               ASSIGN TO 'CARD_SETTLE_REGISTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CARD-REG-FILE-STATUS.

           SELECT CHECK-ISSUE-FILE ASSIGN TO 'CHECK_ISSUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               88  STMT-ITEM-WIRE       VALUE 'W'.
               88  STMT-ITEM-ACH        VALUE 'A'.
               88  STMT-ITEM-CHECK      VALUE 'C'.
               88  STMT-ITEM-CARD       VALUE 'K'.
           05  STMT-ITEM-DATE      PIC 9(8).
           05  STMT-AMOUNT         PIC 9(9)V99.
           05  STMT-REFERENCE      PIC 9(5).
           05  ORIG-DEBIT-DATE         PIC 9(8).
           05  ORIG-DEBIT-AMOUNT       PIC 9(7)V99.

       FD  CARD-SETTLE-REGISTER.
       COPY CARDSETTLEREC.

       FD  CHECK-ISSUE-FILE.
       COPY CHECKISSUEREC.

           88  FUNDING-FILE-OK      VALUE '00'.
       01  ORIG-FILE-STATUS        PIC XX.
           88  ORIG-FILE-OK         VALUE '00'.
       01  CARD-REG-FILE-STATUS    PIC XX.
           88  CARD-REG-FILE-OK     VALUE '00'.
       01  ISSUE-FILE-STATUS       PIC XX.
           88  ISSUE-FILE-OK        VALUE '00'.
       01  REPORT-FILE-STATUS      PIC XX.
           88  END-OF-FUNDING       VALUE 'Y'.
       01  WS-END-OF-ORIG          PIC X VALUE 'N'.
           88  END-OF-ORIG          VALUE 'Y'.
       01  WS-END-OF-CARD-REG      PIC X VALUE 'N'.
           88  END-OF-CARD-REG      VALUE 'Y'.
       01  WS-END-OF-REPORTS       PIC X VALUE 'N'.
           88  END-OF-REPORTS       VALUE 'Y'.
       01  WS-ITEM-MATCHED         PIC X.
       01  WS-NEXT-REPORT-ID       PIC 9(5) VALUE ZERO.
       01  WS-EXCEPTION-TEXT       PIC X(60).
       01  WS-ACH-DAY-TOTAL        PIC 9(9)V99.
       01  WS-CARD-DAY-TOTAL       PIC 9(9)V99.

       01  WS-ITEMS-READ           PIC 9(5) COMP VALUE ZERO.
       01  WS-ITEMS-MATCHED        PIC 9(5) COMP VALUE ZERO.
                           PERFORM MATCH-FUNDING-ITEM
                       WHEN STMT-ITEM-ACH
                           PERFORM MATCH-ACH-SETTLEMENT
                       WHEN STMT-ITEM-CARD
                           PERFORM MATCH-CARD-DEPOSIT
                       WHEN STMT-ITEM-CHECK
                           PERFORM MATCH-PAID-CHECK
                       WHEN OTHER
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  The processor's deposit should equal the nets of every card
      *  item it settled for funding on that day.
      *----------------------------------------------------------------
       MATCH-CARD-DEPOSIT.
           MOVE 'CARD DEPOSIT DOES NOT TIE TO SETTLEMENT'
               TO WS-EXCEPTION-TEXT
           MOVE ZERO TO WS-CARD-DAY-TOTAL
           MOVE 'N' TO WS-END-OF-CARD-REG
           OPEN INPUT CARD-SETTLE-REGISTER
           IF CARD-REG-FILE-OK
               PERFORM SUM-NEXT-CARD-ROW
                   UNTIL END-OF-CARD-REG
               CLOSE CARD-SETTLE-REGISTER
           END-IF
           IF WS-CARD-DAY-TOTAL = STMT-AMOUNT
              AND WS-CARD-DAY-TOTAL > ZERO
               MOVE 'Y' TO WS-ITEM-MATCHED
           END-IF.

       SUM-NEXT-CARD-ROW.
           READ CARD-SETTLE-REGISTER
               AT END
                   MOVE 'Y' TO WS-END-OF-CARD-REG
               NOT AT END
                   IF DEPOSIT-DATE = STMT-ITEM-DATE
                       ADD SETTLE-NET-AMOUNT TO WS-CARD-DAY-TOTAL
                   END-IF
           END-READ.

       MATCH-PAID-CHECK.
           MOVE 'PAID CHECK NOT ON ISSUE FILE'
               TO WS-EXCEPTION-TEXT
