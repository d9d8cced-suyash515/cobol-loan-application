      *  is the session RELEASED -- each staged payment is then
      *  assigned its TRANSACTION-ID and moved onto TRANSACTION.DAT
      *  for the nightly posting run, so a short drawer is caught
      *  before the money can touch a loan balance.  A drawer opened
      *  on an earlier business day (released the next morning) has
      *  its payments released effective the session open date, so
      *  the nightly back-date run re-accrues their interest.
      *  Home-equity line draws paid across the drawer stage the
      *  same way but are money going out: the close lists them
      *  apart from the receipts and nets the cash draws out of the
      *  cash the drawer should hold.
      *================================================================

       ENVIRONMENT DIVISION.
       01  WS-SESSION-ID           PIC 9(5).
       01  WS-NEXT-SESSION-ID      PIC 9(5) VALUE ZERO.
       01  WS-OPEN-DATE            PIC 9(8).
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01  WS-BUSDATE-FOUND        PIC X.
           88  BUSINESS-DATE-FOUND  VALUE 'Y'.
       01  WS-CASH-COUNT           PIC 9(5) COMP VALUE ZERO.
       01  WS-CASH-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01  WS-CHECK-COUNT          PIC 9(5) COMP VALUE ZERO.
       01  WS-CHECK-TOTAL          PIC 9(9)V99 VALUE ZERO.
       01  WS-OTHER-COUNT          PIC 9(5) COMP VALUE ZERO.
       01  WS-OTHER-TOTAL          PIC 9(9)V99 VALUE ZERO.
       01  WS-DRAW-CASH-COUNT      PIC 9(5) COMP VALUE ZERO.
       01  WS-DRAW-CASH-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01  WS-DRAW-OTHER-COUNT     PIC 9(5) COMP VALUE ZERO.
       01  WS-DRAW-OTHER-TOTAL     PIC 9(9)V99 VALUE ZERO.
       01  WS-NET-CASH             PIC S9(9)V99 VALUE ZERO.
       01  WS-CONFIRM              PIC X.
           88  CONFIRM-YES          VALUE 'Y' 'y'.
       01  WS-USER-ID              PIC A(10).
               '  Total: ' WS-CHECK-TOTAL
           DISPLAY 'Other Items : ' WS-OTHER-COUNT
               '  Total: ' WS-OTHER-TOTAL
           IF WS-DRAW-CASH-COUNT > ZERO OR WS-DRAW-OTHER-COUNT > ZERO
               COMPUTE WS-NET-CASH =
                   WS-CASH-TOTAL - WS-DRAW-CASH-TOTAL
               DISPLAY '--------------------------------------------'
               DISPLAY 'Line Draws Paid Out In Cash : '
                   WS-DRAW-CASH-COUNT '  Total: ' WS-DRAW-CASH-TOTAL
               DISPLAY 'Line Draws Paid By Check    : '
                   WS-DRAW-OTHER-COUNT '  Total: '
                   WS-DRAW-OTHER-TOTAL
               DISPLAY 'Net Cash Expected In Drawer : ' WS-NET-CASH
           END-IF
           DISPLAY '============================================'
           DISPLAY 'Drawer Balances - Release Session (Y/N)? '
           ACCEPT WS-CONFIRM
                   MOVE 'Y' TO WS-END-OF-PENDING
               NOT AT END
                   IF TP-SESSION-ID = WS-SESSION-ID
                      AND TP-TRANSACTION-TYPE = 'DRAW'
                       IF TP-TENDER-TYPE = 'CASH'
                           ADD 1 TO WS-DRAW-CASH-COUNT
                           ADD TP-PAYMENT-AMOUNT
                               TO WS-DRAW-CASH-TOTAL
                       ELSE
                           ADD 1 TO WS-DRAW-OTHER-COUNT
                           ADD TP-PAYMENT-AMOUNT
                               TO WS-DRAW-OTHER-TOTAL
                       END-IF
                   END-IF
                   IF TP-SESSION-ID = WS-SESSION-ID
                      AND TP-TRANSACTION-TYPE NOT = 'DRAW'
                       EVALUATE TP-TENDER-TYPE
                           WHEN 'CASH'
                               ADD 1 TO WS-CASH-COUNT
      *  put via the usual .NEW copy-back.
      *----------------------------------------------------------------
       RELEASE-PENDING-TRANSACTIONS.
           MOVE SESSION-OPEN-DATE TO WS-OPEN-DATE
           CALL 'GET-BUSINESS-DATE' USING WS-BUSINESS-DATE
                                         WS-BUSDATE-FOUND
           IF NOT BUSINESS-DATE-FOUND
               MOVE ZERO TO WS-BUSINESS-DATE
           END-IF
           MOVE 'N' TO WS-END-OF-PENDING
           OPEN INPUT TELLER-PENDING-FILE
           IF NOT PENDING-FILE-OK
           MOVE TP-SESSION-ID          TO TELLER-SESSION-ID
           MOVE TP-TENDER-TYPE         TO TENDER-TYPE
           MOVE ZEROS                  TO ALLOCATION-SPLIT
           MOVE ZEROS                  TO BACKDATE-CONTROL
           IF WS-OPEN-DATE < WS-BUSINESS-DATE
              AND (TYPE-PAYMENT OR TYPE-PAYOFF)
               MOVE WS-OPEN-DATE       TO PAYMENT-EFFECTIVE-DATE
               MOVE 'P'                TO BACKDATE-STATUS
           END-IF
           WRITE TRANSACTION-REC
           CLOSE TRANSACTION-FILE

