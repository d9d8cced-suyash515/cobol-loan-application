      *  vendor's layout -- LOAN-ID, CUSTOMER-ID, current
      *  LOAN-BALANCE, the next unpaid PAYMENT-DUE-DATE and
      *  PAYMENT-AMOUNT off the schedule, and the last posted
      *  payment's date and amount off TRANSACTION.DAT, and whether
      *  the site may take a card payment on the loan ('N' once
      *  repeated chargebacks have blocked the card channel) -- then
      *  a 'T' trailer carrying the record count and balance total
      *  the vendor validates on receipt.  The file is rebuilt whole
      *  each night so the site finally shows current balances.
      *================================================================

       ENVIRONMENT DIVISION.
               10  EXT-NEXT-DUE-AMOUNT PIC 9(7)V99.
               10  EXT-LAST-PMT-DATE   PIC 9(8).
               10  EXT-LAST-PMT-AMOUNT PIC 9(7)V99.
               10  EXT-CARD-ACCEPTED   PIC X.
           05  EXT-TRAILER REDEFINES EXT-DETAIL.
               10  EXT-RECORD-COUNT    PIC 9(7).
               10  EXT-BALANCE-TOTAL   PIC 9(11)V99.
           MOVE WS-NEXT-DUE-AMOUNT TO EXT-NEXT-DUE-AMOUNT
           MOVE WS-LAST-PMT-DATE   TO EXT-LAST-PMT-DATE
           MOVE WS-LAST-PMT-AMOUNT TO EXT-LAST-PMT-AMOUNT
           IF CARD-CHANNEL-BLOCKED
               MOVE 'N' TO EXT-CARD-ACCEPTED
           ELSE
               MOVE 'Y' TO EXT-CARD-ACCEPTED
           END-IF
           WRITE EXTRACT-REC

           ADD 1 TO WS-LOANS-EXTRACTED
