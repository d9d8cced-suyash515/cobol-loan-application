       01  WS-ID-FOUND            PIC X.
           88  ID-SERIES-FOUND     VALUE 'Y'.

       01  WS-MEMO-LOAN-ID        PIC 9(5).
       01  WS-MEMO-SOURCE         PIC X(6) VALUE 'ACH'.
       01  WS-MEMO-DIRECTION      PIC X VALUE 'C'.
       01  WS-MEMO-AMOUNT         PIC 9(7)V99.
       01  WS-MEMO-TRANSACTION-ID PIC 9(5).
       01  WS-MEMO-DATE           PIC 9(8).

       PROCEDURE DIVISION.

       MOVE '1' TO WS-PASS
           MOVE ZERO TO TELLER-SESSION-ID
           MOVE SPACES TO TENDER-TYPE
           MOVE ZEROS TO ALLOCATION-SPLIT
           MOVE ZEROS TO BACKDATE-CONTROL
           WRITE TRANSACTION-REC

           CLOSE TRANSACTION-FILE

      *  Memo-post the payment so inquiry and payoff quotes reflect
      *  it today, before the nightly balance update applies it.
           MOVE ACH-LOAN-ID            TO WS-MEMO-LOAN-ID
           MOVE ACH-PAYMENT-AMOUNT     TO WS-MEMO-AMOUNT
           MOVE ACH-PAYMENT-DATE       TO WS-MEMO-DATE
           MOVE WS-NEXT-TRANSACTION-ID TO WS-MEMO-TRANSACTION-ID
           CALL 'WRITE-MEMO-POST' USING WS-MEMO-LOAN-ID
                                         WS-MEMO-SOURCE
                                         WS-MEMO-DIRECTION
                                         WS-MEMO-AMOUNT
                                         WS-MEMO-TRANSACTION-ID
                                         WS-MEMO-DATE

           ADD 1 TO WS-PAYMENTS-LOADED
           ADD 1 TO WS-NEXT-TRANSACTION-ID.
