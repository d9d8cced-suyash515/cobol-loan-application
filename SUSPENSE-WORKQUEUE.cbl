      *  the posting run matches the money to the right schedule row
      *  on its next pass), REFUND just writes the reversal so the
      *  money can be returned.  Either way the item is stamped with
      *  who resolved it and when.  DUP SUSPECT items are listed
      *  here too but are worked in DUPLICATE-PAYMENT-REVIEW, since
      *  the held payment was never applied to reverse.
      *================================================================

       ENVIRONMENT DIVISION.
       01  WS-CORRECT-DUE-DATE     PIC 9(8).
       01  WS-ORIG-TRAN-ID         PIC 9(5).
       01  WS-ORIG-AMOUNT          PIC 9(7)V99.
       01  WS-ORIG-LOAN-ID         PIC 9(5).
       01  WS-ORIG-PAYMENT-DATE    PIC 9(8).
       01  WS-NEXT-TRANSACTION-ID  PIC 9(5) VALUE ZERO.
       01  WS-OPEN-ITEMS           PIC 9(5) COMP VALUE ZERO.
       01  WS-USER-ID              PIC A(10).

       APPLY-ITEM.
           PERFORM READ-OPEN-ITEM
           IF SUSPENSE-OPEN AND NOT REASON-DUPLICATE
               DISPLAY 'Enter Correct Loan ID: '
               ACCEPT WS-CORRECT-LOAN-ID
               DISPLAY 'Enter Correct Payment Due Date (YYYYMMDD): '

               MOVE TRANSACTION-ID OF SUSPENSE-REC TO WS-ORIG-TRAN-ID
               MOVE PAYMENT-AMOUNT OF SUSPENSE-REC TO WS-ORIG-AMOUNT
               MOVE LOAN-ID OF SUSPENSE-REC TO WS-ORIG-LOAN-ID
               MOVE PAYMENT-DATE OF SUSPENSE-REC
                   TO WS-ORIG-PAYMENT-DATE

               PERFORM ASSIGN-NEXT-TRANSACTION-ID
               PERFORM WRITE-REVERSAL-TRANSACTION

       REFUND-ITEM.
           PERFORM READ-OPEN-ITEM
           IF SUSPENSE-OPEN AND NOT REASON-DUPLICATE
               MOVE TRANSACTION-ID OF SUSPENSE-REC TO WS-ORIG-TRAN-ID
               MOVE PAYMENT-AMOUNT OF SUSPENSE-REC TO WS-ORIG-AMOUNT
               MOVE LOAN-ID OF SUSPENSE-REC TO WS-CORRECT-LOAN-ID
           IF NOT SUSPENSE-OPEN
               DISPLAY 'Suspense Item Is Not Open: ' WS-SUSPENSE-ID
                   ' - Status Is ' SUSPENSE-STATUS
           END-IF
      *  A held duplicate never reached the loan, so there is nothing
      *  here to reverse -- it is released or returned from the
      *  duplicate review instead.
           IF SUSPENSE-OPEN AND REASON-DUPLICATE
               DISPLAY 'Suspense Item ' WS-SUSPENSE-ID
                   ' Is A Held Duplicate - Work It In '
                   'DUPLICATE-PAYMENT-REVIEW.'
           END-IF.

       STAMP-AND-REWRITE-ITEM.
           MOVE ZERO TO TELLER-SESSION-ID
           MOVE SPACES TO TENDER-TYPE
           MOVE ZEROS TO ALLOCATION-SPLIT
           MOVE ZEROS TO BACKDATE-CONTROL
           WRITE TRANSACTION-REC
           CLOSE TRANSACTION-FILE.

           MOVE ZERO TO TELLER-SESSION-ID
           MOVE SPACES TO TENDER-TYPE
           MOVE ZEROS TO ALLOCATION-SPLIT
           MOVE ZEROS TO BACKDATE-CONTROL
      *  Money that sat in suspense against the wrong loan never
      *  reduced the right loan's balance -- credit it back to the
      *  day it came in so the nightly run re-accrues the interest.
           IF WS-CORRECT-LOAN-ID NOT = WS-ORIG-LOAN-ID
              AND WS-ORIG-PAYMENT-DATE < WS-RESOLVE-DATE
               MOVE WS-ORIG-PAYMENT-DATE TO PAYMENT-EFFECTIVE-DATE
               MOVE 'P' TO BACKDATE-STATUS
           END-IF
           WRITE TRANSACTION-REC
           CLOSE TRANSACTION-FILE.
