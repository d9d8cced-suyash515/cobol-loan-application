       IDENTIFICATION DIVISION.
       PROGRAM-ID. GET-MEMO-POSITION.

      *================================================================
      *  Callable memo-position lookup.  Given a LOAN-ID, totals the
      *  loan's OPEN items on MEMO_POST.DAT -- today's intraday
      *  credits and debits that BALANCE-UPDATE has not applied yet
      *  -- so inquiry, statements and payoff quotes can show the
      *  available (memo) balance beside the ledger balance.  Both
      *  totals come back zero when the loan has nothing pending or
      *  the file is not there.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMO-POST-FILE ASSIGN TO 'MEMO_POST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMO-ID OF MEMO-POST-REC
               ALTERNATE RECORD KEY IS LOAN-ID OF MEMO-POST-REC
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMO-POST-FILE.
       COPY MEMOPOSTREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
           88  FILE-OK             VALUE '00'.
       01  WS-END-OF-MEMOS        PIC X VALUE 'N'.
           88  END-OF-MEMOS        VALUE 'Y'.

       LINKAGE SECTION.
       01  WS-MEMO-LOAN-ID        PIC 9(5).
       01  WS-MEMO-CREDITS        PIC 9(7)V99.
       01  WS-MEMO-DEBITS         PIC 9(7)V99.

       PROCEDURE DIVISION USING WS-MEMO-LOAN-ID
                                 WS-MEMO-CREDITS
                                 WS-MEMO-DEBITS.

       MOVE ZERO TO WS-MEMO-CREDITS
       MOVE ZERO TO WS-MEMO-DEBITS
       OPEN INPUT MEMO-POST-FILE
       IF FILE-OK
           MOVE 'N' TO WS-END-OF-MEMOS
           MOVE WS-MEMO-LOAN-ID TO LOAN-ID OF MEMO-POST-REC
           START MEMO-POST-FILE KEY IS EQUAL TO
                   LOAN-ID OF MEMO-POST-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-MEMOS
           END-START
           PERFORM ADD-NEXT-MEMO UNTIL END-OF-MEMOS
           CLOSE MEMO-POST-FILE
       END-IF

       GOBACK.

       ADD-NEXT-MEMO.
           READ MEMO-POST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-MEMOS
               NOT AT END
                   IF LOAN-ID OF MEMO-POST-REC NOT = WS-MEMO-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-MEMOS
                   ELSE
                       IF MEMO-OPEN AND MEMO-CREDIT
                           ADD MEMO-AMOUNT TO WS-MEMO-CREDITS
                       END-IF
                       IF MEMO-OPEN AND MEMO-DEBIT
                           ADD MEMO-AMOUNT TO WS-MEMO-DEBITS
                       END-IF
                   END-IF
           END-READ.
