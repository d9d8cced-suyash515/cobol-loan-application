       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-MEMO-POST.

      *================================================================
      *  Callable intraday memo posting.  The programs that take
      *  money in (or pay a draw out) during the day -- TRANSACTION-
      *  FILE for teller and keyed entries, ACH-PAYMENT-INTAKE,
      *  WIRE-RECEIPT-INTAKE for a wire parked against a loan --
      *  call this to add one OPEN item to MEMO_POST.DAT, numbered
      *  off the MEMO POST series on NEXT_ID.DAT.  GET-MEMO-POSITION
      *  sums a loan's open items for inquiry, statements and payoff
      *  quotes; MEMO-POST-CLEAR closes them as the nightly postings
      *  land.  Direction 'C' is a credit (lowers the balance when
      *  posted), 'D' a debit.  The transaction ID is zero when the
      *  item is not on TRANSACTION.DAT yet.
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
           88  FILE-NOT-FOUND      VALUE '35'.
       01  WS-NEXT-MEMO-ID        PIC 9(5).
       01  WS-ID-MODE             PIC X.
       01  WS-ID-SERIES           PIC X(12).
       01  WS-ID-FOUND            PIC X.
           88  ID-SERIES-FOUND     VALUE 'Y'.

       LINKAGE SECTION.
       01  WS-MEMO-LOAN-ID        PIC 9(5).
       01  WS-MEMO-SOURCE         PIC X(6).
       01  WS-MEMO-DIRECTION      PIC X.
       01  WS-MEMO-AMOUNT         PIC 9(7)V99.
       01  WS-MEMO-TRANSACTION-ID PIC 9(5).
       01  WS-MEMO-DATE           PIC 9(8).

       PROCEDURE DIVISION USING WS-MEMO-LOAN-ID
                                 WS-MEMO-SOURCE
                                 WS-MEMO-DIRECTION
                                 WS-MEMO-AMOUNT
                                 WS-MEMO-TRANSACTION-ID
                                 WS-MEMO-DATE.

       OPEN I-O MEMO-POST-FILE
       IF FILE-NOT-FOUND
           OPEN OUTPUT MEMO-POST-FILE
           CLOSE MEMO-POST-FILE
           OPEN I-O MEMO-POST-FILE
       END-IF
       IF NOT FILE-OK
           DISPLAY 'Error Opening MEMO-POST-FILE - Memo Not Posted.'
           GOBACK
       END-IF

       PERFORM ASSIGN-NEXT-MEMO-ID

       MOVE WS-NEXT-MEMO-ID        TO MEMO-ID
       MOVE WS-MEMO-LOAN-ID        TO LOAN-ID OF MEMO-POST-REC
       MOVE WS-MEMO-DATE           TO MEMO-DATE
       MOVE WS-MEMO-SOURCE         TO MEMO-SOURCE
       MOVE WS-MEMO-DIRECTION      TO MEMO-DIRECTION
       MOVE WS-MEMO-AMOUNT         TO MEMO-AMOUNT
       MOVE WS-MEMO-TRANSACTION-ID TO TRANSACTION-ID OF MEMO-POST-REC
       MOVE 'O'                    TO MEMO-STATUS
       MOVE WS-MEMO-DATE           TO MEMO-STATUS-DATE

       WRITE MEMO-POST-REC
           INVALID KEY
               DISPLAY 'Error Writing Memo Item For Loan '
                   WS-MEMO-LOAN-ID
       END-WRITE

       CLOSE MEMO-POST-FILE

       GOBACK.

       ASSIGN-NEXT-MEMO-ID.
           MOVE 'A' TO WS-ID-MODE
           MOVE 'MEMO POST' TO WS-ID-SERIES
           CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                        WS-ID-SERIES
                                        WS-NEXT-MEMO-ID
                                        WS-ID-FOUND
           IF NOT ID-SERIES-FOUND
               MOVE 1 TO WS-NEXT-MEMO-ID
               MOVE 'S' TO WS-ID-MODE
               CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                            WS-ID-SERIES
                                            WS-NEXT-MEMO-ID
                                            WS-ID-FOUND
           END-IF.
