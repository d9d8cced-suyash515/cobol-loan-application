       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMO-POST-CLEAR.

      *================================================================
      *  Nightly clearing of the intraday memo posts on MEMO_POST.DAT,
      *  run right after BALANCE-UPDATE.  An open item is cleared once
      *  the money it stands for has hard-posted to the loan:
      *    - an item that already carries its TRANSACTION-ID (keyed
      *      entries, ACH) clears when that ID is at or below the
      *      BALANCE_UPDATE.CKPT high-water mark;
      *    - an item with no ID yet (teller items before the drawer
      *      is released, wires parked against a loan) is matched to
      *      a transaction on the same loan for the same amount and
      *      direction, dated no earlier than the memo, already
      *      applied, and not claimed by another memo item.  The
      *      matched ID is stamped on the item as it clears.
      *  Whatever is still open from the run date or earlier is
      *  listed as never posted, with its age in days, so operations
      *  can chase it; an item older than the MEMO EXPIRE DAYS
      *  parameter (default 5) is marked expired and no longer counts
      *  toward any loan's memo balance.
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
               FILE STATUS IS MEMO-FILE-STATUS.

           SELECT MEMO-CHECK-FILE ASSIGN TO 'MEMO_POST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHK-MEMO-ID
               ALTERNATE RECORD KEY IS CHK-LOAN-ID WITH DUPLICATES
               FILE STATUS IS MEMCHK-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO 'TRANSACTION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID OF TRANSACTION-REC
               ALTERNATE RECORD KEY IS LOAN-ID OF TRANSACTION-REC
                   WITH DUPLICATES
               FILE STATUS IS TRAN-FILE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO 'BALANCE_UPDATE.CKPT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CKPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMO-POST-FILE.
       COPY MEMOPOSTREC.

       FD  MEMO-CHECK-FILE.
       01  MEMO-CHECK-REC.
           05  CHK-MEMO-ID         PIC 9(5).
           05  CHK-LOAN-ID         PIC 9(5).
           05  CHK-MEMO-DATE       PIC 9(8).
           05  CHK-MEMO-SOURCE     PIC X(6).
           05  CHK-MEMO-DIRECTION  PIC X.
           05  CHK-MEMO-AMOUNT     PIC 9(7)V99.
           05  CHK-TRANSACTION-ID  PIC 9(5).
           05  CHK-MEMO-STATUS     PIC X.
           05  CHK-STATUS-DATE     PIC 9(8).

       FD  TRANSACTION-FILE.
       COPY TRANREC.

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC.
           05  LAST-APPLIED-TRANSACTION-ID  PIC 9(5).

       WORKING-STORAGE SECTION.
       01  MEMO-FILE-STATUS        PIC XX.
           88  MEMO-FILE-OK         VALUE '00'.
       01  MEMCHK-FILE-STATUS      PIC XX.
           88  MEMCHK-FILE-OK       VALUE '00'.
       01  TRAN-FILE-STATUS        PIC XX.
           88  TRAN-FILE-OK         VALUE '00'.
       01  CKPT-FILE-STATUS        PIC XX.
           88  CKPT-FILE-OK         VALUE '00'.

       01  WS-END-OF-MEMOS         PIC X VALUE 'N'.
           88  END-OF-MEMOS         VALUE 'Y'.
       01  WS-END-OF-LOAN-TRANS    PIC X VALUE 'N'.
           88  END-OF-LOAN-TRANS    VALUE 'Y'.
       01  WS-END-OF-CLAIMS        PIC X VALUE 'N'.
           88  END-OF-CLAIMS        VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-BUSDATE-FOUND        PIC X.
           88  BUSINESS-DATE-FOUND  VALUE 'Y'.
       01  WS-LAST-CHECKPOINT-ID   PIC 9(5) VALUE ZERO.

       01  WS-PARM-NAME            PIC X(20).
       01  WS-PARM-VALUE           PIC 9(7)V99.
       01  WS-PARM-FOUND           PIC X.
           88  PARM-FOUND           VALUE 'Y'.
       01  WS-EXPIRE-DAYS          PIC 9(3) VALUE 5.

      *  Transaction matching for an item posted without an ID.
       01  WS-MATCH-FOUND          PIC X.
           88  MATCH-FOUND          VALUE 'Y'.
       01  WS-MATCHED-TRAN-ID      PIC 9(5).
       01  WS-TRAN-DIRECTION       PIC X.
       01  WS-TRAN-CLAIMED         PIC X.
           88  TRAN-CLAIMED         VALUE 'Y'.

      *  Age of an open item, counted forward a day at a time from
      *  the memo date to the run date.
       01  WS-MEMO-AGE-DAYS        PIC 9(3).
       01  WS-WORK-DATE            PIC 9(8).
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR        PIC 9(4).
           05  WS-WORK-MONTH       PIC 9(2).
           05  WS-WORK-DAY         PIC 9(2).
       01  WS-LAST-DAY-OF-MONTH    PIC 9(2).
       01  WS-LEAP-QUOTIENT        PIC 9(4).
       01  WS-LEAP-REMAINDER-4     PIC 9(4).
       01  WS-LEAP-REMAINDER-100   PIC 9(4).
       01  WS-LEAP-REMAINDER-400   PIC 9(4).

       01  WS-MEMOS-READ           PIC 9(5) COMP VALUE ZERO.
       01  WS-MEMOS-CLEARED        PIC 9(5) COMP VALUE ZERO.
       01  WS-MEMOS-MATCHED        PIC 9(5) COMP VALUE ZERO.
       01  WS-MEMOS-NOT-POSTED     PIC 9(5) COMP VALUE ZERO.
       01  WS-MEMOS-EXPIRED        PIC 9(5) COMP VALUE ZERO.
       01  WS-DISPLAY-AMOUNT       PIC Z,ZZZ,ZZ9.99.

       01  WS-CTL-STEP-NAME        PIC X(20).
       01  WS-CTL-RECORDS-READ     PIC 9(7).
       01  WS-CTL-RECORDS-WRITTEN  PIC 9(7).
       01  WS-CTL-DOLLARS-IN       PIC 9(9)V99.
       01  WS-CTL-DOLLARS-OUT      PIC 9(9)V99.

       01  WS-RST-MODE            PIC X.
       01  WS-RST-STEP-NAME       PIC X(20).
       01  WS-RST-BUSINESS-DATE   PIC 9(8).
       01  WS-RST-STEP-DONE       PIC X.
           88  RESTART-STEP-DONE   VALUE 'Y'.
       01  WS-RST-DATE-FOUND      PIC X.
           88  RST-DATE-FOUND      VALUE 'Y'.

       PROCEDURE DIVISION.

       CALL 'GET-BUSINESS-DATE' USING WS-RST-BUSINESS-DATE
                                       WS-RST-DATE-FOUND
       IF NOT RST-DATE-FOUND
           ACCEPT WS-RST-BUSINESS-DATE FROM DATE YYYYMMDD
       END-IF
       MOVE 'MEMO-POST-CLEAR' TO WS-RST-STEP-NAME
       MOVE 'C' TO WS-RST-MODE
       CALL 'STEP-RESTART-CONTROL' USING WS-RST-MODE
                                          WS-RST-STEP-NAME
                                          WS-RST-BUSINESS-DATE
                                          WS-RST-STEP-DONE
       IF RESTART-STEP-DONE
           DISPLAY 'Step Already Complete For ' WS-RST-BUSINESS-DATE
               ' - Skipped On Restart.'
           STOP RUN
       END-IF

       CALL 'GET-BUSINESS-DATE' USING WS-RUN-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           DISPLAY 'Enter Memo Clearing Run Date (YYYYMMDD): '
           ACCEPT WS-RUN-DATE
       END-IF

       MOVE 'MEMO EXPIRE DAYS' TO WS-PARM-NAME
       CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                 WS-RUN-DATE
                                 WS-PARM-VALUE
                                 WS-PARM-FOUND
       IF PARM-FOUND AND WS-PARM-VALUE > ZERO
           MOVE WS-PARM-VALUE TO WS-EXPIRE-DAYS
       END-IF

       PERFORM READ-LAST-CHECKPOINT

       OPEN I-O MEMO-POST-FILE
       IF NOT MEMO-FILE-OK
           DISPLAY 'No Memo Posts On File - Nothing To Clear.'
       ELSE
           OPEN INPUT MEMO-CHECK-FILE
           OPEN INPUT TRANSACTION-FILE
           IF NOT TRAN-FILE-OK
               DISPLAY 'Error Opening TRANSACTION-FILE.'
           ELSE
               DISPLAY 'Memo Posts Not Posted To The Loan As Of '
                   WS-RUN-DATE
               DISPLAY '----------------------------------------'
               MOVE 'N' TO WS-END-OF-MEMOS
               PERFORM CLEAR-NEXT-MEMO UNTIL END-OF-MEMOS
               CLOSE TRANSACTION-FILE
           END-IF
           CLOSE MEMO-CHECK-FILE
           CLOSE MEMO-POST-FILE
       END-IF

       DISPLAY ' '
       DISPLAY 'Memo Clearing Complete For ' WS-RUN-DATE
       DISPLAY '  Open Items Read      : ' WS-MEMOS-READ
       DISPLAY '  Cleared              : ' WS-MEMOS-CLEARED
       DISPLAY '    Matched To A Tran  : ' WS-MEMOS-MATCHED
       DISPLAY '  Not Yet Posted       : ' WS-MEMOS-NOT-POSTED
       DISPLAY '  Expired              : ' WS-MEMOS-EXPIRED

       PERFORM WRITE-CONTROL-RECORD

       MOVE 'R' TO WS-RST-MODE
       CALL 'STEP-RESTART-CONTROL' USING WS-RST-MODE
                                          WS-RST-STEP-NAME
                                          WS-RST-BUSINESS-DATE
                                          WS-RST-STEP-DONE

       STOP RUN.

      *----------------------------------------------------------------
      *  The highest TRANSACTION-ID BALANCE-UPDATE has applied; zero
      *  when it has never run, so nothing clears off an ID.
      *----------------------------------------------------------------
       READ-LAST-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF CKPT-FILE-OK
               READ CHECKPOINT-FILE
                   NOT AT END
                       MOVE LAST-APPLIED-TRANSACTION-ID
                           TO WS-LAST-CHECKPOINT-ID
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

       CLEAR-NEXT-MEMO.
           READ MEMO-POST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-MEMOS
               NOT AT END
                   IF MEMO-OPEN
                       ADD 1 TO WS-MEMOS-READ
                       PERFORM PROCESS-OPEN-MEMO
                   END-IF
           END-READ.

       PROCESS-OPEN-MEMO.
           IF TRANSACTION-ID OF MEMO-POST-REC = ZERO
               PERFORM FIND-POSTED-TRANSACTION
               IF MATCH-FOUND
                   MOVE WS-MATCHED-TRAN-ID
                       TO TRANSACTION-ID OF MEMO-POST-REC
                   ADD 1 TO WS-MEMOS-MATCHED
               END-IF
           END-IF

           IF TRANSACTION-ID OF MEMO-POST-REC > ZERO
              AND TRANSACTION-ID OF MEMO-POST-REC
                  NOT > WS-LAST-CHECKPOINT-ID
               MOVE 'C' TO MEMO-STATUS
               MOVE WS-RUN-DATE TO MEMO-STATUS-DATE
               PERFORM REWRITE-MEMO
               ADD 1 TO WS-MEMOS-CLEARED
           ELSE
               IF MEMO-DATE NOT > WS-RUN-DATE
                   PERFORM REPORT-UNPOSTED-MEMO
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  Looks over the loan's transactions for the one this ID-less
      *  item stands for.  Payments match a credit; draws and
      *  reversals match a debit.
      *----------------------------------------------------------------
       FIND-POSTED-TRANSACTION.
           MOVE 'N' TO WS-MATCH-FOUND
           MOVE ZERO TO WS-MATCHED-TRAN-ID
           MOVE 'N' TO WS-END-OF-LOAN-TRANS
           MOVE LOAN-ID OF MEMO-POST-REC TO LOAN-ID OF TRANSACTION-REC
           START TRANSACTION-FILE KEY IS EQUAL TO
                   LOAN-ID OF TRANSACTION-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LOAN-TRANS
           END-START
           PERFORM CHECK-NEXT-LOAN-TRAN
               UNTIL END-OF-LOAN-TRANS OR MATCH-FOUND.

       CHECK-NEXT-LOAN-TRAN.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-LOAN-TRANS
               NOT AT END
                   IF LOAN-ID OF TRANSACTION-REC
                       NOT = LOAN-ID OF MEMO-POST-REC
                       MOVE 'Y' TO WS-END-OF-LOAN-TRANS
                   ELSE
                       PERFORM TEST-TRANSACTION-MATCH
                   END-IF
           END-READ.

       TEST-TRANSACTION-MATCH.
           MOVE SPACE TO WS-TRAN-DIRECTION
           IF TYPE-PAYMENT
               MOVE 'C' TO WS-TRAN-DIRECTION
           END-IF
           IF TYPE-DRAW OR TYPE-REVERSAL
               MOVE 'D' TO WS-TRAN-DIRECTION
           END-IF
           IF WS-TRAN-DIRECTION = MEMO-DIRECTION
              AND PAYMENT-AMOUNT = MEMO-AMOUNT
              AND PAYMENT-DATE NOT < MEMO-DATE
              AND TRANSACTION-ID OF TRANSACTION-REC
                  NOT > WS-LAST-CHECKPOINT-ID
               PERFORM CHECK-TRANSACTION-CLAIMED
               IF NOT TRAN-CLAIMED
                   MOVE 'Y' TO WS-MATCH-FOUND
                   MOVE TRANSACTION-ID OF TRANSACTION-REC
                       TO WS-MATCHED-TRAN-ID
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  A transaction already stamped on another of the loan's memo
      *  items (two same-amount payments in a day) is not matched
      *  again.
      *----------------------------------------------------------------
       CHECK-TRANSACTION-CLAIMED.
           MOVE 'N' TO WS-TRAN-CLAIMED
           MOVE 'N' TO WS-END-OF-CLAIMS
           MOVE LOAN-ID OF MEMO-POST-REC TO CHK-LOAN-ID
           START MEMO-CHECK-FILE KEY IS EQUAL TO CHK-LOAN-ID
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-CLAIMS
           END-START
           PERFORM CHECK-NEXT-CLAIM
               UNTIL END-OF-CLAIMS OR TRAN-CLAIMED.

       CHECK-NEXT-CLAIM.
           READ MEMO-CHECK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-CLAIMS
               NOT AT END
                   IF CHK-LOAN-ID NOT = LOAN-ID OF MEMO-POST-REC
                       MOVE 'Y' TO WS-END-OF-CLAIMS
                   ELSE
                       IF CHK-MEMO-ID NOT = MEMO-ID
                          AND CHK-TRANSACTION-ID
                              = TRANSACTION-ID OF TRANSACTION-REC
                           MOVE 'Y' TO WS-TRAN-CLAIMED
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Lists an item still open after the day it was taken, and
      *  expires it once it is older than MEMO EXPIRE DAYS.
      *----------------------------------------------------------------
       REPORT-UNPOSTED-MEMO.
           MOVE ZERO TO WS-MEMO-AGE-DAYS
           MOVE MEMO-DATE TO WS-WORK-DATE
           PERFORM COUNT-ONE-DAY
               UNTIL WS-WORK-DATE NOT < WS-RUN-DATE
                  OR WS-MEMO-AGE-DAYS = 999

           MOVE MEMO-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY 'Memo ' MEMO-ID ' Loan ' LOAN-ID OF MEMO-POST-REC
               ' ' MEMO-SOURCE ' ' MEMO-DIRECTION ' '
               WS-DISPLAY-AMOUNT ' Taken ' MEMO-DATE
               ' Age ' WS-MEMO-AGE-DAYS ' Days'
           ADD 1 TO WS-MEMOS-NOT-POSTED

           IF WS-MEMO-AGE-DAYS > WS-EXPIRE-DAYS
               MOVE 'X' TO MEMO-STATUS
               MOVE WS-RUN-DATE TO MEMO-STATUS-DATE
               PERFORM REWRITE-MEMO
               ADD 1 TO WS-MEMOS-EXPIRED
               DISPLAY '    Expired - Dropped From The Memo Balance.'
           END-IF.

       REWRITE-MEMO.
           REWRITE MEMO-POST-REC
               INVALID KEY
                   DISPLAY 'Error Rewriting Memo ' MEMO-ID
           END-REWRITE.

       COUNT-ONE-DAY.
           PERFORM ADD-ONE-DAY
           ADD 1 TO WS-MEMO-AGE-DAYS.

       ADD-ONE-DAY.
           PERFORM FIND-LAST-DAY-OF-MONTH
           IF WS-WORK-DAY < WS-LAST-DAY-OF-MONTH
               ADD 1 TO WS-WORK-DAY
           ELSE
               MOVE 1 TO WS-WORK-DAY
               IF WS-WORK-MONTH < 12
                   ADD 1 TO WS-WORK-MONTH
               ELSE
                   MOVE 1 TO WS-WORK-MONTH
                   ADD 1 TO WS-WORK-YEAR
               END-IF
           END-IF.

       FIND-LAST-DAY-OF-MONTH.
           EVALUATE WS-WORK-MONTH
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-LAST-DAY-OF-MONTH
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-LAST-DAY-OF-MONTH
               WHEN 2
                   PERFORM CHECK-LEAP-YEAR
           END-EVALUATE.

       CHECK-LEAP-YEAR.
           DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER-4
           DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER-100
           DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER-400

           IF WS-LEAP-REMAINDER-4 = 0
              AND (WS-LEAP-REMAINDER-100 NOT = 0
                   OR WS-LEAP-REMAINDER-400 = 0)
               MOVE 29 TO WS-LAST-DAY-OF-MONTH
           ELSE
               MOVE 28 TO WS-LAST-DAY-OF-MONTH
           END-IF.

       WRITE-CONTROL-RECORD.
           MOVE WS-RST-STEP-NAME TO WS-CTL-STEP-NAME
           MOVE WS-MEMOS-READ TO WS-CTL-RECORDS-READ
           MOVE WS-MEMOS-CLEARED TO WS-CTL-RECORDS-WRITTEN
           MOVE ZERO TO WS-CTL-DOLLARS-IN
           MOVE ZERO TO WS-CTL-DOLLARS-OUT
           CALL 'WRITE-BATCH-CONTROL' USING WS-CTL-STEP-NAME
                                             WS-CTL-RECORDS-READ
                                             WS-CTL-RECORDS-WRITTEN
                                             WS-CTL-DOLLARS-IN
                                             WS-CTL-DOLLARS-OUT.
