       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLE-CATCHUP-CHECK.

      *================================================================
      *  Missed-night detection for the nightly cycle.  The system
      *  business date on BUSDATE.DAT is the day tonight's cycle is
      *  to process; DATE-ROLL moves it forward one business day at
      *  the end of every clean run.  When a night is lost -- an
      *  outage, or a failed step not fixed until the next evening
      *  -- the business date is left behind the calendar, and
      *  running the ordinary cycle would process the missed day as
      *  if it were today and never produce tonight's.  Two modes,
      *  off the SYSIN card:
      *
      *      D  Detect - first step of NIGHTLY-CYCLE.  Business date
      *         current: clears any catch-up stamp, RC 0, and the
      *         night runs as usual.  Business date behind today:
      *         lists the missed business dates and ends RC 4, which
      *         bypasses the nightly steps and submits CATCHUP-CYCLE.
      *      S  Start - first step of CATCHUP-CYCLE.  Stamps the
      *         business date being caught up on BUSDATE.DAT, with
      *         the highest TRANSACTION-ID that belongs to it (the
      *         last one before the first transaction dated later,
      *         counting from BALANCE-UPDATE's checkpoint), and ends
      *         RC 0 so the date-sensitive steps run under that date.
      *         Nothing behind: RC 4 and the job does nothing.
      *
      *  CATCHUP-CYCLE rolls the date one business day and hands
      *  back to NIGHTLY-CYCLE, which detects again -- so each
      *  missed date runs in turn, and tonight's cycle runs once the
      *  business date has caught up to today.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BUSDATE-FILE-STATUS.

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
       FD  BUSINESS-DATE-FILE.
       COPY BUSDATEREC.

       FD  TRANSACTION-FILE.
       COPY TRANREC.

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC.
           05  LAST-APPLIED-TRANSACTION-ID  PIC 9(5).

       WORKING-STORAGE SECTION.
       01  BUSDATE-FILE-STATUS     PIC XX.
           88  BUSDATE-FILE-OK      VALUE '00'.
       01  TRAN-FILE-STATUS        PIC XX.
           88  TRAN-FILE-OK         VALUE '00'.
       01  CKPT-FILE-STATUS        PIC XX.
           88  CKPT-FILE-OK         VALUE '00'.

       01  WS-MODE                 PIC X.
           88  MODE-DETECT          VALUE 'D'.
           88  MODE-START           VALUE 'S'.
       01  WS-TODAY                PIC 9(8).
       01  WS-DATE-ON-FILE         PIC X VALUE 'N'.
           88  DATE-ON-FILE         VALUE 'Y'.

      *  BUSDATE.DAT as read, written back whole when the catch-up
      *  stamp changes.
       01  WS-CURRENT-DATE         PIC 9(8).
       01  WS-PREVIOUS-DATE        PIC 9(8).
       01  WS-LAST-ROLLED-ON       PIC 9(8).
       01  WS-CATCHUP-DATE         PIC 9(8).
       01  WS-CATCHUP-TRAN-LIMIT   PIC 9(5).

       01  WS-LAST-CHECKPOINT-ID   PIC 9(5) VALUE ZERO.
       01  WS-END-OF-TRANSACTIONS  PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS  VALUE 'Y'.

       01  WS-MISSED-DATE          PIC 9(8).
       01  WS-MISSED-COUNT         PIC 9(3) VALUE ZERO.
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

       PROCEDURE DIVISION.

       DISPLAY 'Enter Catch-Up Check Mode (D=Detect, S=Start): '
       ACCEPT WS-MODE
       IF NOT MODE-DETECT AND NOT MODE-START
           DISPLAY 'Invalid Catch-Up Check Mode: ' WS-MODE
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       ACCEPT WS-TODAY FROM DATE YYYYMMDD

       OPEN INPUT BUSINESS-DATE-FILE
       IF BUSDATE-FILE-OK
           READ BUSINESS-DATE-FILE
               NOT AT END
                   MOVE 'Y' TO WS-DATE-ON-FILE
                   MOVE CURRENT-BUSINESS-DATE  TO WS-CURRENT-DATE
                   MOVE PREVIOUS-BUSINESS-DATE TO WS-PREVIOUS-DATE
                   MOVE LAST-ROLLED-ON         TO WS-LAST-ROLLED-ON
                   MOVE ZERO TO WS-CATCHUP-DATE
                   MOVE ZERO TO WS-CATCHUP-TRAN-LIMIT
                   IF CATCHUP-DATE NUMERIC
                       MOVE CATCHUP-DATE TO WS-CATCHUP-DATE
                   END-IF
                   IF CATCHUP-TRAN-LIMIT NUMERIC
                       MOVE CATCHUP-TRAN-LIMIT
                           TO WS-CATCHUP-TRAN-LIMIT
                   END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE
       END-IF

      *  No date file yet means the first cycle after conversion;
      *  DATE-ROLL initializes it and there is nothing to catch up.
       IF NOT DATE-ON-FILE
           DISPLAY 'No Business Date On File - No Catch-Up Check.'
           IF MODE-START
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
       END-IF

       IF WS-CURRENT-DATE NOT < WS-TODAY
           IF WS-CATCHUP-DATE NOT = ZERO
               MOVE ZERO TO WS-CATCHUP-DATE
               MOVE ZERO TO WS-CATCHUP-TRAN-LIMIT
               PERFORM REWRITE-BUSINESS-DATE
           END-IF
           DISPLAY 'Business Date ' WS-CURRENT-DATE
               ' Is Current - No Catch-Up Needed.'
           IF MODE-START
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
       END-IF

       EVALUATE TRUE
           WHEN MODE-DETECT
               PERFORM LIST-MISSED-DATES
               DISPLAY 'Business Date Is Behind Today (' WS-TODAY
                   ') - ' WS-MISSED-COUNT ' Missed Business Date(s).'
               DISPLAY 'Nightly Steps Bypassed - CATCHUP-CYCLE Runs '
                   'The Missed Dates First.'
               MOVE 4 TO RETURN-CODE
           WHEN MODE-START
               PERFORM FIND-CATCHUP-TRAN-LIMIT
               MOVE WS-CURRENT-DATE TO WS-CATCHUP-DATE
               PERFORM REWRITE-BUSINESS-DATE
               DISPLAY 'Catch-Up Run For Missed Business Date '
                   WS-CATCHUP-DATE
               DISPLAY '  Transactions Through ID '
                   WS-CATCHUP-TRAN-LIMIT ' Belong To This Date.'
       END-EVALUATE

       STOP RUN.

      *----------------------------------------------------------------
      *  Every business date from the one on file up to (not
      *  including) today -- each gets its own catch-up pass.
      *----------------------------------------------------------------
       LIST-MISSED-DATES.
           MOVE WS-CURRENT-DATE TO WS-MISSED-DATE
           PERFORM LIST-ONE-MISSED-DATE
               UNTIL WS-MISSED-DATE NOT < WS-TODAY
                  OR WS-MISSED-COUNT = 999.

       LIST-ONE-MISSED-DATE.
           ADD 1 TO WS-MISSED-COUNT
           DISPLAY '  Missed Business Date: ' WS-MISSED-DATE
           MOVE WS-MISSED-DATE TO WS-WORK-DATE
           PERFORM ADD-ONE-DAY
           CALL 'NEXT-BUSINESS-DAY' USING WS-WORK-DATE
                                           WS-MISSED-DATE.

      *----------------------------------------------------------------
      *  Walks TRANSACTION.DAT forward from BALANCE-UPDATE's
      *  checkpoint; the limit is the last ID before the first
      *  transaction dated after the date being caught up.  A restart
      *  of the same catch-up pass arrives at the same limit.
      *----------------------------------------------------------------
       FIND-CATCHUP-TRAN-LIMIT.
           OPEN INPUT CHECKPOINT-FILE
           IF CKPT-FILE-OK
               READ CHECKPOINT-FILE
                   NOT AT END
                       MOVE LAST-APPLIED-TRANSACTION-ID
                           TO WS-LAST-CHECKPOINT-ID
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF
           MOVE WS-LAST-CHECKPOINT-ID TO WS-CATCHUP-TRAN-LIMIT

           OPEN INPUT TRANSACTION-FILE
           IF TRAN-FILE-OK
               MOVE 'N' TO WS-END-OF-TRANSACTIONS
               MOVE WS-LAST-CHECKPOINT-ID
                   TO TRANSACTION-ID OF TRANSACTION-REC
               START TRANSACTION-FILE KEY IS GREATER THAN
                       TRANSACTION-ID OF TRANSACTION-REC
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-TRANSACTIONS
               END-START
               PERFORM CHECK-NEXT-TRANSACTION-DATE
                   UNTIL END-OF-TRANSACTIONS
               CLOSE TRANSACTION-FILE
           END-IF.

       CHECK-NEXT-TRANSACTION-DATE.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-TRANSACTIONS
               NOT AT END
                   IF PAYMENT-DATE > WS-CURRENT-DATE
                       MOVE 'Y' TO WS-END-OF-TRANSACTIONS
                   ELSE
                       MOVE TRANSACTION-ID OF TRANSACTION-REC
                           TO WS-CATCHUP-TRAN-LIMIT
                   END-IF
           END-READ.

       REWRITE-BUSINESS-DATE.
           OPEN OUTPUT BUSINESS-DATE-FILE
           IF NOT BUSDATE-FILE-OK
               DISPLAY 'Error Opening BUSINESS-DATE-FILE.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CURRENT-DATE       TO CURRENT-BUSINESS-DATE
           MOVE WS-PREVIOUS-DATE      TO PREVIOUS-BUSINESS-DATE
           MOVE WS-LAST-ROLLED-ON     TO LAST-ROLLED-ON
           MOVE WS-CATCHUP-DATE       TO CATCHUP-DATE
           MOVE WS-CATCHUP-TRAN-LIMIT TO CATCHUP-TRAN-LIMIT
           WRITE BUSINESS-DATE-REC
           CLOSE BUSINESS-DATE-FILE.

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
