       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACDV-DISPUTE-IMPORT.

      *================================================================
      *  Loads the credit bureaus' electronic dispute requests
      *  (ACDV_IN.DAT) into BUREAU_DISPUTE.DAT.  Each request is
      *  matched to the loan it names; a request for a loan not on
      *  LOAN.DAT, or whose customer does not match the loan's
      *  borrower, is logged already answered NOT FOUND so it goes
      *  straight back to the bureau.  A matched request is logged
      *  OPEN with a snapshot of what we furnish today for the
      *  analyst to confirm or correct in ACDV-DISPUTE-FILE:
      *    - status and balance off the loan's last CREDIT_BUREAU
      *      row (NOT RPTD when the loan has never been furnished)
      *    - past-due as the unpaid schedule rows already due
      *    - a 12-month payment history off DELINQ_SNAPSHOT.DAT,
      *      the worst bucket seen in each month
      *  The response is due ACDV RESPONSE DAYS calendar days after
      *  the bureau received the dispute (default 30).  A control
      *  number already on file is rejected as a resend.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACDV-FEED-FILE ASSIGN TO 'ACDV_IN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FEED-FILE-STATUS.

           SELECT BUREAU-DISPUTE-FILE ASSIGN TO 'BUREAU_DISPUTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISPUTE-ID OF BUREAU-DISPUTE-REC
               ALTERNATE RECORD KEY IS ACDV-CONTROL-NO
               ALTERNATE RECORD KEY IS LOAN-ID OF BUREAU-DISPUTE-REC
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-REC
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF LOAN-REC
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT CREDIT-BUREAU-FILE ASSIGN TO 'CREDIT_BUREAU.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CB-FILE-STATUS.

           SELECT PAYMENT-SCHEDULE-FILE
               ASSIGN TO 'PAYMENT_SCHEDULE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHEDULE-KEY
               FILE STATUS IS SCHED-FILE-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO 'DELINQ_SNAPSHOT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SNAPSHOT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACDV-FEED-FILE.
       01  ACDV-FEED-REC.
           05  FEED-CONTROL-NO      PIC X(20).
           05  FEED-BUREAU          PIC X(10).
           05  FEED-LOAN-ID         PIC 9(5).
           05  FEED-CUSTOMER-ID     PIC 9(5).
           05  FEED-REASON-CODE     PIC X(3).
           05  FEED-RECEIVED-DATE   PIC 9(8).
           05  FEED-CLAIM-TEXT      PIC X(40).

       FD  BUREAU-DISPUTE-FILE.
       COPY ACDVREC.

       FD  LOAN-FILE.
       COPY LOANREC.

       FD  CREDIT-BUREAU-FILE.
       COPY CREDBUREAUREC.

       FD  PAYMENT-SCHEDULE-FILE.
       COPY PAYSCHREC.

       FD  SNAPSHOT-FILE.
       COPY DELINQSNAPREC.

       WORKING-STORAGE SECTION.
       01  FEED-FILE-STATUS         PIC XX.
           88  FEED-FILE-OK          VALUE '00'.
       01  FILE-STATUS              PIC XX.
           88  FILE-OK               VALUE '00'.
           88  FILE-NOT-FOUND        VALUE '35'.
       01  LOAN-FILE-STATUS         PIC XX.
           88  LOAN-FILE-OK          VALUE '00'.
       01  CB-FILE-STATUS           PIC XX.
           88  CB-FILE-OK            VALUE '00'.
       01  SCHED-FILE-STATUS        PIC XX.
           88  SCHED-FILE-OK         VALUE '00'.
       01  SNAPSHOT-FILE-STATUS     PIC XX.
           88  SNAPSHOT-FILE-OK      VALUE '00'.

       01  WS-END-OF-FEED           PIC X VALUE 'N'.
           88  END-OF-FEED           VALUE 'Y'.
       01  WS-END-OF-SCAN           PIC X.
           88  END-OF-SCAN           VALUE 'Y'.
       01  WS-DUPLICATE-FOUND       PIC X.
           88  DUPLICATE-FOUND       VALUE 'Y'.
       01  WS-LOAN-MATCHED          PIC X.
           88  LOAN-MATCHED          VALUE 'Y'.
       01  WS-CB-ROW-FOUND          PIC X.
           88  CB-ROW-FOUND          VALUE 'Y'.
       01  WS-LAST-CB-DATE          PIC 9(8).

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR          PIC 9(4).
           05  WS-RUN-MONTH         PIC 9(2).
           05  WS-RUN-DAY           PIC 9(2).
       01  WS-BUSDATE-FOUND         PIC X.
           88  BUSINESS-DATE-FOUND   VALUE 'Y'.
       01  WS-USER-ID               PIC A(10) VALUE 'ACDVIMP'.
       01  WS-LOG-ACTION-TYPE       PIC A(20).
       01  WS-LOG-DESCRIPTION       PIC A(50).

       01  WS-DISPUTE-ID            PIC 9(5).
       01  WS-ID-MODE               PIC X.
       01  WS-ID-SERIES             PIC X(12).
       01  WS-ID-FOUND              PIC X.
           88  ID-SERIES-FOUND       VALUE 'Y'.

      *  Payment history: one position per month back from the run
      *  month, the worst bucket the loan's snapshots showed.
       01  WS-HISTORY               PIC X(12).
       01  WS-HISTORY-TABLE REDEFINES WS-HISTORY.
           05  WS-HISTORY-MONTH     PIC X OCCURS 12 TIMES.
       01  WS-SNAP-CODE             PIC X.
       01  WS-SNAP-DATE             PIC 9(8).
       01  WS-SNAP-DATE-PARTS REDEFINES WS-SNAP-DATE.
           05  WS-SNAP-YEAR         PIC 9(4).
           05  WS-SNAP-MONTH        PIC 9(2).
           05  WS-SNAP-DAY          PIC 9(2).
       01  WS-MONTHS-BACK           PIC S9(5).
       01  WS-HIST-IX               PIC 9(2) COMP.

      *  Response deadline: calendar days from the bureau's receipt.
       01  WS-RESPONSE-DAYS         PIC 9(3) VALUE 30.
       01  WS-PARM-NAME             PIC X(20).
       01  WS-PARM-VALUE            PIC 9(7)V99.
       01  WS-PARM-FOUND            PIC X.
           88  PARM-WAS-FOUND        VALUE 'Y'.
       01  WS-WORK-DATE             PIC 9(8).
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR         PIC 9(4).
           05  WS-WORK-MONTH        PIC 9(2).
           05  WS-WORK-DAY          PIC 9(2).
       01  WS-LAST-DAY-OF-MONTH     PIC 9(2).
       01  WS-LEAP-QUOTIENT         PIC 9(4).
       01  WS-LEAP-REMAINDER-4      PIC 9(4).
       01  WS-LEAP-REMAINDER-100    PIC 9(4).
       01  WS-LEAP-REMAINDER-400    PIC 9(4).

       01  WS-ROWS-READ             PIC 9(5) COMP VALUE ZERO.
       01  WS-DISPUTES-OPENED       PIC 9(5) COMP VALUE ZERO.
       01  WS-DISPUTES-NOT-FOUND    PIC 9(5) COMP VALUE ZERO.
       01  WS-ROWS-REJECTED         PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       CALL 'GET-BUSINESS-DATE' USING WS-RUN-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
       END-IF

       MOVE 'ACDV RESPONSE DAYS' TO WS-PARM-NAME
       CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                 WS-RUN-DATE
                                 WS-PARM-VALUE
                                 WS-PARM-FOUND
       IF PARM-WAS-FOUND AND WS-PARM-VALUE > ZERO
           MOVE WS-PARM-VALUE TO WS-RESPONSE-DAYS
       END-IF

       OPEN INPUT ACDV-FEED-FILE
       IF NOT FEED-FILE-OK
           DISPLAY 'No ACDV_IN File On Hand - Nothing To Import.'
           STOP RUN
       END-IF

       OPEN I-O BUREAU-DISPUTE-FILE
       IF FILE-NOT-FOUND
           OPEN OUTPUT BUREAU-DISPUTE-FILE
           CLOSE BUREAU-DISPUTE-FILE
           OPEN I-O BUREAU-DISPUTE-FILE
       END-IF
       IF NOT FILE-OK
           DISPLAY 'Error Opening BUREAU-DISPUTE-FILE.'
           CLOSE ACDV-FEED-FILE
           STOP RUN
       END-IF

       OPEN INPUT LOAN-FILE
       IF NOT LOAN-FILE-OK
           DISPLAY 'Error Opening LOAN-FILE.'
           CLOSE ACDV-FEED-FILE
           CLOSE BUREAU-DISPUTE-FILE
           STOP RUN
       END-IF

       PERFORM LOAD-NEXT-DISPUTE UNTIL END-OF-FEED

       CLOSE ACDV-FEED-FILE
       CLOSE BUREAU-DISPUTE-FILE
       CLOSE LOAN-FILE

       DISPLAY 'ACDV Dispute Import Complete - Read: ' WS-ROWS-READ
           ' Opened: ' WS-DISPUTES-OPENED
           ' Not Found: ' WS-DISPUTES-NOT-FOUND
           ' Rejected: ' WS-ROWS-REJECTED

       STOP RUN.

       LOAD-NEXT-DISPUTE.
           READ ACDV-FEED-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FEED
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   PERFORM CHECK-DUPLICATE-CONTROL
                   IF DUPLICATE-FOUND
                       ADD 1 TO WS-ROWS-REJECTED
                       DISPLAY 'ACDV REJECTED: Control '
                           FEED-CONTROL-NO ' Already On File.'
                   ELSE
                       PERFORM BUILD-DISPUTE-RECORD
                       PERFORM WRITE-DISPUTE-RECORD
                   END-IF
           END-READ.

       CHECK-DUPLICATE-CONTROL.
           MOVE 'N' TO WS-DUPLICATE-FOUND
           MOVE FEED-CONTROL-NO TO ACDV-CONTROL-NO
           READ BUREAU-DISPUTE-FILE KEY IS ACDV-CONTROL-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DUPLICATE-FOUND
           END-READ.

      *----------------------------------------------------------------
      *  Match the request to the loan and snapshot what we furnish.
      *  A request the loan file cannot support is answered NOT
      *  FOUND on the spot; there is nothing for an analyst to review.
      *----------------------------------------------------------------
       BUILD-DISPUTE-RECORD.
           INITIALIZE BUREAU-DISPUTE-REC
           MOVE FEED-CONTROL-NO    TO ACDV-CONTROL-NO
           MOVE FEED-BUREAU        TO ACDV-BUREAU
           MOVE FEED-LOAN-ID       TO LOAN-ID OF BUREAU-DISPUTE-REC
           MOVE FEED-CUSTOMER-ID   TO CUSTOMER-ID OF BUREAU-DISPUTE-REC
           MOVE FEED-REASON-CODE   TO ACDV-REASON-CODE
           MOVE FEED-CLAIM-TEXT    TO ACDV-CLAIM-TEXT
           MOVE FEED-RECEIVED-DATE TO ACDV-RECEIVED-DATE
           IF ACDV-RECEIVED-DATE = ZERO
               MOVE WS-RUN-DATE TO ACDV-RECEIVED-DATE
           END-IF
           MOVE ACDV-RECEIVED-DATE TO WS-WORK-DATE
           PERFORM ADD-ONE-DAY WS-RESPONSE-DAYS TIMES
           MOVE WS-WORK-DATE TO ACDV-RESPONSE-DUE
           MOVE SPACE TO ACDV-CORRECTION-STATE

           MOVE 'N' TO WS-LOAN-MATCHED
           MOVE FEED-LOAN-ID TO LOAN-ID OF LOAN-REC
           READ LOAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FEED-CUSTOMER-ID = ZERO
                      OR FEED-CUSTOMER-ID = CUSTOMER-ID OF LOAN-REC
                       MOVE 'Y' TO WS-LOAN-MATCHED
                   END-IF
           END-READ

           IF LOAN-MATCHED
               MOVE CUSTOMER-ID OF LOAN-REC
                   TO CUSTOMER-ID OF BUREAU-DISPUTE-REC
               PERFORM FIND-REPORTED-STATUS
               PERFORM FIND-PAST-DUE-AMOUNT
               PERFORM BUILD-PAYMENT-HISTORY
               MOVE 'OPEN' TO ACDV-STATUS
           ELSE
               MOVE 'NOT FOUND'   TO ACDV-RESPONSE-CODE
               MOVE 'ANSWERED'    TO ACDV-STATUS
               MOVE WS-USER-ID    TO ACDV-RESPONDED-BY
               MOVE WS-RUN-DATE   TO ACDV-RESPONSE-DATE
           END-IF.

       FIND-REPORTED-STATUS.
           MOVE 'N' TO WS-CB-ROW-FOUND
           MOVE ZERO TO WS-LAST-CB-DATE
           MOVE 'NOT RPTD' TO RPT-ACCOUNT-STATUS
           MOVE ZERO TO RPT-CURRENT-BALANCE
           MOVE 'N' TO WS-END-OF-SCAN
           OPEN INPUT CREDIT-BUREAU-FILE
           IF CB-FILE-OK
               PERFORM SCAN-NEXT-BUREAU-ROW UNTIL END-OF-SCAN
               CLOSE CREDIT-BUREAU-FILE
           END-IF.

       SCAN-NEXT-BUREAU-ROW.
           READ CREDIT-BUREAU-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-SCAN
               NOT AT END
                   IF CB-LOAN-ID = FEED-LOAN-ID
                      AND CB-REPORT-DATE NOT < WS-LAST-CB-DATE
                       MOVE 'Y' TO WS-CB-ROW-FOUND
                       MOVE CB-REPORT-DATE     TO WS-LAST-CB-DATE
                       MOVE CB-ACCOUNT-STATUS  TO RPT-ACCOUNT-STATUS
                       MOVE CB-CURRENT-BALANCE TO RPT-CURRENT-BALANCE
                   END-IF
           END-READ.

       FIND-PAST-DUE-AMOUNT.
           MOVE ZERO TO RPT-PAST-DUE-AMOUNT
           MOVE 'N' TO WS-END-OF-SCAN
           OPEN INPUT PAYMENT-SCHEDULE-FILE
           IF SCHED-FILE-OK
               MOVE FEED-LOAN-ID TO LOAN-ID OF PAYMENT-SCHEDULE-REC
               MOVE ZERO TO PAYMENT-DUE-DATE
               START PAYMENT-SCHEDULE-FILE
                   KEY IS NOT LESS THAN SCHEDULE-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-SCAN
               END-START
               PERFORM SCAN-NEXT-SCHEDULE-ROW UNTIL END-OF-SCAN
               CLOSE PAYMENT-SCHEDULE-FILE
           END-IF.

       SCAN-NEXT-SCHEDULE-ROW.
           READ PAYMENT-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-SCAN
               NOT AT END
                   IF LOAN-ID OF PAYMENT-SCHEDULE-REC NOT = FEED-LOAN-ID
                      OR PAYMENT-DUE-DATE NOT < WS-RUN-DATE
                       MOVE 'Y' TO WS-END-OF-SCAN
                   ELSE
                       IF PAID-NO
                           ADD PAYMENT-AMOUNT TO RPT-PAST-DUE-AMOUNT
                       END-IF
                   END-IF
           END-READ.

       BUILD-PAYMENT-HISTORY.
           MOVE ALL '-' TO WS-HISTORY
           MOVE 'N' TO WS-END-OF-SCAN
           OPEN INPUT SNAPSHOT-FILE
           IF SNAPSHOT-FILE-OK
               PERFORM SCAN-NEXT-SNAPSHOT UNTIL END-OF-SCAN
               CLOSE SNAPSHOT-FILE
           END-IF
           MOVE WS-HISTORY TO RPT-PAYMENT-HISTORY.

       SCAN-NEXT-SNAPSHOT.
           READ SNAPSHOT-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-SCAN
               NOT AT END
                   IF LOAN-ID OF DELINQ-SNAPSHOT-REC = FEED-LOAN-ID
                       PERFORM POST-SNAPSHOT-MONTH
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  A month keeps the worst bucket seen: the codes collate
      *  '-' < '0' < '1' < '2' < '3', so a higher code replaces.
      *----------------------------------------------------------------
       POST-SNAPSHOT-MONTH.
           MOVE SNAPSHOT-DATE TO WS-SNAP-DATE
           COMPUTE WS-MONTHS-BACK =
               (WS-RUN-YEAR - WS-SNAP-YEAR) * 12
               + (WS-RUN-MONTH - WS-SNAP-MONTH)
           IF WS-MONTHS-BACK NOT < ZERO AND WS-MONTHS-BACK < 12
               COMPUTE WS-HIST-IX = WS-MONTHS-BACK + 1
               EVALUATE TRUE
                   WHEN SNAP-90-PLUS
                       MOVE '3' TO WS-SNAP-CODE
                   WHEN SNAP-60
                       MOVE '2' TO WS-SNAP-CODE
                   WHEN SNAP-30
                       MOVE '1' TO WS-SNAP-CODE
                   WHEN OTHER
                       MOVE '0' TO WS-SNAP-CODE
               END-EVALUATE
               IF WS-SNAP-CODE > WS-HISTORY-MONTH (WS-HIST-IX)
                   MOVE WS-SNAP-CODE TO WS-HISTORY-MONTH (WS-HIST-IX)
               END-IF
           END-IF.

       WRITE-DISPUTE-RECORD.
           PERFORM ASSIGN-NEXT-DISPUTE-ID
           MOVE WS-DISPUTE-ID TO DISPUTE-ID
           WRITE BUREAU-DISPUTE-REC
               INVALID KEY
                   ADD 1 TO WS-ROWS-REJECTED
                   DISPLAY 'Error Writing Dispute For Control '
                       FEED-CONTROL-NO
               NOT INVALID KEY
                   IF DISPUTE-OPEN
                       ADD 1 TO WS-DISPUTES-OPENED
                       MOVE 'ACDV OPENED' TO WS-LOG-ACTION-TYPE
                       MOVE 'Bureau Dispute Logged For Review'
                           TO WS-LOG-DESCRIPTION
                   ELSE
                       ADD 1 TO WS-DISPUTES-NOT-FOUND
                       DISPLAY 'ACDV NOT FOUND: Control '
                           FEED-CONTROL-NO ' Loan ' FEED-LOAN-ID
                       MOVE 'ACDV NOT FOUND' TO WS-LOG-ACTION-TYPE
                       MOVE 'Bureau Dispute Answered Not Found'
                           TO WS-LOG-DESCRIPTION
                   END-IF
                   CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                                 WS-USER-ID
                                                 WS-LOG-DESCRIPTION
           END-WRITE.

       ASSIGN-NEXT-DISPUTE-ID.
           MOVE 'A' TO WS-ID-MODE
           MOVE 'ACDV' TO WS-ID-SERIES
           CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                        WS-ID-SERIES
                                        WS-DISPUTE-ID
                                        WS-ID-FOUND
           IF NOT ID-SERIES-FOUND
               MOVE 1 TO WS-DISPUTE-ID
               MOVE 'S' TO WS-ID-MODE
               CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                            WS-ID-SERIES
                                            WS-DISPUTE-ID
                                            WS-ID-FOUND
           END-IF.

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
