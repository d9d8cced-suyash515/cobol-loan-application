      *         collector but its bucket and balance refresh; a row
      *         held by a collector no longer on the active roster
      *         is reassigned by the same rules so nothing orphans;
      *         a loan back to CURRENT comes off the queue, as
      *         does a loan sold or whose borrower has a death
      *         notice on file.
      *      2. Daily Worklists - each collector's queue printed
      *         90+ first, then 60, then 30, with the loan's open or
      *         broken promise from PROMISE.DAT and the last letter
      *         date from LETTER_LOG.DAT, so the call starts with
      *         context.  A loan the collector may not call today
      *         -- a cease or do-not-call request on file, or the
      *         call-frequency cap reached (CHECK-CONTACT-LIMIT) --
      *         is left off the list and only counted.
      *      3. Performance - per collector: promises taken from
      *         PROMISE.DAT (the recorded contacts), kept and
      *         broken counts, and the kept-rate for the
      *         collections manager.
      *      4. Work Loan - the loan's recent servicing notes and
      *         its attempts in the frequency window; if the loan
      *         may be called and the clock is inside the calling
      *         hours (CALL WINDOW START / END, 0800-2100 by
      *         default) the collector logs the call attempt to
      *         CONTACT_ATTEMPT.DAT -- number, right-party contact,
      *         outcome -- a CEASE or DO NOT CALL outcome placing
      *         the restriction on CONTACT_RESTRICT.DAT; then the
      *         contact may be recorded as a note (COLLECTIONS
      *         unless another category is keyed).
      *      5. Productivity - per collector for one day: call
      *         attempts, right-party contacts and PROMISE outcomes
      *         from CONTACT_ATTEMPT.DAT, beside the promises the
      *         collector actually filed on PROMISE.DAT that day,
      *         flagged where the two do not tie.
      *      6. Contact Restriction - place a cease or do-not-call
      *         request received by letter, or remove one the
      *         borrower has withdrawn.
      *================================================================

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LETLOG-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-REC
               FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT CONTACT-ATTEMPT-FILE ASSIGN TO 'CONTACT_ATTEMPT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTACT-KEY OF CONTACT-ATTEMPT-REC
               FILE STATUS IS ATTEMPT-FILE-STATUS.

           SELECT CONTACT-RESTRICT-FILE ASSIGN TO 'CONTACT_RESTRICT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF CONTACT-RESTRICT-REC
               FILE STATUS IS RESTRICT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORKQUEUE-FILE.
       FD  LETTER-LOG-FILE.
       COPY LETTERLOGREC.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  CONTACT-ATTEMPT-FILE.
       COPY CONTACTREC.

       FD  CONTACT-RESTRICT-FILE.
       COPY CONTACTRESTREC.

       WORKING-STORAGE SECTION.
       01  QUEUE-FILE-STATUS       PIC XX.
           88  QUEUE-FILE-OK        VALUE '00'.
           88  PROMISE-FILE-OK      VALUE '00'.
       01  LETLOG-FILE-STATUS      PIC XX.
           88  LETLOG-FILE-OK       VALUE '00'.
       01  CUSTOMER-FILE-STATUS    PIC XX.
           88  CUSTOMER-FILE-OK     VALUE '00'.
       01  ATTEMPT-FILE-STATUS     PIC XX.
           88  ATTEMPT-FILE-OK      VALUE '00'.
           88  ATTEMPT-NOT-FOUND    VALUE '35'.
       01  RESTRICT-FILE-STATUS    PIC XX.
           88  RESTRICT-FILE-OK     VALUE '00'.
           88  RESTRICT-NOT-FOUND   VALUE '35'.

       01  WS-MODE                 PIC X.
           88  ASSIGN-MODE           VALUE '1'.
           88  WORKLIST-MODE         VALUE '2'.
           88  PERFORMANCE-MODE      VALUE '3'.
           88  WORK-LOAN-MODE        VALUE '4'.
           88  PRODUCTIVITY-MODE     VALUE '5'.
           88  RESTRICTION-MODE      VALUE '6'.

       01  WS-END-OF-SNAPSHOT      PIC X VALUE 'N'.
           88  END-OF-SNAPSHOT      VALUE 'Y'.
           88  END-OF-PROMISES      VALUE 'Y'.
       01  WS-END-OF-LETTERS       PIC X VALUE 'N'.
           88  END-OF-LETTERS       VALUE 'Y'.
       01  WS-END-OF-ATTEMPTS      PIC X VALUE 'N'.
           88  END-OF-ATTEMPTS      VALUE 'Y'.

       01  WS-SNAPSHOT-DATE        PIC 9(8).
       01  WS-RUN-DATE             PIC 9(8).
               10  WS-COLL-PROMISES    PIC 9(5) COMP.
               10  WS-COLL-KEPT        PIC 9(5) COMP.
               10  WS-COLL-BROKEN      PIC 9(5) COMP.
               10  WS-COLL-ATTEMPTS    PIC 9(5) COMP.
               10  WS-COLL-RPC         PIC 9(5) COMP.
               10  WS-COLL-PTP-CALLS   PIC 9(5) COMP.
               10  WS-COLL-PTP-FILED   PIC 9(5) COMP.
               10  WS-COLL-HELD-OFF    PIC 9(5) COMP.
       01  WS-COLLECTOR-COUNT      PIC 9(3) COMP VALUE ZERO.
       01  WS-IX                   PIC 9(3) COMP.
       01  WS-PICK-IX              PIC 9(3) COMP.
       01  WS-SOLD-LOAN-ID         PIC 9(5).
       01  WS-LOAN-IS-SOLD         PIC X.
           88  LOAN-IS-SOLD         VALUE 'Y'.
       01  WS-DECEASED-CUSTOMER-ID PIC 9(5).
       01  WS-BORROWER-DECEASED    PIC X.
           88  BORROWER-DECEASED    VALUE 'Y'.

       01  WS-NOTE-LOAN-ID         PIC 9(5).
       01  WS-NOTE-LIMIT           PIC 9(3) VALUE 5.
       01  WS-NOTE-CATEGORY        PIC X(14) VALUE 'COLLECTIONS'.
       01  WS-ADD-NOTE             PIC X.
           88  ADD-NOTE-REQUESTED   VALUE 'Y' 'y'.

      *  Call-frequency and contact-restriction gate
      *  (CHECK-CONTACT-LIMIT) and the calling-hours window, HHMM;
      *  compiled defaults overridden by the CALL WINDOW START and
      *  CALL WINDOW END system parameters when on file.
       01  WS-LIMIT-LOAN-ID        PIC 9(5).
       01  WS-ATTEMPT-COUNT        PIC 9(3).
       01  WS-CONTACT-BLOCKED      PIC X.
           88  CONTACT-BLOCKED      VALUE 'Y'.
       01  WS-BLOCK-REASON         PIC X(30).
       01  WS-CALL-WINDOW-START    PIC 9(4) VALUE 0800.
       01  WS-CALL-WINDOW-END      PIC 9(4) VALUE 2100.
       01  WS-TIME-OF-DAY          PIC 9(8).
       01  WS-TIME-PARTS REDEFINES WS-TIME-OF-DAY.
           05  WS-TIME-HHMM        PIC 9(4).
           05  WS-TIME-SSHH        PIC 9(4).

      *  Call attempt as keyed, held until the file is open.
       01  WS-LOG-ATTEMPT          PIC X.
           88  LOG-ATTEMPT-REQUESTED VALUE 'Y' 'y'.
       01  WS-BORROWER-PHONE       PIC 9(15).
       01  WS-DIALED-PHONE         PIC 9(15).
       01  WS-PHONE-TYPE           PIC X(6).
           88  KEYED-PHONE-TYPE-VALID VALUE 'HOME' 'WORK'
                                            'MOBILE' 'OTHER'.
       01  WS-RIGHT-PARTY          PIC X.
           88  KEYED-RIGHT-PARTY    VALUE 'Y' 'y'.
       01  WS-OUTCOME              PIC X(12).
           88  KEYED-OUTCOME-VALID  VALUE 'NO ANSWER' 'MESSAGE'
                                          'WRONG NUMBER' 'REFUSED'
                                          'CALLBACK' 'PROMISE'
                                          'CEASE' 'DO NOT CALL'.
           88  KEYED-OUTCOME-CEASE  VALUE 'CEASE'.
           88  KEYED-OUTCOME-DNC    VALUE 'DO NOT CALL'.
           88  KEYED-OUTCOME-PROMISE VALUE 'PROMISE'.
       01  WS-RESTRICT-TYPE        PIC X.
           88  KEYED-RESTRICT-VALID VALUE 'C' 'D'.
       01  WS-RESTRICT-ACTION      PIC X.
           88  PLACE-RESTRICTION    VALUE 'P' 'p'.
           88  REMOVE-RESTRICTION   VALUE 'R' 'r'.
       01  WS-USER-ID              PIC X(10).
       01  WS-SIGNON-FOUND         PIC X.
           88  SIGNON-FOUND         VALUE 'Y'.
       01  WS-LOG-ACTION-TYPE      PIC A(20).
       01  WS-LOG-DESCRIPTION      PIC A(50).

      *  Productivity report day and its totals across collectors
      *  (attempts by someone off the roster count here only).
       01  WS-REPORT-DATE          PIC 9(8).
       01  WS-TOTAL-ATTEMPTS       PIC 9(5) COMP VALUE ZERO.
       01  WS-TOTAL-RPC            PIC 9(5) COMP VALUE ZERO.
       01  WS-TOTAL-PTP-CALLS      PIC 9(5) COMP VALUE ZERO.
       01  WS-TOTAL-PTP-FILED      PIC 9(5) COMP VALUE ZERO.
       01  WS-TIE-FLAG             PIC X(12).

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       DISPLAY '1. Assign / Rebalance Queue'
       DISPLAY '2. Print Daily Worklists'
       DISPLAY '3. Collector Performance Report'
       DISPLAY '4. Work Loan / Log Call / Add Collection Note'
       DISPLAY '5. Collector Productivity Report'
       DISPLAY '6. Place / Remove Contact Restriction'
       DISPLAY 'Select Option: '
       ACCEPT WS-MODE
       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               PERFORM PRINT-WORKLISTS
           WHEN PERFORMANCE-MODE
               PERFORM PRINT-PERFORMANCE
           WHEN WORK-LOAN-MODE
               PERFORM WORK-ONE-LOAN
           WHEN PRODUCTIVITY-MODE
               PERFORM PRINT-PRODUCTIVITY
           WHEN RESTRICTION-MODE
               PERFORM MAINTAIN-RESTRICTION
           WHEN OTHER
               DISPLAY 'Invalid Option.'
       END-EVALUATE
                           TO WS-COLL-KEPT (WS-COLLECTOR-COUNT)
                       MOVE ZERO
                           TO WS-COLL-BROKEN (WS-COLLECTOR-COUNT)
                       MOVE ZERO
                           TO WS-COLL-ATTEMPTS (WS-COLLECTOR-COUNT)
                       MOVE ZERO
                           TO WS-COLL-RPC (WS-COLLECTOR-COUNT)
                       MOVE ZERO
                           TO WS-COLL-PTP-CALLS (WS-COLLECTOR-COUNT)
                       MOVE ZERO
                           TO WS-COLL-PTP-FILED (WS-COLLECTOR-COUNT)
                       MOVE ZERO
                           TO WS-COLL-HELD-OFF (WS-COLLECTOR-COUNT)
                   END-IF
           END-READ.

           MOVE LOAN-ID OF DELINQ-SNAPSHOT-REC TO WS-SOLD-LOAN-ID
           CALL 'CHECK-DEBT-SALE' USING WS-SOLD-LOAN-ID
                                         WS-LOAN-IS-SOLD
           PERFORM CHECK-SNAPSHOT-DECEASED
           MOVE LOAN-ID OF DELINQ-SNAPSHOT-REC
               TO LOAN-ID OF COLL-WORKQUEUE-REC
           READ WORKQUEUE-FILE
               INVALID KEY
                   IF NOT SNAP-CURRENT AND NOT LOAN-IS-SOLD
                      AND NOT BORROWER-DECEASED
                       PERFORM ASSIGN-NEW-QUEUE-ROW
                   END-IF
               NOT INVALID KEY
                   IF SNAP-CURRENT OR LOAN-IS-SOLD
                      OR BORROWER-DECEASED
                       DELETE WORKQUEUE-FILE
                           INVALID KEY
                               CONTINUE
                   END-IF
           END-READ.

      *  A borrower with a death notice on file is not worked by a
      *  collector; the estate is handled from DECEASED-FILE.
       CHECK-SNAPSHOT-DECEASED.
           MOVE 'N' TO WS-BORROWER-DECEASED
           MOVE ZERO TO WS-DECEASED-CUSTOMER-ID
           IF LOAN-WAS-OPENED
               MOVE LOAN-ID OF DELINQ-SNAPSHOT-REC
                   TO LOAN-ID OF LOAN-REC
               READ LOAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUSTOMER-ID OF LOAN-REC
                           TO WS-DECEASED-CUSTOMER-ID
               END-READ
           END-IF
           IF WS-DECEASED-CUSTOMER-ID NOT = ZERO
               CALL 'CHECK-DECEASED-BORROWER' USING WS-SOLD-LOAN-ID
                                                 WS-DECEASED-CUSTOMER-ID
                                                 WS-BORROWER-DECEASED
           END-IF.

       ASSIGN-NEW-QUEUE-ROW.
           MOVE LOAN-ID OF DELINQ-SNAPSHOT-REC
               TO LOAN-ID OF COLL-WORKQUEUE-REC
           PERFORM LIST-QUEUE-FOR-BUCKET
           MOVE '30' TO WS-TARGET-BUCKET
           PERFORM LIST-QUEUE-FOR-BUCKET
           IF WS-COLL-HELD-OFF (WS-IX) > ZERO
               DISPLAY '  Held Off Today (Cease / Do-Not-Call / '
                   'Frequency Cap): ' WS-COLL-HELD-OFF (WS-IX)
           END-IF
           DISPLAY ' '.

       LIST-QUEUE-FOR-BUCKET.
                   IF COLLECTOR-ID OF COLL-WORKQUEUE-REC
                       = WS-COLL-ID (WS-IX)
                      AND WORK-BUCKET = WS-TARGET-BUCKET
                       PERFORM LIST-ONE-QUEUE-ROW
                   END-IF
           END-READ.

       LIST-ONE-QUEUE-ROW.
           MOVE LOAN-ID OF COLL-WORKQUEUE-REC TO WS-LIMIT-LOAN-ID
           CALL 'CHECK-CONTACT-LIMIT' USING WS-LIMIT-LOAN-ID
                                             WS-RUN-DATE
                                             WS-ATTEMPT-COUNT
                                             WS-CONTACT-BLOCKED
                                             WS-BLOCK-REASON
           IF CONTACT-BLOCKED
               ADD 1 TO WS-COLL-HELD-OFF (WS-IX)
           ELSE
               PERFORM GATHER-WORK-CONTEXT
               DISPLAY '  Loan '
                   LOAN-ID OF COLL-WORKQUEUE-REC
                   ' ' WORK-BUCKET
                   ' Bal ' WORK-BALANCE
                   ' Br ' WORK-BRANCH
                   ' ' WS-PROMISE-CONTEXT
                   ' LastLtr ' WS-LAST-LETTER-DATE
                   ' Tries ' WS-ATTEMPT-COUNT
           END-IF.

       GATHER-WORK-CONTEXT.
           MOVE 'NO PROMISE' TO WS-PROMISE-CONTEXT
           MOVE 'N' TO WS-END-OF-PROMISES
               ' Kept ' WS-COLL-KEPT (WS-IX)
               ' Broken ' WS-COLL-BROKEN (WS-IX)
               ' Kept-Rate ' WS-KEPT-RATE '%'.

      *----------------------------------------------------------------
      *  Mode 4: the collector sees the loan's recent notes before
      *  the call, logs the attempt if the loan may be called now,
      *  and records the contact after it.
      *----------------------------------------------------------------
       WORK-ONE-LOAN.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-NOTE-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-NOTE-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF
           CALL 'SHOW-LOAN-NOTES' USING WS-NOTE-LOAN-ID
                                        WS-NOTE-LIMIT

           MOVE WS-NOTE-LOAN-ID TO WS-LIMIT-LOAN-ID
           CALL 'CHECK-CONTACT-LIMIT' USING WS-LIMIT-LOAN-ID
                                             WS-RUN-DATE
                                             WS-ATTEMPT-COUNT
                                             WS-CONTACT-BLOCKED
                                             WS-BLOCK-REASON
           DISPLAY 'Call Attempts In Frequency Window: '
               WS-ATTEMPT-COUNT
           PERFORM LOAD-CALL-WINDOW
           ACCEPT WS-TIME-OF-DAY FROM TIME
           EVALUATE TRUE
               WHEN CONTACT-BLOCKED
                   DISPLAY 'No Call Permitted: ' WS-BLOCK-REASON
               WHEN WS-TIME-HHMM < WS-CALL-WINDOW-START
                 OR WS-TIME-HHMM NOT < WS-CALL-WINDOW-END
                   DISPLAY 'Outside Calling Hours ('
                       WS-CALL-WINDOW-START '-' WS-CALL-WINDOW-END
                       ') - No Call Permitted.'
               WHEN OTHER
                   DISPLAY 'Log Call Attempt (Y/N): '
                   ACCEPT WS-LOG-ATTEMPT
                   IF LOG-ATTEMPT-REQUESTED
                       PERFORM LOG-CALL-ATTEMPT
                   END-IF
           END-EVALUATE

           DISPLAY 'Add Collection Note (Y/N): '
           ACCEPT WS-ADD-NOTE
           IF ADD-NOTE-REQUESTED
               CALL 'ADD-LOAN-NOTE' USING WS-NOTE-LOAN-ID
                                          WS-NOTE-CATEGORY
           END-IF.

       LOAD-CALL-WINDOW.
           MOVE 'CALL WINDOW START' TO WS-PARM-NAME
           CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                     WS-RUN-DATE
                                     WS-PARM-VALUE
                                     WS-PARM-FOUND
           IF PARM-WAS-FOUND
               MOVE WS-PARM-VALUE TO WS-CALL-WINDOW-START
           END-IF
           MOVE 'CALL WINDOW END' TO WS-PARM-NAME
           CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                     WS-RUN-DATE
                                     WS-PARM-VALUE
                                     WS-PARM-FOUND
           IF PARM-WAS-FOUND
               MOVE WS-PARM-VALUE TO WS-CALL-WINDOW-END
           END-IF.

      *----------------------------------------------------------------
      *  The attempt is keyed into working storage and checked
      *  before the file is touched; the borrower's phone on
      *  CUSTOMER.DAT is offered as the number dialed.
      *----------------------------------------------------------------
       LOG-CALL-ATTEMPT.
           PERFORM GET-COLLECTOR-USER
           PERFORM FIND-BORROWER-PHONE

           MOVE ZERO TO WS-DIALED-PHONE
           DISPLAY 'Number Dialed (Blank For ' WS-BORROWER-PHONE
               '): '
           ACCEPT WS-DIALED-PHONE
           IF WS-DIALED-PHONE = ZERO
               MOVE WS-BORROWER-PHONE TO WS-DIALED-PHONE
           END-IF
           DISPLAY 'Phone Type (HOME/WORK/MOBILE/OTHER): '
           ACCEPT WS-PHONE-TYPE
           IF NOT KEYED-PHONE-TYPE-VALID
               DISPLAY 'Invalid Phone Type: ' WS-PHONE-TYPE
                   ' - Attempt Not Logged.'
           ELSE
               DISPLAY 'Right-Party Contact (Y/N): '
               ACCEPT WS-RIGHT-PARTY
               DISPLAY 'Outcome (NO ANSWER/MESSAGE/WRONG NUMBER/'
                   'REFUSED/CALLBACK/PROMISE/CEASE/DO NOT CALL): '
               ACCEPT WS-OUTCOME
               IF NOT KEYED-OUTCOME-VALID
                   DISPLAY 'Invalid Outcome: ' WS-OUTCOME
                       ' - Attempt Not Logged.'
               ELSE
                   PERFORM WRITE-CALL-ATTEMPT
               END-IF
           END-IF.

       GET-COLLECTOR-USER.
           CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
                                           WS-SIGNON-FOUND
           IF NOT SIGNON-FOUND
               DISPLAY 'Enter Your User ID: '
               ACCEPT WS-USER-ID
           END-IF.

       FIND-BORROWER-PHONE.
           MOVE ZERO TO WS-BORROWER-PHONE
           OPEN INPUT LOAN-FILE
           IF LOAN-FILE-OK
               MOVE WS-NOTE-LOAN-ID TO LOAN-ID OF LOAN-REC
               READ LOAN-FILE
                   INVALID KEY
                       MOVE ZERO TO CUSTOMER-ID OF LOAN-REC
               END-READ
               CLOSE LOAN-FILE
               OPEN INPUT CUSTOMER-FILE
               IF CUSTOMER-FILE-OK
                   MOVE CUSTOMER-ID OF LOAN-REC
                       TO CUSTOMER-ID OF CUSTOMER-REC
                   READ CUSTOMER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PHONE TO WS-BORROWER-PHONE
                   END-READ
                   CLOSE CUSTOMER-FILE
               END-IF
           END-IF.

       WRITE-CALL-ATTEMPT.
           OPEN I-O CONTACT-ATTEMPT-FILE
           IF ATTEMPT-NOT-FOUND
               OPEN OUTPUT CONTACT-ATTEMPT-FILE
               CLOSE CONTACT-ATTEMPT-FILE
               OPEN I-O CONTACT-ATTEMPT-FILE
           END-IF
           IF NOT ATTEMPT-FILE-OK
               DISPLAY 'Error Opening CONTACT-ATTEMPT-FILE - '
                   'Attempt Not Logged.'
           ELSE
               MOVE WS-NOTE-LOAN-ID TO LOAN-ID OF CONTACT-ATTEMPT-REC
               MOVE WS-RUN-DATE     TO CONTACT-DATE
               ACCEPT WS-TIME-OF-DAY FROM TIME
               MOVE WS-TIME-OF-DAY(1:6) TO CONTACT-TIME
               MOVE WS-USER-ID      TO CONTACT-COLLECTOR
               MOVE WS-DIALED-PHONE TO CONTACT-PHONE
               MOVE WS-PHONE-TYPE   TO PHONE-TYPE
               IF KEYED-RIGHT-PARTY
                   MOVE 'Y' TO RIGHT-PARTY
               ELSE
                   MOVE 'N' TO RIGHT-PARTY
               END-IF
               MOVE WS-OUTCOME      TO CONTACT-OUTCOME
               WRITE CONTACT-ATTEMPT-REC
                   INVALID KEY
                       DISPLAY 'Error Writing Call Attempt - '
                           'Attempt Not Logged.'
                   NOT INVALID KEY
                       DISPLAY 'Call Attempt Logged For Loan '
                           WS-NOTE-LOAN-ID
               END-WRITE
               CLOSE CONTACT-ATTEMPT-FILE
               EVALUATE TRUE
                   WHEN KEYED-OUTCOME-CEASE
                       MOVE 'C' TO WS-RESTRICT-TYPE
                       PERFORM PLACE-CONTACT-RESTRICTION
                   WHEN KEYED-OUTCOME-DNC
                       MOVE 'D' TO WS-RESTRICT-TYPE
                       PERFORM PLACE-CONTACT-RESTRICTION
                   WHEN KEYED-OUTCOME-PROMISE
                       DISPLAY 'Record The Promise Amount And Date '
                           'In PROMISE-TO-PAY-FILE.'
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      *  A cease request outranks a do-not-call: once a cease is
      *  active a later do-not-call does not weaken it.
      *----------------------------------------------------------------
       PLACE-CONTACT-RESTRICTION.
           OPEN I-O CONTACT-RESTRICT-FILE
           IF RESTRICT-NOT-FOUND
               OPEN OUTPUT CONTACT-RESTRICT-FILE
               CLOSE CONTACT-RESTRICT-FILE
               OPEN I-O CONTACT-RESTRICT-FILE
           END-IF
           IF NOT RESTRICT-FILE-OK
               DISPLAY 'Error Opening CONTACT-RESTRICT-FILE - '
                   'Restriction Not Placed.'
           ELSE
               MOVE WS-NOTE-LOAN-ID TO LOAN-ID OF CONTACT-RESTRICT-REC
               READ CONTACT-RESTRICT-FILE
                   INVALID KEY
                       PERFORM FILL-RESTRICTION-ROW
                       WRITE CONTACT-RESTRICT-REC
                           INVALID KEY
                               DISPLAY 'Error Writing Restriction.'
                           NOT INVALID KEY
                               PERFORM LOG-RESTRICTION-PLACED
                       END-WRITE
                   NOT INVALID KEY
                       IF RESTRICT-ACTIVE AND RESTRICT-CEASE
                           DISPLAY 'Cease Request Already On File.'
                       ELSE
                           PERFORM FILL-RESTRICTION-ROW
                           REWRITE CONTACT-RESTRICT-REC
                               INVALID KEY
                                   DISPLAY 'Error Rewriting '
                                       'Restriction.'
                               NOT INVALID KEY
                                   PERFORM LOG-RESTRICTION-PLACED
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE CONTACT-RESTRICT-FILE
           END-IF.

       FILL-RESTRICTION-ROW.
           MOVE WS-NOTE-LOAN-ID  TO LOAN-ID OF CONTACT-RESTRICT-REC
           MOVE WS-RESTRICT-TYPE TO RESTRICT-TYPE
           MOVE 'A'              TO RESTRICT-STATUS
           MOVE WS-RUN-DATE      TO RESTRICT-PLACED-DATE
           MOVE WS-USER-ID       TO RESTRICT-PLACED-BY
           MOVE ZERO             TO RESTRICT-REMOVED-DATE
           MOVE SPACES           TO RESTRICT-REMOVED-BY.

       LOG-RESTRICTION-PLACED.
           IF RESTRICT-CEASE
               DISPLAY 'Cease Request Placed On Loan '
                   WS-NOTE-LOAN-ID ' - No Further Contact.'
               MOVE 'Cease Request Placed On Loan'
                   TO WS-LOG-DESCRIPTION
           ELSE
               DISPLAY 'Do-Not-Call Request Placed On Loan '
                   WS-NOTE-LOAN-ID ' - No Further Calls.'
               MOVE 'Do-Not-Call Request Placed On Loan'
                   TO WS-LOG-DESCRIPTION
           END-IF
           MOVE 'CONTACT RESTRICT' TO WS-LOG-ACTION-TYPE
           CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                         WS-USER-ID
                                         WS-LOG-DESCRIPTION.

      *----------------------------------------------------------------
      *  Mode 5: one day's call activity per collector.  PROMISE
      *  outcomes on the attempts should tie to the promises the
      *  collector filed on PROMISE.DAT that day; a difference is
      *  a promise talked about but never recorded (or recorded
      *  without the call logged) and is flagged.
      *----------------------------------------------------------------
       PRINT-PRODUCTIVITY.
           MOVE ZERO TO WS-REPORT-DATE
           DISPLAY 'Enter Report Date (YYYYMMDD, Blank For Today): '
           ACCEPT WS-REPORT-DATE
           IF WS-REPORT-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-REPORT-DATE
           END-IF

           MOVE 'N' TO WS-END-OF-ATTEMPTS
           OPEN INPUT CONTACT-ATTEMPT-FILE
           IF ATTEMPT-FILE-OK
               PERFORM TALLY-NEXT-ATTEMPT
                   UNTIL END-OF-ATTEMPTS
               CLOSE CONTACT-ATTEMPT-FILE
           END-IF

           MOVE 'N' TO WS-END-OF-PROMISES
           OPEN INPUT PROMISE-FILE
           IF PROMISE-FILE-OK
               PERFORM TALLY-NEXT-FILED-PROMISE
                   UNTIL END-OF-PROMISES
               CLOSE PROMISE-FILE
           END-IF

           DISPLAY '============================================'
           DISPLAY '  COLLECTOR PRODUCTIVITY ' WS-REPORT-DATE
           DISPLAY '============================================'
           PERFORM PRINT-ONE-PRODUCTIVITY-LINE
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-COLLECTOR-COUNT
           DISPLAY '--------------------------------------------'
           IF WS-TOTAL-PTP-CALLS = WS-TOTAL-PTP-FILED
               MOVE SPACES TO WS-TIE-FLAG
           ELSE
               MOVE '** NO TIE **' TO WS-TIE-FLAG
           END-IF
           DISPLAY '  TOTAL      Attempts ' WS-TOTAL-ATTEMPTS
               ' RPC ' WS-TOTAL-RPC
               ' PTP Calls ' WS-TOTAL-PTP-CALLS
               ' PTP Filed ' WS-TOTAL-PTP-FILED
               ' ' WS-TIE-FLAG
           DISPLAY '============================================'.

       TALLY-NEXT-ATTEMPT.
           READ CONTACT-ATTEMPT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-ATTEMPTS
               NOT AT END
                   IF CONTACT-DATE = WS-REPORT-DATE
                       PERFORM TALLY-ATTEMPT-TO-COLLECTOR
                   END-IF
           END-READ.

       TALLY-ATTEMPT-TO-COLLECTOR.
           ADD 1 TO WS-TOTAL-ATTEMPTS
           IF RIGHT-PARTY-CONTACT
               ADD 1 TO WS-TOTAL-RPC
           END-IF
           IF OUTCOME-PROMISE
               ADD 1 TO WS-TOTAL-PTP-CALLS
           END-IF
           MOVE 'N' TO WS-ENTRY-FOUND
           PERFORM TALLY-ONE-ATTEMPT
               VARYING WS-PICK-IX FROM 1 BY 1
               UNTIL WS-PICK-IX > WS-COLLECTOR-COUNT
                  OR ENTRY-FOUND.

       TALLY-ONE-ATTEMPT.
           IF WS-COLL-ID (WS-PICK-IX) = CONTACT-COLLECTOR
               ADD 1 TO WS-COLL-ATTEMPTS (WS-PICK-IX)
               IF RIGHT-PARTY-CONTACT
                   ADD 1 TO WS-COLL-RPC (WS-PICK-IX)
               END-IF
               IF OUTCOME-PROMISE
                   ADD 1 TO WS-COLL-PTP-CALLS (WS-PICK-IX)
               END-IF
               MOVE 'Y' TO WS-ENTRY-FOUND
           END-IF.

       TALLY-NEXT-FILED-PROMISE.
           READ PROMISE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-PROMISES
               NOT AT END
                   IF TAKEN-DATE = WS-REPORT-DATE
                       ADD 1 TO WS-TOTAL-PTP-FILED
                       MOVE 'N' TO WS-ENTRY-FOUND
                       PERFORM TALLY-ONE-FILED-PROMISE
                           VARYING WS-PICK-IX FROM 1 BY 1
                           UNTIL WS-PICK-IX > WS-COLLECTOR-COUNT
                              OR ENTRY-FOUND
                   END-IF
           END-READ.

       TALLY-ONE-FILED-PROMISE.
           IF WS-COLL-ID (WS-PICK-IX) = TAKEN-BY
               ADD 1 TO WS-COLL-PTP-FILED (WS-PICK-IX)
               MOVE 'Y' TO WS-ENTRY-FOUND
           END-IF.

       PRINT-ONE-PRODUCTIVITY-LINE.
           IF WS-COLL-PTP-CALLS (WS-IX) = WS-COLL-PTP-FILED (WS-IX)
               MOVE SPACES TO WS-TIE-FLAG
           ELSE
               MOVE '** NO TIE **' TO WS-TIE-FLAG
           END-IF
           DISPLAY '  ' WS-COLL-ID (WS-IX)
               ' Attempts ' WS-COLL-ATTEMPTS (WS-IX)
               ' RPC ' WS-COLL-RPC (WS-IX)
               ' PTP Calls ' WS-COLL-PTP-CALLS (WS-IX)
               ' PTP Filed ' WS-COLL-PTP-FILED (WS-IX)
               ' ' WS-TIE-FLAG.

      *----------------------------------------------------------------
      *  Mode 6: a cease or do-not-call request that arrives by
      *  letter is placed here; one the borrower withdraws is
      *  removed, the row kept with who removed it and when.
      *----------------------------------------------------------------
       MAINTAIN-RESTRICTION.
           PERFORM GET-COLLECTOR-USER
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-NOTE-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-NOTE-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF
           DISPLAY 'P. Place Restriction  R. Remove Restriction: '
           ACCEPT WS-RESTRICT-ACTION
           EVALUATE TRUE
               WHEN PLACE-RESTRICTION
                   DISPLAY 'Restriction Type (C = Cease, '
                       'D = Do Not Call): '
                   ACCEPT WS-RESTRICT-TYPE
                   IF KEYED-RESTRICT-VALID
                       PERFORM PLACE-CONTACT-RESTRICTION
                   ELSE
                       DISPLAY 'Invalid Restriction Type: '
                           WS-RESTRICT-TYPE
                   END-IF
               WHEN REMOVE-RESTRICTION
                   PERFORM REMOVE-CONTACT-RESTRICTION
               WHEN OTHER
                   DISPLAY 'Invalid Option.'
           END-EVALUATE.

       REMOVE-CONTACT-RESTRICTION.
           OPEN I-O CONTACT-RESTRICT-FILE
           IF NOT RESTRICT-FILE-OK
               DISPLAY 'No Contact Restrictions On File.'
           ELSE
               MOVE WS-NOTE-LOAN-ID TO LOAN-ID OF CONTACT-RESTRICT-REC
               READ CONTACT-RESTRICT-FILE
                   INVALID KEY
                       DISPLAY 'No Restriction On Loan '
                           WS-NOTE-LOAN-ID
                   NOT INVALID KEY
                       IF NOT RESTRICT-ACTIVE
                           DISPLAY 'Restriction Already Removed.'
                       ELSE
                           MOVE 'R'         TO RESTRICT-STATUS
                           MOVE WS-RUN-DATE TO RESTRICT-REMOVED-DATE
                           MOVE WS-USER-ID  TO RESTRICT-REMOVED-BY
                           REWRITE CONTACT-RESTRICT-REC
                               INVALID KEY
                                   DISPLAY 'Error Rewriting '
                                       'Restriction.'
                               NOT INVALID KEY
                                   DISPLAY 'Restriction Removed '
                                       'From Loan ' WS-NOTE-LOAN-ID
                                   MOVE 'CONTACT RESTRICT'
                                       TO WS-LOG-ACTION-TYPE
                                   MOVE 'Contact Restriction Removed'
                                       TO WS-LOG-DESCRIPTION
                                   CALL 'WRITE-LOG-ENTRY' USING
                                       WS-LOG-ACTION-TYPE
                                       WS-USER-ID
                                       WS-LOG-DESCRIPTION
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE CONTACT-RESTRICT-FILE
           END-IF.
