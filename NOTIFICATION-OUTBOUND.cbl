       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFICATION-OUTBOUND.

      *================================================================
      *  Nightly email and text-message notices for the messaging
      *  vendor, run after the day's payments are posted.  Selects
      *  the day's notice events:
      *
      *      - due reminder for each unpaid PAYMENT-SCHEDULE-FILE row
      *        coming due within NOTIFY DUE DAYS calendar days of the
      *        run date (5 by default)
      *      - payment-received confirmation for each PAYMENT
      *        transaction posted on the run date
      *      - returned-payment alert for each REVERSAL posted on the
      *        run date that LETTER-GENERATION treats as a return --
      *        an NSF reversal with its same-day fee, or a card
      *        chargeback
      *      - autopay draft notice for each debit on
      *        PENDING_DEBIT.DAT that posts by the next business day
      *
      *  Each event goes to every channel the borrower has consented
      *  to on NOTIFY_CONSENT.DAT -- email unless the address has
      *  bounced, and text -- as one row per message on
      *  NOTIFY_OUTBOUND.DAT, and is logged on NOTIFY_LOG.DAT under
      *  its own MESSAGE-ID so the vendor's delivery status can be
      *  matched back.  A borrower with no consent gets the paper
      *  notices they always have and nothing here.  Nothing goes to
      *  a loan sold to a debt buyer or a borrower with a death
      *  notice on file; due reminders are held while a bankruptcy
      *  stay is in force.  A message already logged for the same
      *  loan, notice, event date and channel is not sent twice, so
      *  a due date is reminded once and the step can be rerun.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-SCHEDULE-FILE
               ASSIGN TO 'PAYMENT_SCHEDULE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHEDULE-KEY OF PAYMENT-SCHEDULE-REC
               FILE STATUS IS SCHED-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO 'TRANSACTION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID OF TRANSACTION-REC
               ALTERNATE RECORD KEY IS LOAN-ID OF TRANSACTION-REC
                   WITH DUPLICATES
               FILE STATUS IS TRAN-FILE-STATUS.

           SELECT NSF-CHECK-FILE ASSIGN TO 'TRANSACTION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NSF-TRANSACTION-ID OF NSF-CHECK-REC
               ALTERNATE RECORD KEY IS NSF-LOAN-ID OF NSF-CHECK-REC
                   WITH DUPLICATES
               FILE STATUS IS NSF-CHECK-STATUS.

           SELECT PENDING-DEBIT-FILE ASSIGN TO 'PENDING_DEBIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PENDING-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-REC
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF LOAN-REC
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-REC
               FILE STATUS IS CUST-FILE-STATUS.

           SELECT NOTIFY-CONSENT-FILE ASSIGN TO 'NOTIFY_CONSENT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF NOTIFY-CONSENT-REC
               FILE STATUS IS CONSENT-FILE-STATUS.

           SELECT NOTIFY-OUTBOUND-FILE ASSIGN TO 'NOTIFY_OUTBOUND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS OUTBOUND-FILE-STATUS.

           SELECT NOTIFY-LOG-FILE ASSIGN TO 'NOTIFY_LOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS NOTLOG-FILE-STATUS.

           SELECT NOTIFY-LOG-CHECK-FILE ASSIGN TO 'NOTIFY_LOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS NOTCHK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-SCHEDULE-FILE.
       COPY PAYSCHREC.

       FD  TRANSACTION-FILE.
       COPY TRANREC.

       FD  NSF-CHECK-FILE.
       01  NSF-CHECK-REC.
           05  NSF-TRANSACTION-ID      PIC 9(5).
           05  NSF-LOAN-ID             PIC 9(5).
           05  NSF-PAYMENT-DATE        PIC 9(8).
           05  NSF-PAYMENT-AMOUNT      PIC 9(7)V99.
           05  NSF-REMAINING-BALANCE   PIC 9(7)V99.
           05  NSF-TRANSACTION-TYPE    PIC X(10).
           05  NSF-REVERSED-TRAN-ID    PIC 9(5).
           05  FILLER                  PIC X(67).

       FD  PENDING-DEBIT-FILE.
       01  PENDING-DEBIT-REC.
           05  PEND-LOAN-ID            PIC 9(5).
           05  PEND-DEBIT-DATE         PIC 9(8).
           05  PEND-DEBIT-AMOUNT       PIC 9(7)V99.
           05  PEND-ORIGINATED-DATE    PIC 9(8).

       FD  LOAN-FILE.
       COPY LOANREC.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  NOTIFY-CONSENT-FILE.
       COPY NOTIFYCONSENTREC.

      *  One message for the vendor to deliver.  DESTINATION is the
      *  email address, or the ten-digit mobile number for SMS.
       FD  NOTIFY-OUTBOUND-FILE.
       01  NOTIFY-OUTBOUND-REC.
           05  OUT-MESSAGE-ID          PIC 9(5).
           05  OUT-CHANNEL             PIC X(5).
           05  OUT-DESTINATION         PIC X(50).
           05  OUT-NOTICE-TYPE         PIC X(12).
           05  OUT-LOAN-ID             PIC 9(5).
           05  OUT-CUSTOMER-NAME       PIC X(30).
           05  OUT-EVENT-DATE          PIC 9(8).
           05  OUT-EVENT-AMOUNT        PIC 9(7)V99.
           05  OUT-MESSAGE-TEXT        PIC X(160).

       FD  NOTIFY-LOG-FILE.
       COPY NOTIFYLOGREC.

       FD  NOTIFY-LOG-CHECK-FILE.
       01  NOTIFY-LOG-CHECK-REC.
           05  CHK-MESSAGE-ID      PIC 9(5).
           05  CHK-LOAN-ID         PIC 9(5).
           05  CHK-CUSTOMER-ID     PIC 9(5).
           05  CHK-NOTICE-TYPE     PIC X(12).
           05  CHK-NOTICE-CHANNEL  PIC X(5).
           05  CHK-EVENT-DATE      PIC 9(8).
           05  CHK-EVENT-AMOUNT    PIC 9(7)V99.
           05  CHK-DELIVERY-STATUS PIC X.
           05  CHK-STATUS-DATE     PIC 9(8).

       WORKING-STORAGE SECTION.
       01  SCHED-FILE-STATUS       PIC XX.
           88  SCHED-FILE-OK        VALUE '00'.
       01  TRAN-FILE-STATUS        PIC XX.
           88  TRAN-FILE-OK         VALUE '00'.
       01  NSF-CHECK-STATUS        PIC XX.
           88  NSF-CHECK-OK         VALUE '00'.
       01  PENDING-FILE-STATUS     PIC XX.
           88  PENDING-FILE-OK      VALUE '00'.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
       01  CUST-FILE-STATUS        PIC XX.
           88  CUST-FILE-OK         VALUE '00'.
       01  CONSENT-FILE-STATUS     PIC XX.
           88  CONSENT-FILE-OK      VALUE '00'.
       01  OUTBOUND-FILE-STATUS    PIC XX.
           88  OUTBOUND-FILE-OK     VALUE '00'.
       01  NOTLOG-FILE-STATUS      PIC XX.
           88  NOTLOG-FILE-OK       VALUE '00'.
       01  NOTCHK-FILE-STATUS      PIC XX.
           88  NOTCHK-FILE-OK       VALUE '00'.

       01  WS-END-OF-SCHEDULE      PIC X VALUE 'N'.
           88  END-OF-SCHEDULE      VALUE 'Y'.
       01  WS-END-OF-TRANSACTIONS  PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS  VALUE 'Y'.
       01  WS-END-OF-NSF-CHECK     PIC X VALUE 'N'.
           88  END-OF-NSF-CHECK     VALUE 'Y'.
       01  WS-NSF-FEE-FOUND        PIC X.
           88  NSF-FEE-FOUND        VALUE 'Y'.
       01  WS-END-OF-PENDING       PIC X VALUE 'N'.
           88  END-OF-PENDING       VALUE 'Y'.
       01  WS-END-OF-LOG-CHECK     PIC X VALUE 'N'.
           88  END-OF-LOG-CHECK     VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-BUSDATE-FOUND        PIC X.
           88  BUSINESS-DATE-FOUND  VALUE 'Y'.

      *  Compiled default, overridden by the NOTIFY DUE DAYS system
      *  parameter when on file.
       01  WS-REMIND-DAYS          PIC 9(3) VALUE 5.
       01  WS-REMIND-THROUGH       PIC 9(8).
       01  WS-DRAFT-THROUGH        PIC 9(8).
       01  WS-ONE-BUSINESS-DAY     PIC 9(3) VALUE 1.
       01  WS-PARM-NAME            PIC X(20).
       01  WS-PARM-VALUE           PIC 9(7)V99.
       01  WS-PARM-FOUND           PIC X.
           88  PARM-WAS-FOUND       VALUE 'Y'.

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

      *  The event being sent.
       01  WS-NOTICE-LOAN-ID       PIC 9(5).
       01  WS-NOTICE-TYPE          PIC X(12).
       01  WS-NOTICE-EVENT-DATE    PIC 9(8).
       01  WS-NOTICE-AMOUNT        PIC 9(7)V99.
       01  WS-NOTICE-CHANNEL       PIC X(5).
       01  WS-NOTICE-DESTINATION   PIC X(50).
       01  WS-EDIT-AMOUNT          PIC Z,ZZZ,ZZ9.99.
       01  WS-BORROWER-FOUND       PIC X.
           88  BORROWER-FOUND       VALUE 'Y'.
       01  WS-CONSENT-FOUND        PIC X.
           88  CONSENT-FOUND        VALUE 'Y'.
       01  WS-ALREADY-SENT         PIC X.
           88  ALREADY-SENT         VALUE 'Y'.
       01  WS-MESSAGE-ID           PIC 9(5).

       01  WS-ID-MODE              PIC X.
       01  WS-ID-SERIES            PIC X(12).
       01  WS-ID-FOUND             PIC X.
           88  ID-SERIES-FOUND      VALUE 'Y'.

       01  WS-STAY-LOAN-ID         PIC 9(5).
       01  WS-STAY-IN-FORCE        PIC X.
           88  STAY-IN-FORCE        VALUE 'Y'.
       01  WS-DECEASED-CUSTOMER-ID PIC 9(5).
       01  WS-BORROWER-DECEASED    PIC X.
           88  BORROWER-DECEASED    VALUE 'Y'.
       01  WS-SOLD-LOAN-ID         PIC 9(5).
       01  WS-LOAN-IS-SOLD         PIC X.
           88  LOAN-IS-SOLD         VALUE 'Y'.

       01  WS-EVENTS-SELECTED      PIC 9(5) COMP VALUE ZERO.
       01  WS-EMAILS-QUEUED        PIC 9(5) COMP VALUE ZERO.
       01  WS-TEXTS-QUEUED         PIC 9(5) COMP VALUE ZERO.
       01  WS-EVENTS-NO-CONSENT    PIC 9(5) COMP VALUE ZERO.
       01  WS-EVENTS-HELD          PIC 9(5) COMP VALUE ZERO.
       01  WS-MESSAGES-DUPLICATE   PIC 9(5) COMP VALUE ZERO.

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
       MOVE 'NOTIFICATION-OUTBND' TO WS-RST-STEP-NAME
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
           DISPLAY 'Enter Notification Run Date (YYYYMMDD): '
           ACCEPT WS-RUN-DATE
       END-IF

       MOVE 'NOTIFY DUE DAYS' TO WS-PARM-NAME
       CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                 WS-RUN-DATE
                                 WS-PARM-VALUE
                                 WS-PARM-FOUND
       IF PARM-WAS-FOUND AND WS-PARM-VALUE > ZERO
           MOVE WS-PARM-VALUE TO WS-REMIND-DAYS
       END-IF
       MOVE WS-RUN-DATE TO WS-WORK-DATE
       PERFORM ADD-ONE-DAY WS-REMIND-DAYS TIMES
       MOVE WS-WORK-DATE TO WS-REMIND-THROUGH
       CALL 'ADD-BUSINESS-DAYS' USING WS-RUN-DATE
                                       WS-ONE-BUSINESS-DAY
                                       WS-DRAFT-THROUGH

       OPEN INPUT NOTIFY-CONSENT-FILE
       IF NOT CONSENT-FILE-OK
           DISPLAY 'No Consents On File - No Notices To Send.'
       ELSE
           OPEN INPUT LOAN-FILE
           IF NOT LOAN-FILE-OK
               DISPLAY 'Error Opening LOAN-FILE.'
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT CUST-FILE-OK
               DISPLAY 'Error Opening CUSTOMER-FILE.'
               STOP RUN
           END-IF
           OPEN EXTEND NOTIFY-OUTBOUND-FILE
           IF NOT OUTBOUND-FILE-OK
               OPEN OUTPUT NOTIFY-OUTBOUND-FILE
           END-IF
           IF NOT OUTBOUND-FILE-OK
               DISPLAY 'Error Opening NOTIFY-OUTBOUND-FILE.'
               STOP RUN
           END-IF

           PERFORM SELECT-DUE-REMINDERS
           PERFORM SELECT-PAYMENT-EVENTS
           PERFORM SELECT-DRAFT-NOTICES

           CLOSE NOTIFY-OUTBOUND-FILE
           CLOSE CUSTOMER-FILE
           CLOSE LOAN-FILE
           CLOSE NOTIFY-CONSENT-FILE
       END-IF

       PERFORM WRITE-CONTROL-RECORD

       MOVE 'R' TO WS-RST-MODE
       CALL 'STEP-RESTART-CONTROL' USING WS-RST-MODE
                                          WS-RST-STEP-NAME
                                          WS-RST-BUSINESS-DATE
                                          WS-RST-STEP-DONE

       DISPLAY 'Notification Outbound Complete - Events: '
           WS-EVENTS-SELECTED ' Emails Queued: ' WS-EMAILS-QUEUED
           ' Texts Queued: ' WS-TEXTS-QUEUED
       DISPLAY '   No Consent (Paper Only): ' WS-EVENTS-NO-CONSENT
           ' Held (Sold/Deceased/Stay): ' WS-EVENTS-HELD
           ' Already Sent: ' WS-MESSAGES-DUPLICATE

       STOP RUN.

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

      *----------------------------------------------------------------
      *  Every unpaid row coming due after the run date and no later
      *  than the reminder horizon.  A row stays inside the horizon
      *  for several nights; the log check lets it go once.
      *----------------------------------------------------------------
       SELECT-DUE-REMINDERS.
           MOVE 'N' TO WS-END-OF-SCHEDULE
           OPEN INPUT PAYMENT-SCHEDULE-FILE
           IF SCHED-FILE-OK
               PERFORM CHECK-NEXT-SCHEDULE-ROW
                   UNTIL END-OF-SCHEDULE
               CLOSE PAYMENT-SCHEDULE-FILE
           END-IF.

       CHECK-NEXT-SCHEDULE-ROW.
           READ PAYMENT-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-SCHEDULE
               NOT AT END
                   IF PAID-NO
                      AND PAYMENT-DUE-DATE > WS-RUN-DATE
                      AND PAYMENT-DUE-DATE NOT > WS-REMIND-THROUGH
                       MOVE LOAN-ID OF PAYMENT-SCHEDULE-REC
                           TO WS-NOTICE-LOAN-ID
                       MOVE 'DUE REMINDER' TO WS-NOTICE-TYPE
                       MOVE PAYMENT-DUE-DATE TO WS-NOTICE-EVENT-DATE
                       MOVE PAYMENT-AMOUNT OF PAYMENT-SCHEDULE-REC
                           TO WS-NOTICE-AMOUNT
                       PERFORM SEND-NOTICE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Payments posted and payments returned on the run date.  As
      *  in LETTER-GENERATION, a reversal is a returned payment only
      *  when it carries the same-loan same-date NSF FEE or is a
      *  card chargeback -- a suspense re-post is not, nor is a
      *  payment moved to another loan (tender MOVE).
      *----------------------------------------------------------------
       SELECT-PAYMENT-EVENTS.
           MOVE 'N' TO WS-END-OF-TRANSACTIONS
           OPEN INPUT TRANSACTION-FILE
           IF TRAN-FILE-OK
               PERFORM CHECK-NEXT-TRANSACTION
                   UNTIL END-OF-TRANSACTIONS
               CLOSE TRANSACTION-FILE
           END-IF.

       CHECK-NEXT-TRANSACTION.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-TRANSACTIONS
               NOT AT END
                   IF PAYMENT-DATE = WS-RUN-DATE
                       MOVE LOAN-ID OF TRANSACTION-REC
                           TO WS-NOTICE-LOAN-ID
                       MOVE PAYMENT-DATE TO WS-NOTICE-EVENT-DATE
                       MOVE PAYMENT-AMOUNT OF TRANSACTION-REC
                           TO WS-NOTICE-AMOUNT
                       EVALUATE TRUE
                           WHEN TYPE-PAYMENT
                               MOVE 'PMT RECEIVED' TO WS-NOTICE-TYPE
                               PERFORM SEND-NOTICE
                           WHEN TYPE-REVERSAL
                                AND REVERSED-TRANSACTION-ID NOT = ZERO
                                AND NOT TENDER-PMT-TRANSFER
                               PERFORM CHECK-RETURNED-PAYMENT
                       END-EVALUATE
                   END-IF
           END-READ.

       CHECK-RETURNED-PAYMENT.
           IF TENDER-CARD
               MOVE 'Y' TO WS-NSF-FEE-FOUND
           ELSE
               PERFORM CHECK-NSF-FEE-PRESENT
           END-IF
           IF NSF-FEE-FOUND
               MOVE 'PMT RETURNED' TO WS-NOTICE-TYPE
               PERFORM SEND-NOTICE
           END-IF.

       CHECK-NSF-FEE-PRESENT.
           MOVE 'N' TO WS-NSF-FEE-FOUND
           MOVE 'N' TO WS-END-OF-NSF-CHECK
           OPEN INPUT NSF-CHECK-FILE
           IF NSF-CHECK-OK
               MOVE LOAN-ID OF TRANSACTION-REC TO NSF-LOAN-ID
               START NSF-CHECK-FILE KEY IS EQUAL TO NSF-LOAN-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-NSF-CHECK
               END-START
               PERFORM CHECK-NEXT-NSF-ROW
                   UNTIL END-OF-NSF-CHECK OR NSF-FEE-FOUND
               CLOSE NSF-CHECK-FILE
           END-IF.

       CHECK-NEXT-NSF-ROW.
           READ NSF-CHECK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-NSF-CHECK
               NOT AT END
                   IF NSF-LOAN-ID NOT = LOAN-ID OF TRANSACTION-REC
                       MOVE 'Y' TO WS-END-OF-NSF-CHECK
                   ELSE
                       IF NSF-TRANSACTION-TYPE = 'FEE'
                          AND NSF-PAYMENT-DATE = WS-RUN-DATE
                           MOVE 'Y' TO WS-NSF-FEE-FOUND
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Autopay debits ACH-ORIGINATION has sent to the bank that
      *  post after tonight and by the next business day.
      *----------------------------------------------------------------
       SELECT-DRAFT-NOTICES.
           MOVE 'N' TO WS-END-OF-PENDING
           OPEN INPUT PENDING-DEBIT-FILE
           IF PENDING-FILE-OK
               PERFORM CHECK-NEXT-PENDING-DEBIT
                   UNTIL END-OF-PENDING
               CLOSE PENDING-DEBIT-FILE
           END-IF.

       CHECK-NEXT-PENDING-DEBIT.
           READ PENDING-DEBIT-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-PENDING
               NOT AT END
                   IF PEND-DEBIT-DATE > WS-RUN-DATE
                      AND PEND-DEBIT-DATE NOT > WS-DRAFT-THROUGH
                       MOVE PEND-LOAN-ID TO WS-NOTICE-LOAN-ID
                       MOVE 'DRAFT NOTICE' TO WS-NOTICE-TYPE
                       MOVE PEND-DEBIT-DATE TO WS-NOTICE-EVENT-DATE
                       MOVE PEND-DEBIT-AMOUNT TO WS-NOTICE-AMOUNT
                       PERFORM SEND-NOTICE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  No notice of any kind to a loan sold to a debt buyer or a
      *  borrower with a death notice on file; a due reminder is
      *  collection contact and is held under a bankruptcy stay.
      *----------------------------------------------------------------
       SEND-NOTICE.
           ADD 1 TO WS-EVENTS-SELECTED
           MOVE 'N' TO WS-STAY-IN-FORCE
           MOVE WS-NOTICE-LOAN-ID TO WS-SOLD-LOAN-ID
           CALL 'CHECK-DEBT-SALE' USING WS-SOLD-LOAN-ID
                                         WS-LOAN-IS-SOLD
           MOVE WS-NOTICE-LOAN-ID TO WS-STAY-LOAN-ID
           MOVE ZERO TO WS-DECEASED-CUSTOMER-ID
           CALL 'CHECK-DECEASED-BORROWER' USING WS-STAY-LOAN-ID
                                             WS-DECEASED-CUSTOMER-ID
                                             WS-BORROWER-DECEASED
           IF WS-NOTICE-TYPE = 'DUE REMINDER'
               CALL 'CHECK-BANKRUPTCY-STAY' USING WS-STAY-LOAN-ID
                                                   WS-STAY-IN-FORCE
           END-IF
           IF LOAN-IS-SOLD OR BORROWER-DECEASED OR STAY-IN-FORCE
               ADD 1 TO WS-EVENTS-HELD
           ELSE
               PERFORM SEND-CLEARED-NOTICE
           END-IF.

       SEND-CLEARED-NOTICE.
           PERFORM FIND-BORROWER
           IF BORROWER-FOUND
               PERFORM FIND-CONSENT
           END-IF
           IF NOT BORROWER-FOUND OR NOT CONSENT-FOUND
               ADD 1 TO WS-EVENTS-NO-CONSENT
           ELSE
               IF (NOT EMAIL-CONSENTED OR EMAIL-BOUNCED)
                  AND NOT SMS-CONSENTED
                   ADD 1 TO WS-EVENTS-NO-CONSENT
               END-IF
               IF EMAIL-CONSENTED AND EMAIL-GOOD
                   MOVE 'EMAIL' TO WS-NOTICE-CHANNEL
                   MOVE EMAIL-ADDRESS TO WS-NOTICE-DESTINATION
                   PERFORM QUEUE-ONE-MESSAGE
               END-IF
               IF SMS-CONSENTED
                   MOVE 'SMS' TO WS-NOTICE-CHANNEL
                   MOVE SMS-NUMBER TO WS-NOTICE-DESTINATION
                   PERFORM QUEUE-ONE-MESSAGE
               END-IF
           END-IF.

       FIND-BORROWER.
           MOVE 'N' TO WS-BORROWER-FOUND
           MOVE WS-NOTICE-LOAN-ID TO LOAN-ID OF LOAN-REC
           READ LOAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUSTOMER-ID OF LOAN-REC
                       TO CUSTOMER-ID OF CUSTOMER-REC
                   READ CUSTOMER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-BORROWER-FOUND
                   END-READ
           END-READ.

       FIND-CONSENT.
           MOVE 'N' TO WS-CONSENT-FOUND
           MOVE CUSTOMER-ID OF CUSTOMER-REC
               TO CUSTOMER-ID OF NOTIFY-CONSENT-REC
           READ NOTIFY-CONSENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CONSENT-FOUND
           END-READ.

       QUEUE-ONE-MESSAGE.
           PERFORM CHECK-ALREADY-SENT
           IF ALREADY-SENT
               ADD 1 TO WS-MESSAGES-DUPLICATE
           ELSE
               PERFORM ASSIGN-NEXT-MESSAGE-ID
               PERFORM WRITE-OUTBOUND-MESSAGE
               PERFORM LOG-NOTICE
               IF WS-NOTICE-CHANNEL = 'EMAIL'
                   ADD 1 TO WS-EMAILS-QUEUED
               ELSE
                   ADD 1 TO WS-TEXTS-QUEUED
               END-IF
           END-IF.

       CHECK-ALREADY-SENT.
           MOVE 'N' TO WS-ALREADY-SENT
           MOVE 'N' TO WS-END-OF-LOG-CHECK
           OPEN INPUT NOTIFY-LOG-CHECK-FILE
           IF NOTCHK-FILE-OK
               PERFORM CHECK-NEXT-LOG-ROW
                   UNTIL END-OF-LOG-CHECK OR ALREADY-SENT
               CLOSE NOTIFY-LOG-CHECK-FILE
           END-IF.

       CHECK-NEXT-LOG-ROW.
           READ NOTIFY-LOG-CHECK-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-LOG-CHECK
               NOT AT END
                   IF CHK-LOAN-ID = WS-NOTICE-LOAN-ID
                      AND CHK-NOTICE-TYPE = WS-NOTICE-TYPE
                      AND CHK-EVENT-DATE = WS-NOTICE-EVENT-DATE
                      AND CHK-NOTICE-CHANNEL = WS-NOTICE-CHANNEL
                      AND CHK-DELIVERY-STATUS = 'Q'
                       MOVE 'Y' TO WS-ALREADY-SENT
                   END-IF
           END-READ.

       ASSIGN-NEXT-MESSAGE-ID.
           MOVE 'A' TO WS-ID-MODE
           MOVE 'NOTIFICATION' TO WS-ID-SERIES
           CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                        WS-ID-SERIES
                                        WS-MESSAGE-ID
                                        WS-ID-FOUND
           IF NOT ID-SERIES-FOUND
               MOVE 1 TO WS-MESSAGE-ID
               MOVE 'S' TO WS-ID-MODE
               CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                            WS-ID-SERIES
                                            WS-MESSAGE-ID
                                            WS-ID-FOUND
           END-IF.

      *  Text messages are kept short enough for a single SMS.
       WRITE-OUTBOUND-MESSAGE.
           MOVE SPACES TO NOTIFY-OUTBOUND-REC
           MOVE WS-MESSAGE-ID         TO OUT-MESSAGE-ID
           MOVE WS-NOTICE-CHANNEL     TO OUT-CHANNEL
           MOVE WS-NOTICE-DESTINATION TO OUT-DESTINATION
           MOVE WS-NOTICE-TYPE        TO OUT-NOTICE-TYPE
           MOVE WS-NOTICE-LOAN-ID     TO OUT-LOAN-ID
           MOVE CUSTOMER-NAME         TO OUT-CUSTOMER-NAME
           MOVE WS-NOTICE-EVENT-DATE  TO OUT-EVENT-DATE
           MOVE WS-NOTICE-AMOUNT      TO OUT-EVENT-AMOUNT
           MOVE WS-NOTICE-AMOUNT      TO WS-EDIT-AMOUNT
           EVALUATE WS-NOTICE-TYPE
               WHEN 'DUE REMINDER'
                   STRING 'Reminder: your payment of $' WS-EDIT-AMOUNT
                       ' on loan ' WS-NOTICE-LOAN-ID ' is due '
                       WS-NOTICE-EVENT-DATE '.'
                       DELIMITED BY SIZE INTO OUT-MESSAGE-TEXT
               WHEN 'PMT RECEIVED'
                   STRING 'We received your payment of $'
                       WS-EDIT-AMOUNT ' on loan ' WS-NOTICE-LOAN-ID
                       ' on ' WS-NOTICE-EVENT-DATE '. Thank you.'
                       DELIMITED BY SIZE INTO OUT-MESSAGE-TEXT
               WHEN 'PMT RETURNED'
                   STRING 'Your payment of $' WS-EDIT-AMOUNT
                       ' on loan ' WS-NOTICE-LOAN-ID
                       ' was returned unpaid and has been reversed.'
                       ' Please contact us.'
                       DELIMITED BY SIZE INTO OUT-MESSAGE-TEXT
               WHEN 'DRAFT NOTICE'
                   STRING 'Your autopay draft of $' WS-EDIT-AMOUNT
                       ' for loan ' WS-NOTICE-LOAN-ID
                       ' posts to your bank account on '
                       WS-NOTICE-EVENT-DATE '.'
                       DELIMITED BY SIZE INTO OUT-MESSAGE-TEXT
           END-EVALUATE
           WRITE NOTIFY-OUTBOUND-REC.

       LOG-NOTICE.
           OPEN EXTEND NOTIFY-LOG-FILE
           IF NOT NOTLOG-FILE-OK
               OPEN OUTPUT NOTIFY-LOG-FILE
           END-IF

           MOVE WS-MESSAGE-ID        TO MESSAGE-ID
           MOVE WS-NOTICE-LOAN-ID    TO LOAN-ID OF NOTIFY-LOG-REC
           MOVE CUSTOMER-ID OF CUSTOMER-REC
               TO CUSTOMER-ID OF NOTIFY-LOG-REC
           MOVE WS-NOTICE-TYPE       TO NOTICE-TYPE
           MOVE WS-NOTICE-CHANNEL    TO NOTICE-CHANNEL
           MOVE WS-NOTICE-EVENT-DATE TO EVENT-DATE
           MOVE WS-NOTICE-AMOUNT     TO EVENT-AMOUNT
           MOVE 'Q'                  TO DELIVERY-STATUS
           MOVE WS-RUN-DATE          TO STATUS-DATE

           WRITE NOTIFY-LOG-REC

           CLOSE NOTIFY-LOG-FILE.

       WRITE-CONTROL-RECORD.
           MOVE WS-RST-STEP-NAME TO WS-CTL-STEP-NAME
           MOVE WS-EVENTS-SELECTED TO WS-CTL-RECORDS-READ
           COMPUTE WS-CTL-RECORDS-WRITTEN =
               WS-EMAILS-QUEUED + WS-TEXTS-QUEUED
           MOVE ZERO TO WS-CTL-DOLLARS-IN
           MOVE ZERO TO WS-CTL-DOLLARS-OUT
           CALL 'WRITE-BATCH-CONTROL' USING WS-CTL-STEP-NAME
                                             WS-CTL-RECORDS-READ
                                             WS-CTL-RECORDS-WRITTEN
                                             WS-CTL-DOLLARS-IN
                                             WS-CTL-DOLLARS-OUT.
