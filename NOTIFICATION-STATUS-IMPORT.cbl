       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFICATION-STATUS-IMPORT.

      *================================================================
      *  Nightly load of the messaging vendor's delivery-status file,
      *  NOTIFY_STATUS.DAT, run ahead of NOTIFICATION-OUTBOUND.  Each
      *  row reports one MESSAGE-ID as DELIVERED, BOUNCED or FAILED.
      *  The status is matched to the message queued on
      *  NOTIFY_LOG.DAT and added to the log under the same ID, so
      *  the log shows both the send and its outcome.
      *
      *  A bounced email falls back to paper: the same notice is
      *  printed to LETTERS.PRT for the mail room and logged on
      *  LETTER_LOG.DAT under the notice's type (suppressed and
      *  logged 'S' when the mailing address is itself bad), and the
      *  address is marked bounced on NOTIFY_CONSENT.DAT so no
      *  further email goes to it until a new one is keyed.  A
      *  status already recorded for a message is not applied twice,
      *  so the step can be rerun; a status for a message not on the
      *  log is listed and skipped.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFY-STATUS-FILE ASSIGN TO 'NOTIFY_STATUS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STATUS-FILE-STATUS.

           SELECT NOTIFY-LOG-FILE ASSIGN TO 'NOTIFY_LOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS NOTLOG-FILE-STATUS.

           SELECT NOTIFY-LOG-CHECK-FILE ASSIGN TO 'NOTIFY_LOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS NOTCHK-FILE-STATUS.

           SELECT NOTIFY-CONSENT-FILE ASSIGN TO 'NOTIFY_CONSENT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF NOTIFY-CONSENT-REC
               FILE STATUS IS CONSENT-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-REC
               FILE STATUS IS CUST-FILE-STATUS.

           SELECT LETTER-PRINT-FILE ASSIGN TO 'LETTERS.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           SELECT LETTER-LOG-FILE ASSIGN TO 'LETTER_LOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LETLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFY-STATUS-FILE.
       01  NOTIFY-STATUS-REC.
           05  STS-MESSAGE-ID      PIC 9(5).
           05  STS-STATUS-CODE     PIC X(10).
               88  STS-DELIVERED        VALUE 'DELIVERED'.
               88  STS-BOUNCED          VALUE 'BOUNCED'.
               88  STS-FAILED           VALUE 'FAILED'.
           05  STS-STATUS-DATE     PIC 9(8).

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

       FD  NOTIFY-CONSENT-FILE.
       COPY NOTIFYCONSENTREC.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  LETTER-PRINT-FILE.
       01  LETTER-PRINT-LINE       PIC X(80).

       FD  LETTER-LOG-FILE.
       COPY LETTERLOGREC.

       WORKING-STORAGE SECTION.
       01  STATUS-FILE-STATUS      PIC XX.
           88  STATUS-FILE-OK       VALUE '00'.
       01  NOTLOG-FILE-STATUS      PIC XX.
           88  NOTLOG-FILE-OK       VALUE '00'.
       01  NOTCHK-FILE-STATUS      PIC XX.
           88  NOTCHK-FILE-OK       VALUE '00'.
       01  CONSENT-FILE-STATUS     PIC XX.
           88  CONSENT-FILE-OK      VALUE '00'.
       01  CUST-FILE-STATUS        PIC XX.
           88  CUST-FILE-OK         VALUE '00'.
       01  PRINT-FILE-STATUS       PIC XX.
           88  PRINT-FILE-OK        VALUE '00'.
           88  PRINT-FILE-ERROR     VALUE '10'.
       01  LETLOG-FILE-STATUS      PIC XX.
           88  LETLOG-FILE-OK       VALUE '00'.

       01  WS-END-OF-STATUSES      PIC X VALUE 'N'.
           88  END-OF-STATUSES      VALUE 'Y'.
       01  WS-END-OF-LOG-CHECK     PIC X VALUE 'N'.
           88  END-OF-LOG-CHECK     VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-BUSDATE-FOUND        PIC X.
           88  BUSINESS-DATE-FOUND  VALUE 'Y'.

      *  The queued message the status row is about, as found on
      *  the log.
       01  WS-MESSAGE-FOUND        PIC X.
           88  MESSAGE-FOUND        VALUE 'Y'.
       01  WS-STATUS-ON-FILE       PIC X.
           88  STATUS-ON-FILE       VALUE 'Y'.
       01  WS-MSG-LOAN-ID          PIC 9(5).
       01  WS-MSG-CUSTOMER-ID      PIC 9(5).
       01  WS-MSG-NOTICE-TYPE      PIC X(12).
       01  WS-MSG-CHANNEL          PIC X(5).
       01  WS-MSG-EVENT-DATE       PIC 9(8).
       01  WS-MSG-EVENT-AMOUNT     PIC 9(7)V99.
       01  WS-NEW-STATUS           PIC X.

       01  WS-BORROWER-FOUND       PIC X.
           88  BORROWER-FOUND       VALUE 'Y'.
       01  WS-ADDRESS-LINES.
           05  WS-ADDRESS-LINE     PIC X(50) OCCURS 3 TIMES.
       01  WS-ADDRESS-IX           PIC 9 COMP.
       01  WS-MAIL-STATUS          PIC X VALUE 'M'.

       01  WS-STATUSES-READ        PIC 9(5) COMP VALUE ZERO.
       01  WS-STATUSES-APPLIED     PIC 9(5) COMP VALUE ZERO.
       01  WS-STATUSES-DUPLICATE   PIC 9(5) COMP VALUE ZERO.
       01  WS-STATUSES-UNMATCHED   PIC 9(5) COMP VALUE ZERO.
       01  WS-STATUSES-INVALID     PIC 9(5) COMP VALUE ZERO.
       01  WS-BOUNCES              PIC 9(5) COMP VALUE ZERO.
       01  WS-LETTERS-PRINTED      PIC 9(5) COMP VALUE ZERO.
       01  WS-LETTERS-SUPPRESSED   PIC 9(5) COMP VALUE ZERO.

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
       MOVE 'NOTIFICATION-STATUS' TO WS-RST-STEP-NAME
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
           DISPLAY 'Enter Status Import Run Date (YYYYMMDD): '
           ACCEPT WS-RUN-DATE
       END-IF

       OPEN INPUT NOTIFY-STATUS-FILE
       IF NOT STATUS-FILE-OK
           DISPLAY 'No Delivery Status File From The Vendor Tonight.'
       ELSE
           OPEN EXTEND LETTER-PRINT-FILE
           IF PRINT-FILE-ERROR
               OPEN OUTPUT LETTER-PRINT-FILE
           END-IF
           IF NOT PRINT-FILE-OK
               DISPLAY 'Error Opening LETTER-PRINT-FILE.'
               STOP RUN
           END-IF
           PERFORM APPLY-NEXT-STATUS UNTIL END-OF-STATUSES
           CLOSE LETTER-PRINT-FILE
           CLOSE NOTIFY-STATUS-FILE
       END-IF

       PERFORM WRITE-CONTROL-RECORD

       MOVE 'R' TO WS-RST-MODE
       CALL 'STEP-RESTART-CONTROL' USING WS-RST-MODE
                                          WS-RST-STEP-NAME
                                          WS-RST-BUSINESS-DATE
                                          WS-RST-STEP-DONE

       DISPLAY 'Notification Status Import Complete - Read: '
           WS-STATUSES-READ ' Applied: ' WS-STATUSES-APPLIED
           ' Already Applied: ' WS-STATUSES-DUPLICATE
       DISPLAY '   Unmatched: ' WS-STATUSES-UNMATCHED
           ' Invalid Status: ' WS-STATUSES-INVALID
           ' Email Bounces: ' WS-BOUNCES
       DISPLAY '   Paper Fallback Printed: ' WS-LETTERS-PRINTED
           ' Suppressed (Bad Address): ' WS-LETTERS-SUPPRESSED

       STOP RUN.

       APPLY-NEXT-STATUS.
           READ NOTIFY-STATUS-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-STATUSES
               NOT AT END
                   ADD 1 TO WS-STATUSES-READ
                   EVALUATE TRUE
                       WHEN STS-DELIVERED
                           MOVE 'D' TO WS-NEW-STATUS
                           PERFORM APPLY-ONE-STATUS
                       WHEN STS-BOUNCED
                           MOVE 'B' TO WS-NEW-STATUS
                           PERFORM APPLY-ONE-STATUS
                       WHEN STS-FAILED
                           MOVE 'F' TO WS-NEW-STATUS
                           PERFORM APPLY-ONE-STATUS
                       WHEN OTHER
                           ADD 1 TO WS-STATUSES-INVALID
                           DISPLAY 'Invalid Status ' STS-STATUS-CODE
                               ' For Message ' STS-MESSAGE-ID
                               ' - Skipped.'
                   END-EVALUATE
           END-READ.

       APPLY-ONE-STATUS.
           PERFORM FIND-QUEUED-MESSAGE
           EVALUATE TRUE
               WHEN NOT MESSAGE-FOUND
                   ADD 1 TO WS-STATUSES-UNMATCHED
                   DISPLAY 'Message ' STS-MESSAGE-ID
                       ' Not On NOTIFY_LOG - Status Skipped.'
               WHEN STATUS-ON-FILE
                   ADD 1 TO WS-STATUSES-DUPLICATE
               WHEN OTHER
                   PERFORM LOG-DELIVERY-STATUS
                   ADD 1 TO WS-STATUSES-APPLIED
                   IF WS-NEW-STATUS = 'B'
                      AND WS-MSG-CHANNEL = 'EMAIL'
                       ADD 1 TO WS-BOUNCES
                       PERFORM MARK-EMAIL-BOUNCED
                       PERFORM PRODUCE-PAPER-FALLBACK
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      *  One pass of the log finds the queued row (what was sent, to
      *  whom) and any status already recorded against the ID.
      *----------------------------------------------------------------
       FIND-QUEUED-MESSAGE.
           MOVE 'N' TO WS-MESSAGE-FOUND
           MOVE 'N' TO WS-STATUS-ON-FILE
           MOVE 'N' TO WS-END-OF-LOG-CHECK
           OPEN INPUT NOTIFY-LOG-CHECK-FILE
           IF NOTCHK-FILE-OK
               PERFORM CHECK-NEXT-LOG-ROW
                   UNTIL END-OF-LOG-CHECK
               CLOSE NOTIFY-LOG-CHECK-FILE
           END-IF.

       CHECK-NEXT-LOG-ROW.
           READ NOTIFY-LOG-CHECK-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-LOG-CHECK
               NOT AT END
                   IF CHK-MESSAGE-ID = STS-MESSAGE-ID
                       IF CHK-DELIVERY-STATUS = 'Q'
                           MOVE 'Y' TO WS-MESSAGE-FOUND
                           MOVE CHK-LOAN-ID TO WS-MSG-LOAN-ID
                           MOVE CHK-CUSTOMER-ID TO WS-MSG-CUSTOMER-ID
                           MOVE CHK-NOTICE-TYPE TO WS-MSG-NOTICE-TYPE
                           MOVE CHK-NOTICE-CHANNEL TO WS-MSG-CHANNEL
                           MOVE CHK-EVENT-DATE TO WS-MSG-EVENT-DATE
                           MOVE CHK-EVENT-AMOUNT
                               TO WS-MSG-EVENT-AMOUNT
                       ELSE
                           IF CHK-DELIVERY-STATUS = WS-NEW-STATUS
                               MOVE 'Y' TO WS-STATUS-ON-FILE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       LOG-DELIVERY-STATUS.
           OPEN EXTEND NOTIFY-LOG-FILE
           IF NOT NOTLOG-FILE-OK
               OPEN OUTPUT NOTIFY-LOG-FILE
           END-IF

           MOVE STS-MESSAGE-ID      TO MESSAGE-ID
           MOVE WS-MSG-LOAN-ID      TO LOAN-ID OF NOTIFY-LOG-REC
           MOVE WS-MSG-CUSTOMER-ID  TO CUSTOMER-ID OF NOTIFY-LOG-REC
           MOVE WS-MSG-NOTICE-TYPE  TO NOTICE-TYPE
           MOVE WS-MSG-CHANNEL      TO NOTICE-CHANNEL
           MOVE WS-MSG-EVENT-DATE   TO EVENT-DATE
           MOVE WS-MSG-EVENT-AMOUNT TO EVENT-AMOUNT
           MOVE WS-NEW-STATUS       TO DELIVERY-STATUS
           MOVE STS-STATUS-DATE     TO STATUS-DATE

           WRITE NOTIFY-LOG-REC

           CLOSE NOTIFY-LOG-FILE.

       MARK-EMAIL-BOUNCED.
           OPEN I-O NOTIFY-CONSENT-FILE
           IF CONSENT-FILE-OK
               MOVE WS-MSG-CUSTOMER-ID
                   TO CUSTOMER-ID OF NOTIFY-CONSENT-REC
               READ NOTIFY-CONSENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'B' TO EMAIL-STATUS
                       MOVE STS-STATUS-DATE TO EMAIL-BOUNCE-DATE
                       REWRITE NOTIFY-CONSENT-REC
                           INVALID KEY
                               DISPLAY 'Error Marking Email Bounced '
                                   'For Customer ' WS-MSG-CUSTOMER-ID
                       END-REWRITE
               END-READ
               CLOSE NOTIFY-CONSENT-FILE
           END-IF.

      *----------------------------------------------------------------
      *  The bounced notice goes out on paper instead.  Mail to an
      *  address already returned undeliverable is suppressed and
      *  logged, as LETTER-GENERATION does.
      *----------------------------------------------------------------
       PRODUCE-PAPER-FALLBACK.
           PERFORM FIND-CUSTOMER
           IF BORROWER-FOUND
               IF ADDRESS-BAD
                   MOVE 'S' TO WS-MAIL-STATUS
                   PERFORM LOG-LETTER
                   ADD 1 TO WS-LETTERS-SUPPRESSED
               ELSE
                   PERFORM PRINT-LETTER
                   MOVE 'M' TO WS-MAIL-STATUS
                   PERFORM LOG-LETTER
                   ADD 1 TO WS-LETTERS-PRINTED
               END-IF
           ELSE
               DISPLAY 'No Borrower On File For Loan ' WS-MSG-LOAN-ID
                   ' - Paper Notice Not Produced.'
           END-IF.

       FIND-CUSTOMER.
           MOVE 'N' TO WS-BORROWER-FOUND
           OPEN INPUT CUSTOMER-FILE
           IF CUST-FILE-OK
               MOVE WS-MSG-CUSTOMER-ID TO CUSTOMER-ID OF CUSTOMER-REC
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BORROWER-FOUND
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF.

       PRINT-LETTER.
           MOVE ALL '=' TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE SPACES TO LETTER-PRINT-LINE
           STRING 'DATE: ' WS-RUN-DATE
               DELIMITED BY SIZE INTO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE CUSTOMER-NAME TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           CALL 'FORMAT-MAILING-ADDRESS' USING CUSTOMER-REC
                                                WS-ADDRESS-LINES
           PERFORM PRINT-ADDRESS-LINE
               VARYING WS-ADDRESS-IX FROM 1 BY 1
               UNTIL WS-ADDRESS-IX > 3
           MOVE SPACES TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE

           MOVE SPACES TO LETTER-PRINT-LINE
           EVALUATE WS-MSG-NOTICE-TYPE
               WHEN 'DUE REMINDER'
                   STRING 'REMINDER: YOUR NEXT LOAN PAYMENT IS DUE '
                       WS-MSG-EVENT-DATE '.'
                       DELIMITED BY SIZE INTO LETTER-PRINT-LINE
               WHEN 'PMT RECEIVED'
                   STRING 'THANK YOU: WE RECEIVED YOUR PAYMENT ON '
                       WS-MSG-EVENT-DATE '.'
                       DELIMITED BY SIZE INTO LETTER-PRINT-LINE
               WHEN 'PMT RETURNED'
                   STRING 'NOTICE: YOUR PAYMENT WAS RETURNED UNPAID '
                       'AND HAS BEEN REVERSED.'
                       DELIMITED BY SIZE INTO LETTER-PRINT-LINE
               WHEN 'DRAFT NOTICE'
                   STRING 'NOTICE: YOUR AUTOPAY DRAFT POSTS TO YOUR '
                       'BANK ACCOUNT ON ' WS-MSG-EVENT-DATE '.'
                       DELIMITED BY SIZE INTO LETTER-PRINT-LINE
           END-EVALUATE
           WRITE LETTER-PRINT-LINE

           MOVE SPACES TO LETTER-PRINT-LINE
           STRING 'WE COULD NOT DELIVER THIS NOTICE BY EMAIL.  '
               'PLEASE UPDATE YOUR EMAIL ADDRESS WITH US.'
               DELIMITED BY SIZE INTO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE

           IF WS-MSG-EVENT-AMOUNT NOT = ZERO
               MOVE SPACES TO LETTER-PRINT-LINE
               STRING 'AMOUNT: ' WS-MSG-EVENT-AMOUNT
                   DELIMITED BY SIZE INTO LETTER-PRINT-LINE
               WRITE LETTER-PRINT-LINE
           END-IF

           MOVE SPACES TO LETTER-PRINT-LINE
           STRING 'RE: LOAN ' WS-MSG-LOAN-ID
               DELIMITED BY SIZE INTO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE SPACES TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE.

       PRINT-ADDRESS-LINE.
           IF WS-ADDRESS-LINE (WS-ADDRESS-IX) NOT = SPACES
               MOVE WS-ADDRESS-LINE (WS-ADDRESS-IX)
                   TO LETTER-PRINT-LINE
               WRITE LETTER-PRINT-LINE
           END-IF.

       LOG-LETTER.
           OPEN EXTEND LETTER-LOG-FILE
           IF NOT LETLOG-FILE-OK
               OPEN OUTPUT LETTER-LOG-FILE
           END-IF

           MOVE WS-MSG-LOAN-ID TO LOAN-ID OF LETTER-LOG-REC
           MOVE WS-MSG-CUSTOMER-ID TO CUSTOMER-ID OF LETTER-LOG-REC
           MOVE WS-MSG-NOTICE-TYPE TO LETTER-TYPE
           MOVE WS-RUN-DATE    TO LETTER-DATE
           MOVE WS-MAIL-STATUS TO MAIL-STATUS

           WRITE LETTER-LOG-REC

           CLOSE LETTER-LOG-FILE.

       WRITE-CONTROL-RECORD.
           MOVE WS-RST-STEP-NAME TO WS-CTL-STEP-NAME
           MOVE WS-STATUSES-READ TO WS-CTL-RECORDS-READ
           MOVE WS-STATUSES-APPLIED TO WS-CTL-RECORDS-WRITTEN
           MOVE ZERO TO WS-CTL-DOLLARS-IN
           MOVE ZERO TO WS-CTL-DOLLARS-OUT
           CALL 'WRITE-BATCH-CONTROL' USING WS-CTL-STEP-NAME
                                             WS-CTL-RECORDS-READ
                                             WS-CTL-RECORDS-WRITTEN
                                             WS-CTL-DOLLARS-IN
                                             WS-CTL-DOLLARS-OUT.
