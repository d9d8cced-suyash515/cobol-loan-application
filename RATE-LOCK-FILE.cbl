       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-LOCK-FILE.

      *================================================================
      *  Mortgage rate-lock maintenance, one RATE-LOCK-REC per
      *  pending MORTGAGE application.  A lock records the rate the
      *  loan officer quoted -- the PRICING_MATRIX.DAT tier for the
      *  applicant's score, or the INTEREST_RATE.DAT sheet rate when
      *  the type has no matrix -- with the lock date, the lock
      *  period and the expiry it works out to, so the lock is on
      *  file instead of in somebody's memory.  Extending a live
      *  lock moves the expiry out and charges the LOCK EXTENSION
      *  fee from FEE-SCHEDULE-FILE, carried on the lock until
      *  LOAN-FUNDING collects it out of the proceeds.  A lock that
      *  has expired or been cancelled may be locked again at the
      *  day's rate.  LOAN-APPROVAL-FILE honors a live lock.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-LOCK-FILE ASSIGN TO 'RATE_LOCK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF RATE-LOCK-REC
               FILE STATUS IS FILE-STATUS.

           SELECT LOAN-APPLICATION-FILE
               ASSIGN TO 'LOAN_APPLICATION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-APPLICATION-REC
               FILE STATUS IS APPLICATION-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-REC
               FILE STATUS IS CUSTOMER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-LOCK-FILE.
       COPY RATELOCKREC.

       FD  LOAN-APPLICATION-FILE.
       COPY LOANAPPREC.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS              PIC XX.
           88  FILE-OK               VALUE '00'.
           88  FILE-NOT-FOUND        VALUE '35'.
       01  APPLICATION-FILE-STATUS  PIC XX.
           88  APPLICATION-FILE-OK   VALUE '00'.
       01  CUSTOMER-FILE-STATUS     PIC XX.
           88  CUSTOMER-FILE-OK      VALUE '00'.
       01  WS-MODE                  PIC X.
           88  LOCK-MODE              VALUE '1'.
           88  EXTEND-MODE            VALUE '2'.
           88  CANCEL-MODE            VALUE '3'.
           88  INQUIRE-MODE           VALUE '4'.
       01  WS-LOAN-ID               PIC 9(5).
       01  WS-CUSTOMER-ID           PIC 9(5).
       01  WS-TODAY                 PIC 9(8).
       01  WS-LOCK-DAYS             PIC 9(3).
       01  WS-LOCK-RATE             PIC 9(3)V99.
       01  WS-APPLICANT-SCORE       PIC 9(3).
       01  WS-TIER-FLOOR            PIC 9(3).
       01  WS-RATE-FOUND            PIC X.
           88  RATE-WAS-FOUND        VALUE 'Y'.
       01  WS-APPLICATION-OK        PIC X VALUE 'N'.
           88  APPLICATION-IS-OK     VALUE 'Y'.
       01  WS-LOCK-ON-FILE          PIC X VALUE 'N'.
           88  LOCK-ON-FILE          VALUE 'Y'.
       01  WS-FEE-TYPE              PIC X(20) VALUE 'LOCK EXTENSION'.
       01  WS-FEE-AMOUNT            PIC 9(7)V99.
       01  WS-FEE-FOUND             PIC X.
           88  FEE-WAS-FOUND         VALUE 'Y'.
       01  WS-USER-ID               PIC A(10).
       01  WS-LOG-ACTION-TYPE       PIC A(20).
       01  WS-LOG-DESCRIPTION       PIC A(50).
       01  WS-BUSDATE-FOUND         PIC X.
           88  BUSINESS-DATE-FOUND   VALUE 'Y'.

       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

      *  Date arithmetic for the expiry: days added one at a time.
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

       PROCEDURE DIVISION.

       DISPLAY '1. Lock Rate'
       DISPLAY '2. Extend Lock'
       DISPLAY '3. Cancel Lock'
       DISPLAY '4. Inquire Lock'
       DISPLAY 'Select Option: '
       ACCEPT WS-MODE
       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
                                       WS-SIGNON-FOUND
       IF NOT SIGNON-FOUND
           DISPLAY 'Enter Your User ID: '
           ACCEPT WS-USER-ID
       END-IF
       CALL 'GET-BUSINESS-DATE' USING WS-TODAY
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
       END-IF

       EVALUATE TRUE
           WHEN LOCK-MODE
               PERFORM LOCK-RATE
           WHEN EXTEND-MODE
               PERFORM EXTEND-LOCK
           WHEN CANCEL-MODE
               PERFORM CANCEL-LOCK
           WHEN INQUIRE-MODE
               PERFORM INQUIRE-LOCK
           WHEN OTHER
               DISPLAY 'Invalid Option.'
       END-EVALUATE

       STOP RUN.

      *----------------------------------------------------------------
      *  Only a PENDING mortgage application can be locked, and only
      *  once at a time: a live lock has to be extended or cancelled,
      *  not locked over.
      *----------------------------------------------------------------
       LOCK-RATE.
           DISPLAY 'Enter Application Loan ID: '
           ACCEPT WS-LOAN-ID

           PERFORM VALIDATE-APPLICATION
           IF NOT APPLICATION-IS-OK
               DISPLAY 'Rate Lock Rejected.'
           ELSE
               PERFORM OPEN-RATE-LOCK-FILE
               MOVE 'N' TO WS-LOCK-ON-FILE
               MOVE WS-LOAN-ID TO LOAN-ID OF RATE-LOCK-REC
               READ RATE-LOCK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LOCK-ON-FILE
               END-READ
               IF LOCK-ON-FILE AND LOCK-ACTIVE
                  AND LOCK-EXPIRES NOT < WS-TODAY
                   DISPLAY 'Live Lock Already On File At '
                       LOCKED-RATE ' Through ' LOCK-EXPIRES
                       ' - Extend Or Cancel It Instead.'
               ELSE
                   PERFORM QUOTE-LOCK-RATE
                   DISPLAY 'Enter Lock Period In Days: '
                   ACCEPT WS-LOCK-DAYS
                   IF WS-LOCK-DAYS = ZERO
                       DISPLAY 'Lock Period Required - Rejected.'
                   ELSE
                       PERFORM WRITE-LOCK-RECORD
                   END-IF
               END-IF
               CLOSE RATE-LOCK-FILE
           END-IF.

       VALIDATE-APPLICATION.
           MOVE 'N' TO WS-APPLICATION-OK
           OPEN INPUT LOAN-APPLICATION-FILE
           IF NOT APPLICATION-FILE-OK
               DISPLAY 'Error Opening LOAN-APPLICATION-FILE.'
               STOP RUN
           END-IF
           MOVE WS-LOAN-ID TO LOAN-ID OF LOAN-APPLICATION-REC
           READ LOAN-APPLICATION-FILE
               INVALID KEY
                   DISPLAY 'Application Not Found: ' WS-LOAN-ID
               NOT INVALID KEY
                   IF NOT APPLICATION-PENDING
                       DISPLAY 'Application Is Not Pending: '
                           WS-LOAN-ID ' - Status Is '
                           APPLICATION-STATUS
                   ELSE
                       IF NOT TYPE-MORTGAGE OF LOAN-APPLICATION-REC
                           DISPLAY 'Rate Locks Are Taken On '
                               'MORTGAGE Applications Only.'
                       ELSE
                           MOVE CUSTOMER-ID OF LOAN-APPLICATION-REC
                               TO WS-CUSTOMER-ID
                           MOVE 'Y' TO WS-APPLICATION-OK
                       END-IF
                   END-IF
           END-READ
           CLOSE LOAN-APPLICATION-FILE.

      *----------------------------------------------------------------
      *  The lock is on the rate approval would price the loan at
      *  today -- same matrix tier, same fallback to the flat sheet.
      *----------------------------------------------------------------
       QUOTE-LOCK-RATE.
           MOVE ZERO TO WS-APPLICANT-SCORE
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-OK
               MOVE WS-CUSTOMER-ID TO CUSTOMER-ID OF CUSTOMER-REC
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CREDIT-SCORE TO WS-APPLICANT-SCORE
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF
           CALL 'MATRIX-RATE-LOOKUP' USING
               LOAN-TYPE OF LOAN-APPLICATION-REC
               WS-APPLICANT-SCORE
               WS-TODAY
               WS-LOCK-RATE
               WS-TIER-FLOOR
               WS-RATE-FOUND
           IF NOT RATE-WAS-FOUND
               CALL 'RATE-LOOKUP' USING
                   LOAN-TYPE OF LOAN-APPLICATION-REC
                   WS-TODAY
                   WS-LOCK-RATE
                   WS-RATE-FOUND
           END-IF
           IF RATE-WAS-FOUND
               DISPLAY 'Rate Quoted For Lock: ' WS-LOCK-RATE
           ELSE
               DISPLAY 'No Rate On File For MORTGAGE - '
                   'Enter Rate To Lock: '
               ACCEPT WS-LOCK-RATE
           END-IF.

       WRITE-LOCK-RECORD.
           MOVE WS-TODAY TO WS-WORK-DATE
           PERFORM ADD-ONE-DAY WS-LOCK-DAYS TIMES

           MOVE WS-LOAN-ID     TO LOAN-ID OF RATE-LOCK-REC
           MOVE WS-CUSTOMER-ID TO CUSTOMER-ID OF RATE-LOCK-REC
           MOVE WS-LOCK-RATE   TO LOCKED-RATE
           MOVE WS-TODAY       TO LOCK-DATE
           MOVE WS-LOCK-DAYS   TO LOCK-PERIOD-DAYS
           MOVE WS-WORK-DATE   TO LOCK-EXPIRES
           MOVE ZERO           TO EXTENSION-COUNT
           MOVE ZERO           TO EXTENSION-DAYS
           MOVE ZERO           TO EXTENSION-FEES
           MOVE 'A'            TO LOCK-STATUS
           MOVE WS-USER-ID     TO LOCKED-BY
           MOVE ZERO           TO LOCKED-LOAN-ID

           IF LOCK-ON-FILE
               REWRITE RATE-LOCK-REC
                   INVALID KEY
                       DISPLAY 'Error Relocking Application: '
                           WS-LOAN-ID
                   NOT INVALID KEY
                       PERFORM LOG-NEW-LOCK
               END-REWRITE
           ELSE
               WRITE RATE-LOCK-REC
                   INVALID KEY
                       DISPLAY 'Error Locking Application: '
                           WS-LOAN-ID
                   NOT INVALID KEY
                       PERFORM LOG-NEW-LOCK
               END-WRITE
           END-IF.

       LOG-NEW-LOCK.
           DISPLAY 'Rate Locked At ' LOCKED-RATE
               ' Through ' LOCK-EXPIRES
           MOVE 'RATE LOCK' TO WS-LOG-ACTION-TYPE
           MOVE 'Mortgage Rate Locked' TO WS-LOG-DESCRIPTION
           CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                         WS-USER-ID
                                         WS-LOG-DESCRIPTION.

      *----------------------------------------------------------------
      *  An extension runs from the current expiry, so asking early
      *  costs the borrower nothing, and the fee in force today is
      *  added to what funding will collect.  An expired lock cannot
      *  be extended -- it is relocked at the day's rate.
      *----------------------------------------------------------------
       EXTEND-LOCK.
           DISPLAY 'Enter Application Loan ID: '
           ACCEPT WS-LOAN-ID

           PERFORM OPEN-RATE-LOCK-FILE
           MOVE WS-LOAN-ID TO LOAN-ID OF RATE-LOCK-REC
           READ RATE-LOCK-FILE
               INVALID KEY
                   DISPLAY 'No Rate Lock On File: ' WS-LOAN-ID
               NOT INVALID KEY
                   IF NOT LOCK-ACTIVE
                      OR LOCK-EXPIRES < WS-TODAY
                       DISPLAY 'Lock Is Not Live (Status '
                           LOCK-STATUS ' Expires ' LOCK-EXPIRES
                           ') - Cannot Extend.'
                   ELSE
                       PERFORM APPLY-EXTENSION
                   END-IF
           END-READ
           CLOSE RATE-LOCK-FILE.

       APPLY-EXTENSION.
           DISPLAY 'Current Expiry: ' LOCK-EXPIRES
           DISPLAY 'Enter Extension In Days: '
           ACCEPT WS-LOCK-DAYS
           IF WS-LOCK-DAYS = ZERO
               DISPLAY 'Extension Days Required - Rejected.'
           ELSE
               CALL 'FEE-LOOKUP' USING WS-FEE-TYPE
                                        WS-TODAY
                                        WS-FEE-AMOUNT
                                        WS-FEE-FOUND
               IF NOT FEE-WAS-FOUND
                   MOVE ZERO TO WS-FEE-AMOUNT
                   DISPLAY 'No LOCK EXTENSION Fee On File - '
                       'Extension Not Charged.'
               END-IF
               MOVE LOCK-EXPIRES TO WS-WORK-DATE
               PERFORM ADD-ONE-DAY WS-LOCK-DAYS TIMES
               MOVE WS-WORK-DATE TO LOCK-EXPIRES
               ADD 1 TO EXTENSION-COUNT
               ADD WS-LOCK-DAYS TO EXTENSION-DAYS
               ADD WS-FEE-AMOUNT TO EXTENSION-FEES
               REWRITE RATE-LOCK-REC
                   INVALID KEY
                       DISPLAY 'Error Extending Lock: ' WS-LOAN-ID
                   NOT INVALID KEY
                       DISPLAY 'Lock Extended Through ' LOCK-EXPIRES
                           ' Fee ' WS-FEE-AMOUNT
                       MOVE 'RATE LOCK EXTEND' TO WS-LOG-ACTION-TYPE
                       MOVE 'Mortgage Rate Lock Extended'
                           TO WS-LOG-DESCRIPTION
                       CALL 'WRITE-LOG-ENTRY' USING
                           WS-LOG-ACTION-TYPE
                           WS-USER-ID
                           WS-LOG-DESCRIPTION
               END-REWRITE
           END-IF.

       CANCEL-LOCK.
           DISPLAY 'Enter Application Loan ID: '
           ACCEPT WS-LOAN-ID

           PERFORM OPEN-RATE-LOCK-FILE
           MOVE WS-LOAN-ID TO LOAN-ID OF RATE-LOCK-REC
           READ RATE-LOCK-FILE
               INVALID KEY
                   DISPLAY 'No Rate Lock On File: ' WS-LOAN-ID
               NOT INVALID KEY
                   IF NOT LOCK-ACTIVE
                       DISPLAY 'Lock Is Not Active - Status '
                           LOCK-STATUS
                   ELSE
                       MOVE 'C' TO LOCK-STATUS
                       REWRITE RATE-LOCK-REC
                           INVALID KEY
                               DISPLAY 'Error Cancelling Lock: '
                                   WS-LOAN-ID
                           NOT INVALID KEY
                               DISPLAY 'Rate Lock Cancelled.'
                               MOVE 'RATE LOCK CANCEL'
                                   TO WS-LOG-ACTION-TYPE
                               MOVE 'Mortgage Rate Lock Cancelled'
                                   TO WS-LOG-DESCRIPTION
                               CALL 'WRITE-LOG-ENTRY' USING
                                   WS-LOG-ACTION-TYPE
                                   WS-USER-ID
                                   WS-LOG-DESCRIPTION
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE RATE-LOCK-FILE.

       INQUIRE-LOCK.
           DISPLAY 'Enter Application Loan ID: '
           ACCEPT WS-LOAN-ID

           OPEN INPUT RATE-LOCK-FILE
           IF NOT FILE-OK
               DISPLAY 'Error Opening RATE-LOCK-FILE.'
               STOP RUN
           END-IF

           MOVE WS-LOAN-ID TO LOAN-ID OF RATE-LOCK-REC
           READ RATE-LOCK-FILE
               INVALID KEY
                   DISPLAY 'No Rate Lock On File: ' WS-LOAN-ID
               NOT INVALID KEY
                   DISPLAY 'Application: ' LOAN-ID OF RATE-LOCK-REC
                   DISPLAY 'Customer   : '
                       CUSTOMER-ID OF RATE-LOCK-REC
                   DISPLAY 'Locked Rate: ' LOCKED-RATE
                   DISPLAY 'Lock Date  : ' LOCK-DATE
                       ' For ' LOCK-PERIOD-DAYS ' Days'
                   DISPLAY 'Expires    : ' LOCK-EXPIRES
                   DISPLAY 'Extensions : ' EXTENSION-COUNT
                       ' (' EXTENSION-DAYS ' Days, Fees '
                       EXTENSION-FEES ')'
                   DISPLAY 'Status     : ' LOCK-STATUS
                   DISPLAY 'Locked By  : ' LOCKED-BY
                   IF LOCKED-LOAN-ID > ZERO
                       DISPLAY 'Booked Loan: ' LOCKED-LOAN-ID
                   END-IF
           END-READ

           CLOSE RATE-LOCK-FILE.

       OPEN-RATE-LOCK-FILE.
           OPEN I-O RATE-LOCK-FILE
           IF FILE-NOT-FOUND
               OPEN OUTPUT RATE-LOCK-FILE
               CLOSE RATE-LOCK-FILE
               OPEN I-O RATE-LOCK-FILE
           END-IF
           IF NOT FILE-OK
               DISPLAY 'Error Opening RATE-LOCK-FILE.'
               STOP RUN
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
