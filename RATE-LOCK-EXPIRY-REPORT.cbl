       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-LOCK-EXPIRY-REPORT.

      *================================================================
      *  Nightly mortgage rate-lock watch list.  Every lock on
      *  RATE_LOCK.DAT that has not been cancelled and whose loan has
      *  not funded is checked against the business date:
      *
      *      EXPIRING   runs out within the next 7 days (the RATE
      *                 LOCK WARN DAYS parameter overrides), so the
      *                 loan officer can close it or sell the
      *                 borrower an extension while there is time
      *      EXPIRED    ran out before today with nothing funded --
      *                 the application is still pending, or the
      *                 booked loan never left APPROVED
      *
      *  A lock counts as funded once the loan approval booked from
      *  it (LOCKED-LOAN-ID) has moved past APPROVED.  Each EXPIRED
      *  lock also writes an EXCEPTION row to REPORT-FILE so it is
      *  worked, not just printed.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-LOCK-FILE ASSIGN TO 'RATE_LOCK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF RATE-LOCK-REC
               FILE STATUS IS LOCK-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-REC
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF LOAN-REC
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-LOCK-FILE.
       COPY RATELOCKREC.

       FD  LOAN-FILE.
       COPY LOANREC.

       FD  REPORT-FILE.
       COPY REPORTREC.

       WORKING-STORAGE SECTION.
       01  LOCK-FILE-STATUS        PIC XX.
           88  LOCK-FILE-OK         VALUE '00'.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
      *  Open-success flag: the status rolls with every READ, so the
      *  per-lock loan lookup guards on this, set once at OPEN.
       01  WS-LOAN-OPENED          PIC X VALUE 'N'.
           88  LOAN-WAS-OPENED      VALUE 'Y'.
       01  REPORT-FILE-STATUS      PIC XX.
           88  REPORT-FILE-OK       VALUE '00'.

       01  WS-END-OF-LOCKS         PIC X VALUE 'N'.
           88  END-OF-LOCKS         VALUE 'Y'.
       01  WS-END-OF-REPORTS       PIC X VALUE 'N'.
           88  END-OF-REPORTS       VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-HORIZON-DATE         PIC 9(8).
      *  Compiled default; overridden by the RATE LOCK WARN DAYS
      *  system parameter when one is on file.
       01  WS-WARN-DAYS            PIC 9(3) VALUE 7.

       01  WS-PARM-NAME            PIC X(20).
       01  WS-PARM-VALUE           PIC 9(7)V99.
       01  WS-PARM-FOUND           PIC X.
           88  PARM-WAS-FOUND       VALUE 'Y'.

       01  WS-LOCK-FUNDED          PIC X.
           88  LOCK-WAS-FUNDED      VALUE 'Y'.
       01  WS-LOAN-STATE           PIC X(10).

       01  WS-EXPIRING-COUNT       PIC 9(5) COMP VALUE ZERO.
       01  WS-EXPIRED-COUNT        PIC 9(5) COMP VALUE ZERO.
       01  WS-EXPIRING-SECTION     PIC X VALUE 'Y'.
           88  LISTING-EXPIRING     VALUE 'Y'.
           88  LISTING-EXPIRED      VALUE 'N'.

       01  WS-NEXT-REPORT-ID       PIC 9(5) VALUE ZERO.
       01  WS-EXCEPTION-TEXT       PIC X(60).

       01  WS-BUSDATE-FOUND         PIC X.
           88  BUSINESS-DATE-FOUND   VALUE 'Y'.

      *  Date arithmetic for the horizon: days added one at a time.
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

       CALL 'GET-BUSINESS-DATE' USING WS-RUN-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
       END-IF

       MOVE 'RATE LOCK WARN DAYS' TO WS-PARM-NAME
       CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                 WS-RUN-DATE
                                 WS-PARM-VALUE
                                 WS-PARM-FOUND
       IF PARM-WAS-FOUND AND WS-PARM-VALUE > ZERO
           MOVE WS-PARM-VALUE TO WS-WARN-DAYS
       END-IF

       MOVE WS-RUN-DATE TO WS-WORK-DATE
       PERFORM ADD-ONE-DAY WS-WARN-DAYS TIMES
       MOVE WS-WORK-DATE TO WS-HORIZON-DATE

       PERFORM ASSIGN-NEXT-REPORT-ID

       DISPLAY '============================================'
       DISPLAY '  RATE LOCK EXPIRY REPORT ' WS-RUN-DATE
       DISPLAY '============================================'

       OPEN INPUT LOAN-FILE
       IF LOAN-FILE-OK
           MOVE 'Y' TO WS-LOAN-OPENED
       END-IF

       DISPLAY 'EXPIRING THROUGH ' WS-HORIZON-DATE
       DISPLAY 'APPL  CUST  RATE    LOCKED   EXPIRES  EXT'
       MOVE 'Y' TO WS-EXPIRING-SECTION
       PERFORM SCAN-RATE-LOCKS

       DISPLAY '--------------------------------------------'
       DISPLAY 'EXPIRED WITHOUT FUNDING'
       DISPLAY 'APPL  CUST  RATE    LOCKED   EXPIRES  LOAN'
       MOVE 'N' TO WS-EXPIRING-SECTION
       PERFORM SCAN-RATE-LOCKS

       IF LOAN-WAS-OPENED
           CLOSE LOAN-FILE
       END-IF

       DISPLAY '--------------------------------------------'
       DISPLAY 'Expiring: ' WS-EXPIRING-COUNT
           ' Expired Unfunded: ' WS-EXPIRED-COUNT
       DISPLAY '============================================'
       STOP RUN.

      *----------------------------------------------------------------
      *  One pass of the lock file per section, so each prints in
      *  application order.
      *----------------------------------------------------------------
       SCAN-RATE-LOCKS.
           MOVE 'N' TO WS-END-OF-LOCKS
           OPEN INPUT RATE-LOCK-FILE
           IF LOCK-FILE-OK
               PERFORM CHECK-NEXT-LOCK UNTIL END-OF-LOCKS
               CLOSE RATE-LOCK-FILE
           END-IF.

       CHECK-NEXT-LOCK.
           READ RATE-LOCK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-LOCKS
               NOT AT END
                   IF NOT LOCK-CANCELLED
                       PERFORM CLASSIFY-LOCK
                   END-IF
           END-READ.

       CLASSIFY-LOCK.
           PERFORM CHECK-LOCK-FUNDED
           IF NOT LOCK-WAS-FUNDED
               IF LISTING-EXPIRING
                   IF LOCK-EXPIRES NOT < WS-RUN-DATE
                      AND LOCK-EXPIRES NOT > WS-HORIZON-DATE
                       ADD 1 TO WS-EXPIRING-COUNT
                       DISPLAY LOAN-ID OF RATE-LOCK-REC ' '
                           CUSTOMER-ID OF RATE-LOCK-REC ' '
                           LOCKED-RATE ' '
                           LOCK-DATE ' '
                           LOCK-EXPIRES ' '
                           EXTENSION-COUNT
                   END-IF
               ELSE
                   IF LOCK-EXPIRES < WS-RUN-DATE
                       ADD 1 TO WS-EXPIRED-COUNT
                       DISPLAY LOAN-ID OF RATE-LOCK-REC ' '
                           CUSTOMER-ID OF RATE-LOCK-REC ' '
                           LOCKED-RATE ' '
                           LOCK-DATE ' '
                           LOCK-EXPIRES ' '
                           WS-LOAN-STATE
                       PERFORM WRITE-EXPIRED-EXCEPTION
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  Not yet approved, or approved and still waiting on funding,
      *  is unfunded.  A booked loan gone missing from LOAN.DAT is
      *  treated as unfunded too -- someone should look at it.
      *----------------------------------------------------------------
       CHECK-LOCK-FUNDED.
           MOVE 'N' TO WS-LOCK-FUNDED
           MOVE 'PENDING' TO WS-LOAN-STATE
           IF LOCKED-LOAN-ID > ZERO AND LOAN-WAS-OPENED
               MOVE LOCKED-LOAN-ID TO LOAN-ID OF LOAN-REC
               READ LOAN-FILE
                   INVALID KEY
                       MOVE 'NOT FOUND' TO WS-LOAN-STATE
                   NOT INVALID KEY
                       MOVE LOAN-STATUS TO WS-LOAN-STATE
                       IF NOT STATUS-PENDING
                          AND NOT STATUS-APPROVED
                           MOVE 'Y' TO WS-LOCK-FUNDED
                       END-IF
               END-READ
           END-IF.

       ASSIGN-NEXT-REPORT-ID.
           OPEN INPUT REPORT-FILE
           IF NOT REPORT-FILE-OK
               MOVE 1 TO WS-NEXT-REPORT-ID
           ELSE
               PERFORM FIND-HIGHEST-REPORT-ID
                   UNTIL END-OF-REPORTS
               ADD 1 TO WS-NEXT-REPORT-ID
               CLOSE REPORT-FILE
           END-IF.

       FIND-HIGHEST-REPORT-ID.
           READ REPORT-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-REPORTS
               NOT AT END
                   IF REPORT-ID > WS-NEXT-REPORT-ID
                       MOVE REPORT-ID TO WS-NEXT-REPORT-ID
                   END-IF
           END-READ.

       WRITE-EXPIRED-EXCEPTION.
           MOVE SPACES TO WS-EXCEPTION-TEXT
           STRING 'RATE LOCK EXPIRED ' DELIMITED BY SIZE
                  LOCK-EXPIRES DELIMITED BY SIZE
                  ' UNFUNDED' DELIMITED BY SIZE
               INTO WS-EXCEPTION-TEXT
           OPEN EXTEND REPORT-FILE
           IF NOT REPORT-FILE-OK
               OPEN OUTPUT REPORT-FILE
           END-IF
           MOVE WS-NEXT-REPORT-ID   TO REPORT-ID
           MOVE 'EXCEPTION'         TO REPORT-TYPE
           MOVE WS-RUN-DATE         TO GENERATED-DATE
           MOVE 'RATE_LOCK.DAT'     TO EXCEP-SOURCE-FILE
           MOVE LOAN-ID OF RATE-LOCK-REC TO EXCEP-KEY-ID
           MOVE WS-EXCEPTION-TEXT   TO EXCEP-DESCRIPTION
           WRITE REPORT-REC
           CLOSE REPORT-FILE
           ADD 1 TO WS-NEXT-REPORT-ID.

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
