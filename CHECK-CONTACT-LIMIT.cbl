       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-CONTACT-LIMIT.

      *================================================================
      *  Callable collection-call gate.  Returns 'Y' in the blocked
      *  flag, with the reason, when a collector may not call the
      *  loan today:
      *      - an ACTIVE cease-communication or do-not-call request
      *        on CONTACT_RESTRICT.DAT, or
      *      - the call-frequency cap reached -- CALL ATTEMPT LIMIT
      *        attempts (7 by default) on CONTACT_ATTEMPT.DAT within
      *        the CALL ATTEMPT DAYS calendar days (7 by default)
      *        ending on the as-of date.
      *  The attempt count in the window comes back either way, so
      *  the work-loan screen can show how close the loan is.
      *  COLLECTOR-WORKQUEUE calls this to build worklists and
      *  before it takes a call attempt.  No files on hand means no
      *  restriction and no attempts.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-RESTRICT-FILE ASSIGN TO 'CONTACT_RESTRICT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF CONTACT-RESTRICT-REC
               FILE STATUS IS RESTRICT-FILE-STATUS.

           SELECT CONTACT-ATTEMPT-FILE ASSIGN TO 'CONTACT_ATTEMPT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTACT-KEY OF CONTACT-ATTEMPT-REC
               FILE STATUS IS ATTEMPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-RESTRICT-FILE.
       COPY CONTACTRESTREC.

       FD  CONTACT-ATTEMPT-FILE.
       COPY CONTACTREC.

       WORKING-STORAGE SECTION.
       01  RESTRICT-FILE-STATUS    PIC XX.
           88  RESTRICT-FILE-OK     VALUE '00'.
       01  ATTEMPT-FILE-STATUS     PIC XX.
           88  ATTEMPT-FILE-OK      VALUE '00'.
       01  WS-END-OF-ATTEMPTS      PIC X.
           88  END-OF-ATTEMPTS      VALUE 'Y'.

      *  Compiled defaults; overridden by the CALL ATTEMPT LIMIT and
      *  CALL ATTEMPT DAYS system parameters when on file.
       01  WS-ATTEMPT-LIMIT        PIC 9(3) VALUE 7.
       01  WS-ATTEMPT-DAYS         PIC 9(3) VALUE 7.
       01  WS-DAYS-TO-ADD          PIC 9(3).
       01  WS-PARM-NAME            PIC X(20).
       01  WS-PARM-VALUE           PIC 9(7)V99.
       01  WS-PARM-FOUND           PIC X.
           88  PARM-WAS-FOUND       VALUE 'Y'.

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

       LINKAGE SECTION.
       01  WS-CHECK-LOAN-ID        PIC 9(5).
       01  WS-AS-OF-DATE           PIC 9(8).
       01  WS-ATTEMPT-COUNT        PIC 9(3).
       01  WS-CONTACT-BLOCKED      PIC X.
       01  WS-BLOCK-REASON         PIC X(30).

       PROCEDURE DIVISION USING WS-CHECK-LOAN-ID
                                 WS-AS-OF-DATE
                                 WS-ATTEMPT-COUNT
                                 WS-CONTACT-BLOCKED
                                 WS-BLOCK-REASON.

       MOVE 'N' TO WS-CONTACT-BLOCKED
       MOVE SPACES TO WS-BLOCK-REASON
       MOVE ZERO TO WS-ATTEMPT-COUNT

       MOVE 'CALL ATTEMPT LIMIT' TO WS-PARM-NAME
       CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                 WS-AS-OF-DATE
                                 WS-PARM-VALUE
                                 WS-PARM-FOUND
       IF PARM-WAS-FOUND
           MOVE WS-PARM-VALUE TO WS-ATTEMPT-LIMIT
       END-IF
       MOVE 'CALL ATTEMPT DAYS' TO WS-PARM-NAME
       CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                 WS-AS-OF-DATE
                                 WS-PARM-VALUE
                                 WS-PARM-FOUND
       IF PARM-WAS-FOUND AND WS-PARM-VALUE > ZERO
           MOVE WS-PARM-VALUE TO WS-ATTEMPT-DAYS
       END-IF
       COMPUTE WS-DAYS-TO-ADD = WS-ATTEMPT-DAYS - 1

       OPEN INPUT CONTACT-RESTRICT-FILE
       IF RESTRICT-FILE-OK
           MOVE WS-CHECK-LOAN-ID TO LOAN-ID OF CONTACT-RESTRICT-REC
           READ CONTACT-RESTRICT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RESTRICT-ACTIVE
                       MOVE 'Y' TO WS-CONTACT-BLOCKED
                       IF RESTRICT-CEASE
                           MOVE 'CEASE REQUEST ON FILE'
                               TO WS-BLOCK-REASON
                       ELSE
                           MOVE 'DO-NOT-CALL REQUEST ON FILE'
                               TO WS-BLOCK-REASON
                       END-IF
                   END-IF
           END-READ
           CLOSE CONTACT-RESTRICT-FILE
       END-IF

       MOVE 'N' TO WS-END-OF-ATTEMPTS
       OPEN INPUT CONTACT-ATTEMPT-FILE
       IF ATTEMPT-FILE-OK
           MOVE WS-CHECK-LOAN-ID TO LOAN-ID OF CONTACT-ATTEMPT-REC
           MOVE ZERO TO CONTACT-DATE
           MOVE ZERO TO CONTACT-TIME
           START CONTACT-ATTEMPT-FILE KEY IS NOT LESS THAN
                   CONTACT-KEY OF CONTACT-ATTEMPT-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-ATTEMPTS
           END-START
           PERFORM COUNT-NEXT-ATTEMPT UNTIL END-OF-ATTEMPTS
           CLOSE CONTACT-ATTEMPT-FILE
       END-IF

       IF WS-CONTACT-BLOCKED NOT = 'Y'
          AND WS-ATTEMPT-COUNT NOT < WS-ATTEMPT-LIMIT
           MOVE 'Y' TO WS-CONTACT-BLOCKED
           MOVE 'CALL-FREQUENCY CAP REACHED' TO WS-BLOCK-REASON
       END-IF

       GOBACK.

      *  An attempt counts when it falls on the as-of date or within
      *  the window days before it: the attempt date carried
      *  forward by one day less than the window must reach the
      *  as-of date.
       COUNT-NEXT-ATTEMPT.
           READ CONTACT-ATTEMPT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-ATTEMPTS
               NOT AT END
                   IF LOAN-ID OF CONTACT-ATTEMPT-REC
                       NOT = WS-CHECK-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-ATTEMPTS
                   ELSE
                       IF CONTACT-DATE NOT > WS-AS-OF-DATE
                           MOVE CONTACT-DATE TO WS-WORK-DATE
                           PERFORM ADD-ONE-DAY WS-DAYS-TO-ADD TIMES
                           IF WS-WORK-DATE NOT < WS-AS-OF-DATE
                               ADD 1 TO WS-ATTEMPT-COUNT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

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
