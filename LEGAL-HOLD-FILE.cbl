       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGAL-HOLD-FILE.

      *================================================================
      *  Legal-hold maintenance on LEGAL_HOLD.DAT.  Counsel's
      *  preservation notice -- a subpoena, or a suit naming the
      *  borrower -- is placed against a customer (every loan they
      *  have) or a single loan under the matter number, with the
      *  date and who placed it.  From then on CHECK-LEGAL-HOLD keeps
      *  the retention purge, the loan archive and debt sales off
      *  the subject's records.  Placing a hold takes effect at
      *  once; releasing one does not: the release is captured as a
      *  LEGAL HOLD RELEASE item on the dual-control queue and only
      *  a supervisor's release through SUPERVISOR-APPROVAL lifts
      *  it.  Inquire lists every matter on the subject, open or
      *  released.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-HOLD-FILE ASSIGN TO 'LEGAL_HOLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY OF LEGAL-HOLD-REC
               FILE STATUS IS FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-REC
               FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-REC
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF LOAN-REC
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT PENDING-APPROVAL-FILE
               ASSIGN TO 'PENDING_APPROVAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PENDING-ID OF PENDING-APPROVAL-REC
               FILE STATUS IS PENDING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-HOLD-FILE.
       COPY LEGALHOLDREC.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  LOAN-FILE.
       COPY LOANREC.

       FD  PENDING-APPROVAL-FILE.
       COPY PENDAPPRREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS              PIC XX.
           88  FILE-OK               VALUE '00'.
           88  FILE-NOT-FOUND        VALUE '35'.
       01  CUSTOMER-FILE-STATUS     PIC XX.
           88  CUSTOMER-FILE-OK      VALUE '00'.
       01  LOAN-FILE-STATUS         PIC XX.
           88  LOAN-FILE-OK          VALUE '00'.
       01  PENDING-FILE-STATUS      PIC XX.
           88  PENDING-FILE-OK       VALUE '00'.
       01  WS-MODE                  PIC X.
           88  PLACE-MODE             VALUE '1'.
           88  RELEASE-MODE           VALUE '2'.
           88  INQUIRE-MODE           VALUE '3'.
       01  WS-SCOPE                 PIC X.
           88  SCOPE-CUSTOMER         VALUE 'C' 'c'.
           88  SCOPE-LOAN             VALUE 'L' 'l'.
       01  WS-SUBJECT-ID            PIC 9(5).
       01  WS-MATTER-NUMBER         PIC X(15).
       01  WS-HOLD-DESCRIPTION      PIC X(30).
       01  WS-TODAY                 PIC 9(8).
       01  WS-SUBJECT-FOUND         PIC X.
           88  SUBJECT-FOUND         VALUE 'Y'.
       01  WS-END-OF-HOLDS          PIC X.
           88  END-OF-HOLDS          VALUE 'Y'.
       01  WS-END-OF-PENDING        PIC X.
           88  END-OF-PENDING        VALUE 'Y'.
       01  WS-RELEASE-QUEUED        PIC X.
           88  RELEASE-ALREADY-QUEUED VALUE 'Y'.
       01  WS-HOLDS-LISTED          PIC 9(3) COMP.

      *  The queue item carries the whole hold key: the subject in
      *  PENDING-KEY-ID, the scope and matter number in
      *  PENDING-DETAIL.
       01  WS-Q-ACTION              PIC X(20).
       01  WS-Q-AMOUNT              PIC 9(7)V99 VALUE ZERO.
       01  WS-Q-AUX-DATE-1          PIC 9(8) VALUE ZERO.
       01  WS-Q-AUX-DATE-2          PIC 9(8) VALUE ZERO.
       01  WS-Q-DETAIL              PIC X(30).
       01  WS-Q-DETAIL-PARTS REDEFINES WS-Q-DETAIL.
           05  WS-Q-HOLD-SCOPE        PIC X.
           05  WS-Q-HOLD-MATTER       PIC X(15).
           05  FILLER                 PIC X(14).

       01  WS-USER-ID               PIC A(10).
       01  WS-LOG-ACTION-TYPE       PIC A(20).
       01  WS-LOG-DESCRIPTION       PIC A(50).

       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       DISPLAY '1. Place Legal Hold'
       DISPLAY '2. Request Hold Release'
       DISPLAY '3. Inquire Holds'
       DISPLAY 'Select Option: '
       ACCEPT WS-MODE
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
                                       WS-SIGNON-FOUND
       IF NOT SIGNON-FOUND
           DISPLAY 'Enter Your User ID: '
           ACCEPT WS-USER-ID
       END-IF

       DISPLAY 'Hold On Customer Or Loan (C/L): '
       ACCEPT WS-SCOPE
       IF NOT SCOPE-CUSTOMER AND NOT SCOPE-LOAN
           DISPLAY 'Invalid Hold Scope: ' WS-SCOPE
           STOP RUN
       END-IF
       IF SCOPE-CUSTOMER
           MOVE 'C' TO WS-SCOPE
           DISPLAY 'Enter Customer ID: '
       ELSE
           MOVE 'L' TO WS-SCOPE
           DISPLAY 'Enter Loan ID: '
       END-IF
       ACCEPT WS-SUBJECT-ID
       IF SCOPE-LOAN
           CALL 'CHECK-LOAN-ACCESS' USING WS-SUBJECT-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF
       END-IF

       EVALUATE TRUE
           WHEN PLACE-MODE
               PERFORM PLACE-LEGAL-HOLD
           WHEN RELEASE-MODE
               PERFORM REQUEST-HOLD-RELEASE
           WHEN INQUIRE-MODE
               PERFORM INQUIRE-HOLDS
           WHEN OTHER
               DISPLAY 'Invalid Option.'
       END-EVALUATE

       STOP RUN.

       PLACE-LEGAL-HOLD.
           PERFORM VALIDATE-HOLD-SUBJECT
           IF NOT SUBJECT-FOUND
               DISPLAY 'Subject Not On File: ' WS-SUBJECT-ID
                   ' - Hold Not Placed.'
           ELSE
               DISPLAY 'Enter Matter Number: '
               ACCEPT WS-MATTER-NUMBER
               IF WS-MATTER-NUMBER = SPACES
                   DISPLAY 'Matter Number Is Required - Hold Not '
                       'Placed.'
               ELSE
                   DISPLAY 'Enter Description (Caption Or Notice): '
                   ACCEPT WS-HOLD-DESCRIPTION
                   PERFORM WRITE-HOLD-RECORD
               END-IF
           END-IF.

       WRITE-HOLD-RECORD.
           OPEN I-O LEGAL-HOLD-FILE
           IF FILE-NOT-FOUND
               OPEN OUTPUT LEGAL-HOLD-FILE
               CLOSE LEGAL-HOLD-FILE
               OPEN I-O LEGAL-HOLD-FILE
           END-IF
           IF NOT FILE-OK
               DISPLAY 'Error Opening LEGAL-HOLD-FILE.'
               STOP RUN
           END-IF

           MOVE WS-SCOPE            TO HOLD-SCOPE
           MOVE WS-SUBJECT-ID       TO HOLD-SUBJECT-ID
           MOVE WS-MATTER-NUMBER    TO HOLD-MATTER-NUMBER
           MOVE WS-HOLD-DESCRIPTION TO HOLD-DESCRIPTION
           MOVE WS-TODAY            TO HOLD-PLACED-DATE
           MOVE WS-USER-ID          TO HOLD-PLACED-BY
           MOVE 'O'                 TO HOLD-STATUS
           MOVE ZERO                TO HOLD-RELEASED-DATE
           MOVE SPACES              TO HOLD-RELEASED-BY

           WRITE LEGAL-HOLD-REC
               INVALID KEY
                   DISPLAY 'Matter ' WS-MATTER-NUMBER
                       ' Already Recorded Against This Subject.'
               NOT INVALID KEY
                   DISPLAY 'Legal Hold Placed: ' WS-SCOPE ' '
                       WS-SUBJECT-ID ' Matter ' WS-MATTER-NUMBER
                   MOVE 'LEGAL HOLD PLACED' TO WS-LOG-ACTION-TYPE
                   MOVE 'Legal Hold Placed On Records'
                       TO WS-LOG-DESCRIPTION
                   CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                                 WS-USER-ID
                                                 WS-LOG-DESCRIPTION
           END-WRITE

           CLOSE LEGAL-HOLD-FILE.

      *----------------------------------------------------------------
      *  Release is maker-checker: only an OPEN hold can be put up
      *  for release, and not twice while a request is still with
      *  the supervisors.
      *----------------------------------------------------------------
       REQUEST-HOLD-RELEASE.
           DISPLAY 'Enter Matter Number: '
           ACCEPT WS-MATTER-NUMBER

           OPEN INPUT LEGAL-HOLD-FILE
           IF NOT FILE-OK
               DISPLAY 'No LEGAL-HOLD-FILE On Hand.'
               STOP RUN
           END-IF
           MOVE WS-SCOPE         TO HOLD-SCOPE
           MOVE WS-SUBJECT-ID    TO HOLD-SUBJECT-ID
           MOVE WS-MATTER-NUMBER TO HOLD-MATTER-NUMBER
           READ LEGAL-HOLD-FILE
               INVALID KEY
                   DISPLAY 'No Hold For Matter ' WS-MATTER-NUMBER
                       ' On This Subject.'
               NOT INVALID KEY
                   IF NOT HOLD-OPEN
                       DISPLAY 'Hold Already Released '
                           HOLD-RELEASED-DATE
                   ELSE
                       PERFORM QUEUE-HOLD-RELEASE
                   END-IF
           END-READ
           CLOSE LEGAL-HOLD-FILE.

       QUEUE-HOLD-RELEASE.
           MOVE 'LEGAL HOLD RELEASE' TO WS-Q-ACTION
           MOVE SPACES TO WS-Q-DETAIL
           MOVE WS-SCOPE TO WS-Q-HOLD-SCOPE
           MOVE WS-MATTER-NUMBER TO WS-Q-HOLD-MATTER
           PERFORM CHECK-RELEASE-QUEUED
           IF RELEASE-ALREADY-QUEUED
               DISPLAY 'Release Already Awaiting Supervisor Review.'
           ELSE
               CALL 'QUEUE-PENDING-APPROVAL' USING WS-Q-ACTION
                                                    WS-SUBJECT-ID
                                                    WS-Q-AMOUNT
                                                    WS-Q-AUX-DATE-1
                                                    WS-Q-AUX-DATE-2
                                                    WS-Q-DETAIL
                                                    WS-USER-ID
               DISPLAY 'Hold Release Queued For Supervisor Approval '
                   '- Hold Stays In Force Until Released.'
           END-IF.

       CHECK-RELEASE-QUEUED.
           MOVE 'N' TO WS-RELEASE-QUEUED
           MOVE 'N' TO WS-END-OF-PENDING
           OPEN INPUT PENDING-APPROVAL-FILE
           IF PENDING-FILE-OK
               PERFORM CHECK-NEXT-PENDING-ROW
                   UNTIL END-OF-PENDING
               CLOSE PENDING-APPROVAL-FILE
           END-IF.

       CHECK-NEXT-PENDING-ROW.
           READ PENDING-APPROVAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-PENDING
               NOT AT END
                   IF ACTION-LEGAL-HOLD-RELEASE
                      AND QUEUE-PENDING
                      AND PENDING-KEY-ID = WS-SUBJECT-ID
                      AND PENDING-DETAIL = WS-Q-DETAIL
                       MOVE 'Y' TO WS-RELEASE-QUEUED
                   END-IF
           END-READ.

       INQUIRE-HOLDS.
           OPEN INPUT LEGAL-HOLD-FILE
           IF NOT FILE-OK
               DISPLAY 'No LEGAL-HOLD-FILE On Hand.'
               STOP RUN
           END-IF

           MOVE ZERO TO WS-HOLDS-LISTED
           MOVE 'N' TO WS-END-OF-HOLDS
           MOVE WS-SCOPE      TO HOLD-SCOPE
           MOVE WS-SUBJECT-ID TO HOLD-SUBJECT-ID
           MOVE SPACES        TO HOLD-MATTER-NUMBER
           START LEGAL-HOLD-FILE KEY IS NOT LESS THAN
                   HOLD-KEY OF LEGAL-HOLD-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-HOLDS
           END-START
           PERFORM LIST-NEXT-HOLD UNTIL END-OF-HOLDS

           IF WS-HOLDS-LISTED = ZERO
               DISPLAY 'No Legal Holds On ' WS-SCOPE ' '
                   WS-SUBJECT-ID
           END-IF

           CLOSE LEGAL-HOLD-FILE.

       LIST-NEXT-HOLD.
           READ LEGAL-HOLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-HOLDS
               NOT AT END
                   IF HOLD-SCOPE NOT = WS-SCOPE
                      OR HOLD-SUBJECT-ID NOT = WS-SUBJECT-ID
                       MOVE 'Y' TO WS-END-OF-HOLDS
                   ELSE
                       ADD 1 TO WS-HOLDS-LISTED
                       DISPLAY 'Matter      : ' HOLD-MATTER-NUMBER
                           ' ' HOLD-DESCRIPTION
                       DISPLAY '  Placed    : ' HOLD-PLACED-DATE
                           ' By ' HOLD-PLACED-BY
                       IF HOLD-OPEN
                           DISPLAY '  Status    : OPEN'
                       ELSE
                           DISPLAY '  Released  : '
                               HOLD-RELEASED-DATE
                               ' By ' HOLD-RELEASED-BY
                       END-IF
                   END-IF
           END-READ.

       VALIDATE-HOLD-SUBJECT.
           MOVE 'N' TO WS-SUBJECT-FOUND
           IF WS-SCOPE = 'C'
               OPEN INPUT CUSTOMER-FILE
               IF CUSTOMER-FILE-OK
                   MOVE WS-SUBJECT-ID TO CUSTOMER-ID OF CUSTOMER-REC
                   READ CUSTOMER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-SUBJECT-FOUND
                   END-READ
                   CLOSE CUSTOMER-FILE
               END-IF
           ELSE
               OPEN INPUT LOAN-FILE
               IF LOAN-FILE-OK
                   MOVE WS-SUBJECT-ID TO LOAN-ID OF LOAN-REC
                   READ LOAN-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-SUBJECT-FOUND
                   END-READ
                   CLOSE LOAN-FILE
               END-IF
           END-IF.
