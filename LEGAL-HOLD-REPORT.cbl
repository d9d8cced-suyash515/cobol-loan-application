       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGAL-HOLD-REPORT.

      *================================================================
      *  Open legal-hold review for counsel, run each month-end.
      *  Lists every OPEN hold on LEGAL_HOLD.DAT -- matter, customer
      *  or loan held, who placed it, when, and how long it has been
      *  open -- so counsel can confirm each matter still needs
      *  preserving and ask for releases through the dual-control
      *  queue where it does not.  A release still awaiting a
      *  supervisor is marked on its line.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-HOLD-FILE ASSIGN TO 'LEGAL_HOLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY OF LEGAL-HOLD-REC
               FILE STATUS IS HOLD-FILE-STATUS.

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

       FD  PENDING-APPROVAL-FILE.
       COPY PENDAPPRREC.

       WORKING-STORAGE SECTION.
       01  HOLD-FILE-STATUS        PIC XX.
           88  HOLD-FILE-OK         VALUE '00'.
       01  PENDING-FILE-STATUS     PIC XX.
           88  PENDING-FILE-OK      VALUE '00'.
       01  WS-END-OF-HOLDS         PIC X VALUE 'N'.
           88  END-OF-HOLDS         VALUE 'Y'.
       01  WS-END-OF-PENDING       PIC X.
           88  END-OF-PENDING       VALUE 'Y'.
       01  WS-RELEASE-QUEUED       PIC X.
           88  RELEASE-QUEUED       VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR         PIC 9(4).
           05  WS-RUN-MONTH        PIC 9(2).
           05  WS-RUN-DAY          PIC 9(2).
       01  WS-PLACED-DATE          PIC 9(8).
       01  WS-PLACED-DATE-PARTS REDEFINES WS-PLACED-DATE.
           05  WS-PLC-YEAR         PIC 9(4).
           05  WS-PLC-MONTH        PIC 9(2).
           05  WS-PLC-DAY          PIC 9(2).
       01  WS-DAYS-OPEN            PIC S9(5).
       01  WS-LINE-FLAG            PIC X(16).

       01  WS-Q-DETAIL             PIC X(30).
       01  WS-Q-DETAIL-PARTS REDEFINES WS-Q-DETAIL.
           05  WS-Q-HOLD-SCOPE       PIC X.
           05  WS-Q-HOLD-MATTER      PIC X(15).
           05  FILLER                PIC X(14).

       01  WS-CUSTOMER-HOLDS       PIC 9(5) COMP VALUE ZERO.
       01  WS-LOAN-HOLDS           PIC 9(5) COMP VALUE ZERO.
       01  WS-RELEASES-PENDING     PIC 9(5) COMP VALUE ZERO.

       01  WS-BUSDATE-FOUND        PIC X.
           88  BUSINESS-DATE-FOUND  VALUE 'Y'.

       PROCEDURE DIVISION.

       CALL 'GET-BUSINESS-DATE' USING WS-RUN-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           DISPLAY 'Enter Report Date (YYYYMMDD): '
           ACCEPT WS-RUN-DATE
       END-IF

       DISPLAY '============================================'
       DISPLAY '  OPEN LEGAL HOLDS AS OF ' WS-RUN-DATE
       DISPLAY '============================================'

       OPEN INPUT LEGAL-HOLD-FILE
       IF NOT HOLD-FILE-OK
           DISPLAY 'No Legal Holds On File.'
       ELSE
           DISPLAY 'Matter          Held    Placed   By         '
               'Days Open'
           PERFORM REPORT-NEXT-HOLD UNTIL END-OF-HOLDS
           CLOSE LEGAL-HOLD-FILE
       END-IF

       DISPLAY '--------------------------------------------'
       DISPLAY 'Customer Holds Open : ' WS-CUSTOMER-HOLDS
       DISPLAY 'Loan Holds Open     : ' WS-LOAN-HOLDS
       DISPLAY 'Releases Pending    : ' WS-RELEASES-PENDING
       DISPLAY '============================================'

       STOP RUN.

       REPORT-NEXT-HOLD.
           READ LEGAL-HOLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-HOLDS
               NOT AT END
                   IF HOLD-OPEN
                       PERFORM REPORT-OPEN-HOLD
                   END-IF
           END-READ.

       REPORT-OPEN-HOLD.
           IF HOLD-ON-CUSTOMER
               ADD 1 TO WS-CUSTOMER-HOLDS
           ELSE
               ADD 1 TO WS-LOAN-HOLDS
           END-IF
           MOVE HOLD-PLACED-DATE TO WS-PLACED-DATE
           COMPUTE WS-DAYS-OPEN =
               (WS-RUN-YEAR - WS-PLC-YEAR) * 360
               + (WS-RUN-MONTH - WS-PLC-MONTH) * 30
               + (WS-RUN-DAY - WS-PLC-DAY)
           PERFORM CHECK-RELEASE-QUEUED
           MOVE SPACES TO WS-LINE-FLAG
           IF RELEASE-QUEUED
               ADD 1 TO WS-RELEASES-PENDING
               MOVE 'RELEASE PENDING' TO WS-LINE-FLAG
           END-IF
           DISPLAY HOLD-MATTER-NUMBER ' '
               HOLD-SCOPE ' ' HOLD-SUBJECT-ID ' '
               HOLD-PLACED-DATE ' '
               HOLD-PLACED-BY ' '
               WS-DAYS-OPEN ' '
               WS-LINE-FLAG
           DISPLAY '                '
               HOLD-DESCRIPTION.

       CHECK-RELEASE-QUEUED.
           MOVE 'N' TO WS-RELEASE-QUEUED
           MOVE 'N' TO WS-END-OF-PENDING
           MOVE SPACES TO WS-Q-DETAIL
           MOVE HOLD-SCOPE TO WS-Q-HOLD-SCOPE
           MOVE HOLD-MATTER-NUMBER TO WS-Q-HOLD-MATTER
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
                      AND PENDING-KEY-ID = HOLD-SUBJECT-ID
                      AND PENDING-DETAIL = WS-Q-DETAIL
                       MOVE 'Y' TO WS-RELEASE-QUEUED
                   END-IF
           END-READ.
