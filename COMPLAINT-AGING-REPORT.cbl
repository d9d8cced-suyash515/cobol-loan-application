       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-AGING-REPORT.

      *================================================================
      *  Daily complaint / QWR deadline aging, run in the nightly
      *  cycle.  Every OPEN case on COMPLAINT.DAT is checked against
      *  its two regulatory clocks: a case not yet acknowledged is
      *  listed once its acknowledgment deadline is within the
      *  COMPLAINT WARN DAYS parameter (default 2 business days) or
      *  past, and any open case likewise against its resolution
      *  deadline.  Past-due lines are flagged so compliance works
      *  them first.  Resolved cases and cases comfortably inside
      *  both deadlines are counted but not listed.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO 'COMPLAINT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-ID OF COMPLAINT-REC
               ALTERNATE RECORD KEY IS LOAN-ID OF COMPLAINT-REC
                   WITH DUPLICATES
               FILE STATUS IS CASE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-FILE.
       COPY COMPLAINTREC.

       WORKING-STORAGE SECTION.
       01  CASE-FILE-STATUS        PIC XX.
           88  CASE-FILE-OK         VALUE '00'.
       01  WS-END-OF-CASES         PIC X VALUE 'N'.
           88  END-OF-CASES         VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-BUSDATE-FOUND        PIC X.
           88  BUSINESS-DATE-FOUND  VALUE 'Y'.
       01  WS-WARN-DAYS            PIC 9(3) VALUE 2.
       01  WS-WARN-HORIZON         PIC 9(8).
       01  WS-PARM-NAME            PIC X(20).
       01  WS-PARM-VALUE           PIC 9(7)V99.
       01  WS-PARM-FOUND           PIC X.
           88  PARM-WAS-FOUND       VALUE 'Y'.

       01  WS-LINE-FLAG            PIC X(16).

       01  WS-CASES-OPEN           PIC 9(5) COMP VALUE ZERO.
       01  WS-ACK-PAST-DUE         PIC 9(5) COMP VALUE ZERO.
       01  WS-ACK-NEARING          PIC 9(5) COMP VALUE ZERO.
       01  WS-RESOLVE-PAST-DUE     PIC 9(5) COMP VALUE ZERO.
       01  WS-RESOLVE-NEARING      PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       CALL 'GET-BUSINESS-DATE' USING WS-RUN-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           DISPLAY 'Enter Report Date (YYYYMMDD): '
           ACCEPT WS-RUN-DATE
       END-IF

       MOVE 'COMPLAINT WARN DAYS' TO WS-PARM-NAME
       CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                 WS-RUN-DATE
                                 WS-PARM-VALUE
                                 WS-PARM-FOUND
       IF PARM-WAS-FOUND
           MOVE WS-PARM-VALUE TO WS-WARN-DAYS
       END-IF
       CALL 'ADD-BUSINESS-DAYS' USING WS-RUN-DATE
                                       WS-WARN-DAYS
                                       WS-WARN-HORIZON

       DISPLAY '============================================'
       DISPLAY '  COMPLAINT / QWR DEADLINE AGING AS OF '
           WS-RUN-DATE
       DISPLAY '  (WARNING THROUGH ' WS-WARN-HORIZON ')'
       DISPLAY '============================================'

       OPEN INPUT COMPLAINT-FILE
       IF NOT CASE-FILE-OK
           DISPLAY 'No Complaint Cases On File.'
       ELSE
           DISPLAY 'Case  Loan  Category     Received Deadline '
               'Clock    Status'
           PERFORM AGE-NEXT-CASE UNTIL END-OF-CASES
           CLOSE COMPLAINT-FILE
       END-IF

       DISPLAY '--------------------------------------------'
       DISPLAY 'Open Cases             : ' WS-CASES-OPEN
       DISPLAY 'Acknowledgment Past Due: ' WS-ACK-PAST-DUE
       DISPLAY 'Acknowledgment Nearing : ' WS-ACK-NEARING
       DISPLAY 'Resolution Past Due    : ' WS-RESOLVE-PAST-DUE
       DISPLAY 'Resolution Nearing     : ' WS-RESOLVE-NEARING
       DISPLAY '============================================'

       STOP RUN.

       AGE-NEXT-CASE.
           READ COMPLAINT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-CASES
               NOT AT END
                   IF CASE-OPEN
                       ADD 1 TO WS-CASES-OPEN
                       PERFORM AGE-ACK-CLOCK
                       PERFORM AGE-RESOLVE-CLOCK
                   END-IF
           END-READ.

       AGE-ACK-CLOCK.
           IF ACK-DATE = ZERO
               EVALUATE TRUE
                   WHEN ACK-DUE-DATE < WS-RUN-DATE
                       ADD 1 TO WS-ACK-PAST-DUE
                       MOVE '*** PAST DUE ***' TO WS-LINE-FLAG
                       DISPLAY CASE-ID ' ' LOAN-ID OF COMPLAINT-REC
                           ' ' CASE-CATEGORY ' ' RECEIVED-DATE ' '
                           ACK-DUE-DATE ' ACK      ' WS-LINE-FLAG
                   WHEN ACK-DUE-DATE NOT > WS-WARN-HORIZON
                       ADD 1 TO WS-ACK-NEARING
                       MOVE 'DUE SOON' TO WS-LINE-FLAG
                       DISPLAY CASE-ID ' ' LOAN-ID OF COMPLAINT-REC
                           ' ' CASE-CATEGORY ' ' RECEIVED-DATE ' '
                           ACK-DUE-DATE ' ACK      ' WS-LINE-FLAG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       AGE-RESOLVE-CLOCK.
           EVALUATE TRUE
               WHEN RESOLVE-DUE-DATE < WS-RUN-DATE
                   ADD 1 TO WS-RESOLVE-PAST-DUE
                   MOVE '*** PAST DUE ***' TO WS-LINE-FLAG
                   DISPLAY CASE-ID ' ' LOAN-ID OF COMPLAINT-REC
                       ' ' CASE-CATEGORY ' ' RECEIVED-DATE ' '
                       RESOLVE-DUE-DATE ' RESOLVE  ' WS-LINE-FLAG
               WHEN RESOLVE-DUE-DATE NOT > WS-WARN-HORIZON
                   ADD 1 TO WS-RESOLVE-NEARING
                   MOVE 'DUE SOON' TO WS-LINE-FLAG
                   DISPLAY CASE-ID ' ' LOAN-ID OF COMPLAINT-REC
                       ' ' CASE-CATEGORY ' ' RECEIVED-DATE ' '
                       RESOLVE-DUE-DATE ' RESOLVE  ' WS-LINE-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
