       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-TREND-REPORT.

      *================================================================
      *  Monthly complaint / QWR trend, run at month-end.  Counts
      *  the cases COMPLAINT.DAT shows received in the business
      *  date's month by branch and category -- complaint, notice of
      *  error, information request -- with the cases answered late
      *  against either regulatory clock, then sets the month's
      *  category totals beside the prior month's so a rising line
      *  is visible at a glance.  Branch zero reports as UNASSIGNED,
      *  the same as the branch portfolio summary.
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

           SELECT BRANCH-FILE ASSIGN TO 'BRANCH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-ID OF BRANCH-REC
               FILE STATUS IS BRANCH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-FILE.
       COPY COMPLAINTREC.

       FD  BRANCH-FILE.
       COPY BRANCHREC.

       WORKING-STORAGE SECTION.
       01  CASE-FILE-STATUS         PIC XX.
           88  CASE-FILE-OK          VALUE '00'.
       01  BRANCH-FILE-STATUS       PIC XX.
           88  BRANCH-FILE-OK        VALUE '00'.
       01  WS-END-OF-CASES          PIC X VALUE 'N'.
           88  END-OF-CASES          VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR          PIC 9(4).
           05  WS-RUN-MONTH         PIC 9(2).
           05  WS-RUN-DAY           PIC 9(2).
       01  WS-BUSDATE-FOUND         PIC X.
           88  BUSINESS-DATE-FOUND   VALUE 'Y'.

      *  Report month and the one before it, as YYYYMM.
       01  WS-THIS-PERIOD           PIC 9(6).
       01  WS-THIS-PERIOD-PARTS REDEFINES WS-THIS-PERIOD.
           05  WS-THIS-YEAR         PIC 9(4).
           05  WS-THIS-MONTH        PIC 9(2).
       01  WS-PRIOR-PERIOD          PIC 9(6).
       01  WS-PRIOR-PERIOD-PARTS REDEFINES WS-PRIOR-PERIOD.
           05  WS-PRIOR-YEAR        PIC 9(4).
           05  WS-PRIOR-MONTH       PIC 9(2).
       01  WS-CASE-PERIOD           PIC 9(6).

       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 20 TIMES
                   INDEXED BY BR-IX.
               10  WS-BR-ID            PIC 9(3).
               10  WS-BR-COMPLAINTS    PIC 9(5) COMP.
               10  WS-BR-ERRORS        PIC 9(5) COMP.
               10  WS-BR-INFO-REQUESTS PIC 9(5) COMP.
               10  WS-BR-LATE          PIC 9(5) COMP.
       01  WS-BRANCH-COUNT          PIC 9(2) COMP VALUE ZERO.
       01  WS-BRANCH-FOUND          PIC X.
       01  WS-THIS-BRANCH           PIC 9(3).
       01  WS-LIST-IX               PIC 9(2) COMP.
       01  WS-BRANCH-NAME-OUT       PIC X(30).

       01  WS-TOTAL-COMPLAINTS      PIC 9(5) COMP VALUE ZERO.
       01  WS-TOTAL-ERRORS          PIC 9(5) COMP VALUE ZERO.
       01  WS-TOTAL-INFO-REQUESTS   PIC 9(5) COMP VALUE ZERO.
       01  WS-TOTAL-LATE            PIC 9(5) COMP VALUE ZERO.
       01  WS-PRIOR-COMPLAINTS      PIC 9(5) COMP VALUE ZERO.
       01  WS-PRIOR-ERRORS          PIC 9(5) COMP VALUE ZERO.
       01  WS-PRIOR-INFO-REQUESTS   PIC 9(5) COMP VALUE ZERO.
       01  WS-BRANCHES-DROPPED      PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       CALL 'GET-BUSINESS-DATE' USING WS-RUN-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           DISPLAY 'Enter Report Date (YYYYMMDD): '
           ACCEPT WS-RUN-DATE
       END-IF

       MOVE WS-RUN-YEAR  TO WS-THIS-YEAR
       MOVE WS-RUN-MONTH TO WS-THIS-MONTH
       IF WS-RUN-MONTH = 1
           COMPUTE WS-PRIOR-YEAR = WS-RUN-YEAR - 1
           MOVE 12 TO WS-PRIOR-MONTH
       ELSE
           MOVE WS-RUN-YEAR TO WS-PRIOR-YEAR
           COMPUTE WS-PRIOR-MONTH = WS-RUN-MONTH - 1
       END-IF

       OPEN INPUT COMPLAINT-FILE
       IF CASE-FILE-OK
           PERFORM TALLY-NEXT-CASE UNTIL END-OF-CASES
           CLOSE COMPLAINT-FILE
       END-IF

       DISPLAY ' '
       DISPLAY '============================================'
       DISPLAY '   COMPLAINT / QWR TREND - MONTH ' WS-THIS-PERIOD
       DISPLAY '============================================'
       DISPLAY 'Branch                          Complaint  '
           'Error  Info  Late'

       PERFORM PRINT-BRANCH-LINE
           VARYING WS-LIST-IX FROM 1 BY 1
           UNTIL WS-LIST-IX > WS-BRANCH-COUNT

       IF WS-BRANCHES-DROPPED > ZERO
           DISPLAY 'Cases Beyond Branch Table (Not Itemized): '
               WS-BRANCHES-DROPPED
       END-IF

       DISPLAY '--------------------------------------------'
       DISPLAY 'Category         ' WS-THIS-PERIOD '  '
           WS-PRIOR-PERIOD
       DISPLAY 'Complaints       ' WS-TOTAL-COMPLAINTS '   '
           WS-PRIOR-COMPLAINTS
       DISPLAY 'Error Notices    ' WS-TOTAL-ERRORS '   '
           WS-PRIOR-ERRORS
       DISPLAY 'Info Requests    ' WS-TOTAL-INFO-REQUESTS '   '
           WS-PRIOR-INFO-REQUESTS
       DISPLAY 'Answered Late    ' WS-TOTAL-LATE
       DISPLAY '============================================'

       STOP RUN.

       TALLY-NEXT-CASE.
           READ COMPLAINT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-CASES
               NOT AT END
                   DIVIDE RECEIVED-DATE BY 100
                       GIVING WS-CASE-PERIOD
                   EVALUATE WS-CASE-PERIOD
                       WHEN WS-THIS-PERIOD
                           PERFORM TALLY-THIS-MONTH-CASE
                       WHEN WS-PRIOR-PERIOD
                           PERFORM TALLY-PRIOR-MONTH-CASE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       TALLY-PRIOR-MONTH-CASE.
           EVALUATE TRUE
               WHEN CATEGORY-COMPLAINT
                   ADD 1 TO WS-PRIOR-COMPLAINTS
               WHEN CATEGORY-ERROR
                   ADD 1 TO WS-PRIOR-ERRORS
               WHEN CATEGORY-INFO-REQUEST
                   ADD 1 TO WS-PRIOR-INFO-REQUESTS
           END-EVALUATE.

       TALLY-THIS-MONTH-CASE.
           EVALUATE TRUE
               WHEN CATEGORY-COMPLAINT
                   ADD 1 TO WS-TOTAL-COMPLAINTS
               WHEN CATEGORY-ERROR
                   ADD 1 TO WS-TOTAL-ERRORS
               WHEN CATEGORY-INFO-REQUEST
                   ADD 1 TO WS-TOTAL-INFO-REQUESTS
           END-EVALUATE
           IF ACK-DATE > ACK-DUE-DATE
              OR RESOLVED-DATE > RESOLVE-DUE-DATE
               ADD 1 TO WS-TOTAL-LATE
           END-IF

           MOVE CASE-BRANCH-ID TO WS-THIS-BRANCH
           PERFORM FIND-BRANCH-ENTRY
           IF WS-BRANCH-FOUND = 'Y'
               SET BR-IX TO WS-LIST-IX
               EVALUATE TRUE
                   WHEN CATEGORY-COMPLAINT
                       ADD 1 TO WS-BR-COMPLAINTS (BR-IX)
                   WHEN CATEGORY-ERROR
                       ADD 1 TO WS-BR-ERRORS (BR-IX)
                   WHEN CATEGORY-INFO-REQUEST
                       ADD 1 TO WS-BR-INFO-REQUESTS (BR-IX)
               END-EVALUATE
               IF ACK-DATE > ACK-DUE-DATE
                  OR RESOLVED-DATE > RESOLVE-DUE-DATE
                   ADD 1 TO WS-BR-LATE (BR-IX)
               END-IF
           ELSE
               ADD 1 TO WS-BRANCHES-DROPPED
           END-IF.

       FIND-BRANCH-ENTRY.
           MOVE 'N' TO WS-BRANCH-FOUND
           PERFORM SCAN-ONE-BRANCH-ENTRY
               VARYING WS-LIST-IX FROM 1 BY 1
               UNTIL WS-LIST-IX > WS-BRANCH-COUNT
                  OR WS-BRANCH-FOUND = 'Y'
           IF WS-BRANCH-FOUND = 'Y'
               SUBTRACT 1 FROM WS-LIST-IX
           ELSE
               IF WS-BRANCH-COUNT < 20
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE WS-BRANCH-COUNT TO WS-LIST-IX
                   SET BR-IX TO WS-LIST-IX
                   MOVE WS-THIS-BRANCH TO WS-BR-ID (BR-IX)
                   MOVE ZERO TO WS-BR-COMPLAINTS (BR-IX)
                   MOVE ZERO TO WS-BR-ERRORS (BR-IX)
                   MOVE ZERO TO WS-BR-INFO-REQUESTS (BR-IX)
                   MOVE ZERO TO WS-BR-LATE (BR-IX)
                   MOVE 'Y' TO WS-BRANCH-FOUND
               END-IF
           END-IF.

       SCAN-ONE-BRANCH-ENTRY.
           SET BR-IX TO WS-LIST-IX
           IF WS-BR-ID (BR-IX) = WS-THIS-BRANCH
               MOVE 'Y' TO WS-BRANCH-FOUND
           END-IF.

       PRINT-BRANCH-LINE.
           SET BR-IX TO WS-LIST-IX
           PERFORM LOOKUP-BRANCH-NAME
           DISPLAY WS-BR-ID (BR-IX) ' ' WS-BRANCH-NAME-OUT
               WS-BR-COMPLAINTS (BR-IX) ' '
               WS-BR-ERRORS (BR-IX) ' '
               WS-BR-INFO-REQUESTS (BR-IX) ' '
               WS-BR-LATE (BR-IX).

       LOOKUP-BRANCH-NAME.
           IF WS-BR-ID (BR-IX) = ZERO
               MOVE 'UNASSIGNED' TO WS-BRANCH-NAME-OUT
           ELSE
               MOVE '(NOT ON BRANCH MASTER)' TO WS-BRANCH-NAME-OUT
               OPEN INPUT BRANCH-FILE
               IF BRANCH-FILE-OK
                   MOVE WS-BR-ID (BR-IX) TO BRANCH-ID OF BRANCH-REC
                   READ BRANCH-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE BRANCH-NAME TO WS-BRANCH-NAME-OUT
                   END-READ
                   CLOSE BRANCH-FILE
               END-IF
           END-IF.
