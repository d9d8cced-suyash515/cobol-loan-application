       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLE-PERFORMANCE-REPORT.

      *================================================================
      *  Nightly cycle performance report, run as the cycle's last
      *  step.  Off the start and end stamps on BATCH_CONTROL.DAT it
      *  reports, for the latest business date on file:
      *
      *    - every step's run time against that step's average over
      *      the previous 30 calendar days, flagging a step running
      *      more than the SLA SLOW PCT parameter (default 20%)
      *      slower than its average;
      *    - the whole window, from BATCH-WINDOW-OPEN to the last
      *      step's end, against the ONLINE OPEN TIME parameter
      *      (HHMMSS, default 070000) -- the margin left or the time
      *      by which the cycle missed it.
      *
      *  A step that ran more than once for the date (a resubmit
      *  after an abend) is reported at its combined run time.
      *  Seconds are counted from midnight of the day the window
      *  opened; a stamp on a later day is the next morning.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-CONTROL-FILE ASSIGN TO 'BATCH_CONTROL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-CONTROL-FILE.
       COPY BATCHCTLREC.

       WORKING-STORAGE SECTION.
       01  CONTROL-FILE-STATUS     PIC XX.
           88  CONTROL-FILE-OK      VALUE '00'.
       01  WS-END-OF-CONTROL       PIC X VALUE 'N'.
           88  END-OF-CONTROL       VALUE 'Y'.
       01  WS-ROW-STAMPED          PIC X.
           88  ROW-STAMPED          VALUE 'Y'.

       01  WS-REPORT-DATE          PIC 9(8) VALUE ZERO.
       01  WS-CUTOFF-DATE          PIC 9(8).

       01  WS-PARM-NAME            PIC X(20).
       01  WS-PARM-VALUE           PIC 9(7)V99.
       01  WS-PARM-FOUND           PIC X.
           88  PARM-WAS-FOUND       VALUE 'Y'.
       01  WS-ONLINE-OPEN-TIME     PIC 9(6) VALUE 070000.
       01  WS-SLOW-PCT             PIC 9(3) VALUE 20.

      *  Date and time packed as YYYYMMDDHHMMSS so one compare orders
      *  two stamps.
       01  WS-ROW-START-STAMP      PIC 9(14).
       01  WS-ROW-END-STAMP        PIC 9(14).
       01  WS-WINDOW-START-STAMP   PIC 9(14) VALUE ZERO.
       01  WS-WINDOW-END-STAMP     PIC 9(14) VALUE ZERO.
       01  WS-SPLIT-STAMP          PIC 9(14).
       01  WS-SPLIT-STAMP-PARTS REDEFINES WS-SPLIT-STAMP.
           05  WS-SPLIT-DATE       PIC 9(8).
           05  WS-SPLIT-TIME       PIC 9(6).

       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 60 TIMES
                   INDEXED BY ST-IX.
               10  WS-ST-NAME          PIC X(20).
               10  WS-ST-TONIGHT       PIC 9(6).
               10  WS-ST-RAN-TONIGHT   PIC X.
               10  WS-ST-HIST-TOTAL    PIC 9(9).
               10  WS-ST-HIST-NIGHTS   PIC 9(3).
               10  WS-ST-HIST-LAST     PIC 9(8).
       01  WS-STEP-COUNT           PIC 9(2) COMP VALUE ZERO.
       01  WS-STEP-MAX             PIC 9(2) COMP VALUE 60.
       01  WS-STEP-FOUND           PIC X.
       01  WS-LIST-IX              PIC 9(2) COMP.

       01  WS-BASE-DATE            PIC 9(8).
       01  WS-CONV-DATE            PIC 9(8).
       01  WS-CONV-TIME            PIC 9(6).
       01  WS-CONV-TIME-PARTS REDEFINES WS-CONV-TIME.
           05  WS-CONV-HH          PIC 9(2).
           05  WS-CONV-MM          PIC 9(2).
           05  WS-CONV-SS          PIC 9(2).
       01  WS-CONV-SECONDS         PIC 9(6).
       01  WS-START-SECONDS        PIC 9(6).
       01  WS-END-SECONDS          PIC 9(6).
       01  WS-ROW-SECONDS          PIC 9(6).
       01  WS-DEADLINE-SECONDS     PIC 9(6).
       01  WS-WINDOW-SECONDS       PIC 9(6).
       01  WS-MARGIN-SECONDS       PIC 9(6).

       01  WS-AVERAGE-SECONDS      PIC 9(6).
       01  WS-SLOW-LIMIT           PIC 9(7).
       01  WS-PCT-CHANGE           PIC S9(5).
       01  WS-PCT-DISPLAY          PIC -(5)9.
       01  WS-LINE-FLAG            PIC X(8).
       01  WS-STEPS-LISTED         PIC 9(3) COMP VALUE ZERO.
       01  WS-STEPS-SLOWER         PIC 9(3) COMP VALUE ZERO.

      *  Durations and clock times print as HH:MM:SS.
       01  WS-DUR-SECONDS          PIC 9(6).
       01  WS-DUR-REMAINDER        PIC 9(6).
       01  WS-DUR-EDIT.
           05  WS-DUR-HH           PIC 9(2).
           05  FILLER              PIC X VALUE ':'.
           05  WS-DUR-MM           PIC 9(2).
           05  FILLER              PIC X VALUE ':'.
           05  WS-DUR-SS           PIC 9(2).
       01  WS-TONIGHT-EDIT         PIC X(8).
       01  WS-AVERAGE-EDIT         PIC X(8).
       01  WS-START-EDIT           PIC X(8).
       01  WS-END-EDIT             PIC X(8).
       01  WS-WINDOW-EDIT          PIC X(8).
       01  WS-DEADLINE-EDIT        PIC X(8).
       01  WS-MARGIN-EDIT          PIC X(8).

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

       PROCEDURE DIVISION.

      *  The cycle's own date: the latest business date with stamped
      *  control rows (DATE-ROLL has already moved BUSDATE on by the
      *  time this step runs).
       OPEN INPUT BATCH-CONTROL-FILE
       IF NOT CONTROL-FILE-OK
           DISPLAY 'No Batch Control Rows On File - No Cycle '
               'Performance Report.'
           STOP RUN
       END-IF
       PERFORM FIND-REPORT-DATE UNTIL END-OF-CONTROL
       CLOSE BATCH-CONTROL-FILE

       IF WS-REPORT-DATE = ZERO
           DISPLAY 'No Timed Control Rows On File - No Cycle '
               'Performance Report.'
           STOP RUN
       END-IF

       MOVE 'ONLINE OPEN TIME' TO WS-PARM-NAME
       CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                 WS-REPORT-DATE
                                 WS-PARM-VALUE
                                 WS-PARM-FOUND
       IF PARM-WAS-FOUND
           MOVE WS-PARM-VALUE TO WS-ONLINE-OPEN-TIME
       END-IF
       MOVE 'SLA SLOW PCT' TO WS-PARM-NAME
       CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                 WS-REPORT-DATE
                                 WS-PARM-VALUE
                                 WS-PARM-FOUND
       IF PARM-WAS-FOUND
           MOVE WS-PARM-VALUE TO WS-SLOW-PCT
       END-IF

       MOVE WS-REPORT-DATE TO WS-WORK-DATE
       PERFORM SUBTRACT-ONE-DAY 30 TIMES
       MOVE WS-WORK-DATE TO WS-CUTOFF-DATE

       MOVE 'N' TO WS-END-OF-CONTROL
       OPEN INPUT BATCH-CONTROL-FILE
       PERFORM COLLECT-NEXT-CONTROL-ROW UNTIL END-OF-CONTROL
       CLOSE BATCH-CONTROL-FILE

       DISPLAY '============================================'
       DISPLAY '  NIGHTLY CYCLE PERFORMANCE - BUSINESS DATE '
           WS-REPORT-DATE
       DISPLAY '  (30-DAY AVERAGE FROM ' WS-CUTOFF-DATE
           ', SLOWER THAN +' WS-SLOW-PCT '% FLAGGED)'
       DISPLAY '============================================'
       DISPLAY 'Step                 Tonight  30-Day Avg  Change'

       PERFORM PRINT-STEP-LINE
           VARYING WS-LIST-IX FROM 1 BY 1
           UNTIL WS-LIST-IX > WS-STEP-COUNT

       DISPLAY '--------------------------------------------'
       PERFORM PRINT-WINDOW-TOTALS
       DISPLAY 'Steps Reported          : ' WS-STEPS-LISTED
       DISPLAY 'Steps Trending Slower   : ' WS-STEPS-SLOWER
       DISPLAY '============================================'

       STOP RUN.

       FIND-REPORT-DATE.
           READ BATCH-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-CONTROL
               NOT AT END
                   PERFORM CHECK-ROW-STAMPED
                   IF ROW-STAMPED
                      AND RUN-DATE > WS-REPORT-DATE
                       MOVE RUN-DATE TO WS-REPORT-DATE
                   END-IF
           END-READ.

      *  Rows written before the stamps were carried have no run
      *  time to report.
       CHECK-ROW-STAMPED.
           MOVE 'N' TO WS-ROW-STAMPED
           IF STEP-START-DATE NUMERIC
              AND STEP-START-TIME NUMERIC
              AND STEP-END-DATE NUMERIC
              AND STEP-END-TIME NUMERIC
              AND STEP-START-DATE NOT = ZERO
               MOVE 'Y' TO WS-ROW-STAMPED
           END-IF.

       COLLECT-NEXT-CONTROL-ROW.
           READ BATCH-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-CONTROL
               NOT AT END
                   PERFORM CHECK-ROW-STAMPED
                   IF ROW-STAMPED
                      AND RUN-DATE NOT > WS-REPORT-DATE
                      AND RUN-DATE NOT < WS-CUTOFF-DATE
                       PERFORM FILE-CONTROL-ROW
                   END-IF
           END-READ.

       FILE-CONTROL-ROW.
           COMPUTE WS-ROW-START-STAMP =
               STEP-START-DATE * 1000000 + STEP-START-TIME
           COMPUTE WS-ROW-END-STAMP =
               STEP-END-DATE * 1000000 + STEP-END-TIME

           MOVE STEP-START-DATE TO WS-BASE-DATE
           MOVE STEP-START-DATE TO WS-CONV-DATE
           MOVE STEP-START-TIME TO WS-CONV-TIME
           PERFORM CONVERT-TO-SECONDS
           MOVE WS-CONV-SECONDS TO WS-START-SECONDS
           MOVE STEP-END-DATE   TO WS-CONV-DATE
           MOVE STEP-END-TIME   TO WS-CONV-TIME
           PERFORM CONVERT-TO-SECONDS
           MOVE WS-CONV-SECONDS TO WS-END-SECONDS
           IF WS-END-SECONDS > WS-START-SECONDS
               COMPUTE WS-ROW-SECONDS =
                   WS-END-SECONDS - WS-START-SECONDS
           ELSE
               MOVE ZERO TO WS-ROW-SECONDS
           END-IF

           PERFORM FIND-STEP-ENTRY
           IF WS-STEP-FOUND = 'Y'
               SET ST-IX TO WS-LIST-IX
               IF RUN-DATE = WS-REPORT-DATE
                   PERFORM FILE-TONIGHT-ROW
               ELSE
                   PERFORM FILE-HISTORY-ROW
               END-IF
           END-IF.

       FILE-TONIGHT-ROW.
           MOVE 'Y' TO WS-ST-RAN-TONIGHT (ST-IX)
           ADD WS-ROW-SECONDS TO WS-ST-TONIGHT (ST-IX)
           IF WS-WINDOW-START-STAMP = ZERO
              OR WS-ROW-START-STAMP < WS-WINDOW-START-STAMP
               MOVE WS-ROW-START-STAMP TO WS-WINDOW-START-STAMP
           END-IF
           IF WS-ROW-END-STAMP > WS-WINDOW-END-STAMP
               MOVE WS-ROW-END-STAMP TO WS-WINDOW-END-STAMP
           END-IF.

       FILE-HISTORY-ROW.
           ADD WS-ROW-SECONDS TO WS-ST-HIST-TOTAL (ST-IX)
           IF RUN-DATE NOT = WS-ST-HIST-LAST (ST-IX)
               ADD 1 TO WS-ST-HIST-NIGHTS (ST-IX)
               MOVE RUN-DATE TO WS-ST-HIST-LAST (ST-IX)
           END-IF.

       FIND-STEP-ENTRY.
           MOVE 'N' TO WS-STEP-FOUND
           PERFORM SCAN-ONE-STEP-ENTRY
               VARYING WS-LIST-IX FROM 1 BY 1
               UNTIL WS-LIST-IX > WS-STEP-COUNT
                  OR WS-STEP-FOUND = 'Y'
           IF WS-STEP-FOUND = 'Y'
               SUBTRACT 1 FROM WS-LIST-IX
           ELSE
               IF WS-STEP-COUNT < WS-STEP-MAX
                   ADD 1 TO WS-STEP-COUNT
                   MOVE WS-STEP-COUNT TO WS-LIST-IX
                   SET ST-IX TO WS-LIST-IX
                   MOVE STEP-NAME TO WS-ST-NAME (ST-IX)
                   MOVE ZERO TO WS-ST-TONIGHT (ST-IX)
                   MOVE 'N'  TO WS-ST-RAN-TONIGHT (ST-IX)
                   MOVE ZERO TO WS-ST-HIST-TOTAL (ST-IX)
                   MOVE ZERO TO WS-ST-HIST-NIGHTS (ST-IX)
                   MOVE ZERO TO WS-ST-HIST-LAST (ST-IX)
                   MOVE 'Y'  TO WS-STEP-FOUND
               END-IF
           END-IF.

       SCAN-ONE-STEP-ENTRY.
           SET ST-IX TO WS-LIST-IX
           IF WS-ST-NAME (ST-IX) = STEP-NAME
               MOVE 'Y' TO WS-STEP-FOUND
           END-IF.

      *----------------------------------------------------------------
      *  One line per step that ran for the report date.  A step
      *  with no earlier nights shows NEW in place of an average.
      *----------------------------------------------------------------
       PRINT-STEP-LINE.
           SET ST-IX TO WS-LIST-IX
           IF WS-ST-RAN-TONIGHT (ST-IX) = 'Y'
               ADD 1 TO WS-STEPS-LISTED
               MOVE WS-ST-TONIGHT (ST-IX) TO WS-DUR-SECONDS
               PERFORM FORMAT-DURATION
               MOVE WS-DUR-EDIT TO WS-TONIGHT-EDIT
               MOVE SPACES TO WS-LINE-FLAG
               IF WS-ST-HIST-NIGHTS (ST-IX) = ZERO
                   MOVE 'NEW' TO WS-AVERAGE-EDIT
                   MOVE ZERO  TO WS-PCT-DISPLAY
               ELSE
                   PERFORM COMPARE-TO-AVERAGE
               END-IF
               DISPLAY WS-ST-NAME (ST-IX) ' ' WS-TONIGHT-EDIT
                   '  ' WS-AVERAGE-EDIT '  ' WS-PCT-DISPLAY '% '
                   WS-LINE-FLAG
           END-IF.

       COMPARE-TO-AVERAGE.
           COMPUTE WS-AVERAGE-SECONDS ROUNDED =
               WS-ST-HIST-TOTAL (ST-IX) / WS-ST-HIST-NIGHTS (ST-IX)
           MOVE WS-AVERAGE-SECONDS TO WS-DUR-SECONDS
           PERFORM FORMAT-DURATION
           MOVE WS-DUR-EDIT TO WS-AVERAGE-EDIT
           IF WS-AVERAGE-SECONDS = ZERO
               MOVE ZERO TO WS-PCT-CHANGE
           ELSE
               COMPUTE WS-PCT-CHANGE ROUNDED =
                   (WS-ST-TONIGHT (ST-IX) - WS-AVERAGE-SECONDS)
                       * 100 / WS-AVERAGE-SECONDS
           END-IF
           MOVE WS-PCT-CHANGE TO WS-PCT-DISPLAY
           COMPUTE WS-SLOW-LIMIT ROUNDED =
               WS-AVERAGE-SECONDS * (100 + WS-SLOW-PCT) / 100
           IF WS-ST-TONIGHT (ST-IX) > WS-SLOW-LIMIT
               MOVE 'SLOWER' TO WS-LINE-FLAG
               ADD 1 TO WS-STEPS-SLOWER
           END-IF.

      *----------------------------------------------------------------
      *  The window against the online open time.  An open time no
      *  later than the window's start is the next morning's.
      *----------------------------------------------------------------
       PRINT-WINDOW-TOTALS.
           MOVE WS-WINDOW-START-STAMP TO WS-SPLIT-STAMP
           MOVE WS-SPLIT-DATE TO WS-BASE-DATE
           PERFORM CONVERT-SPLIT-STAMP
           MOVE WS-CONV-SECONDS TO WS-START-SECONDS
           MOVE WS-WINDOW-END-STAMP TO WS-SPLIT-STAMP
           PERFORM CONVERT-SPLIT-STAMP
           MOVE WS-CONV-SECONDS TO WS-END-SECONDS
           COMPUTE WS-WINDOW-SECONDS =
               WS-END-SECONDS - WS-START-SECONDS

           MOVE WS-BASE-DATE        TO WS-CONV-DATE
           MOVE WS-ONLINE-OPEN-TIME TO WS-CONV-TIME
           PERFORM CONVERT-TO-SECONDS
           MOVE WS-CONV-SECONDS TO WS-DEADLINE-SECONDS
           IF WS-DEADLINE-SECONDS NOT > WS-START-SECONDS
               ADD 86400 TO WS-DEADLINE-SECONDS
           END-IF

           MOVE WS-START-SECONDS TO WS-DUR-SECONDS
           PERFORM FORMAT-DURATION
           MOVE WS-DUR-EDIT TO WS-START-EDIT
           MOVE WS-END-SECONDS TO WS-DUR-SECONDS
           PERFORM FORMAT-DURATION
           MOVE WS-DUR-EDIT TO WS-END-EDIT
           MOVE WS-WINDOW-SECONDS TO WS-DUR-SECONDS
           PERFORM FORMAT-DURATION
           MOVE WS-DUR-EDIT TO WS-WINDOW-EDIT
           MOVE WS-DEADLINE-SECONDS TO WS-DUR-SECONDS
           PERFORM FORMAT-DURATION
           MOVE WS-DUR-EDIT TO WS-DEADLINE-EDIT

           DISPLAY 'Window Opened           : ' WS-START-EDIT
           DISPLAY 'Last Step Ended         : ' WS-END-EDIT
           DISPLAY 'Total Window            : ' WS-WINDOW-EDIT
           DISPLAY 'Online Open Deadline    : ' WS-DEADLINE-EDIT

           IF WS-END-SECONDS > WS-DEADLINE-SECONDS
               COMPUTE WS-MARGIN-SECONDS =
                   WS-END-SECONDS - WS-DEADLINE-SECONDS
               MOVE WS-MARGIN-SECONDS TO WS-DUR-SECONDS
               PERFORM FORMAT-DURATION
               MOVE WS-DUR-EDIT TO WS-MARGIN-EDIT
               DISPLAY '*** DEADLINE MISSED BY  : ' WS-MARGIN-EDIT
                   ' ***'
           ELSE
               COMPUTE WS-MARGIN-SECONDS =
                   WS-DEADLINE-SECONDS - WS-END-SECONDS
               MOVE WS-MARGIN-SECONDS TO WS-DUR-SECONDS
               PERFORM FORMAT-DURATION
               MOVE WS-DUR-EDIT TO WS-MARGIN-EDIT
               DISPLAY 'Margin To Deadline      : ' WS-MARGIN-EDIT
           END-IF.

      *  Clock times past midnight wrap back to the 24-hour clock.
       FORMAT-DURATION.
           IF WS-DUR-SECONDS NOT < 86400
               SUBTRACT 86400 FROM WS-DUR-SECONDS
           END-IF
           DIVIDE WS-DUR-SECONDS BY 3600 GIVING WS-DUR-HH
               REMAINDER WS-DUR-REMAINDER
           DIVIDE WS-DUR-REMAINDER BY 60 GIVING WS-DUR-MM
               REMAINDER WS-DUR-SS.

       CONVERT-SPLIT-STAMP.
           MOVE WS-SPLIT-DATE TO WS-CONV-DATE
           MOVE WS-SPLIT-TIME TO WS-CONV-TIME
           PERFORM CONVERT-TO-SECONDS.

       CONVERT-TO-SECONDS.
           COMPUTE WS-CONV-SECONDS =
               WS-CONV-HH * 3600 + WS-CONV-MM * 60 + WS-CONV-SS
           IF WS-CONV-DATE > WS-BASE-DATE
               ADD 86400 TO WS-CONV-SECONDS
           END-IF.

       SUBTRACT-ONE-DAY.
           IF WS-WORK-DAY > 1
               SUBTRACT 1 FROM WS-WORK-DAY
           ELSE
               IF WS-WORK-MONTH > 1
                   SUBTRACT 1 FROM WS-WORK-MONTH
               ELSE
                   MOVE 12 TO WS-WORK-MONTH
                   SUBTRACT 1 FROM WS-WORK-YEAR
               END-IF
               PERFORM FIND-LAST-DAY-OF-MONTH
               MOVE WS-LAST-DAY-OF-MONTH TO WS-WORK-DAY
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
