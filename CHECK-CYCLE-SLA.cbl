       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-CYCLE-SLA.

      *================================================================
      *  Callable mid-cycle SLA projection, made by WRITE-BATCH-
      *  CONTROL each time a step finishes.  Over the last 30
      *  calendar days of BATCH_CONTROL.DAT it averages, for each
      *  business date on which the finishing step ran, how long the
      *  rest of that night's cycle took after it (the last step's
      *  end less this step's end).  Tonight's projected finish is
      *  now plus that average.  When the projection lands past the
      *  ONLINE OPEN TIME parameter (HHMMSS, default 070000) the
      *  operator gets a console warning and an audit-log row while
      *  there is still time to act.  A step with no history yet is
      *  not projected.  The projection warns only; the step's return
      *  code is never touched.
      *
      *  Stamps are calendar date and time; seconds are counted from
      *  midnight of the day the cycle started, and a stamp on any
      *  later day is taken to be the next morning.
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
       01  WS-END-OF-CONTROL       PIC X.
           88  END-OF-CONTROL       VALUE 'Y'.

       01  WS-PARM-NAME            PIC X(20).
       01  WS-PARM-VALUE           PIC 9(7)V99.
       01  WS-PARM-FOUND           PIC X.
           88  PARM-WAS-FOUND       VALUE 'Y'.
       01  WS-ONLINE-OPEN-TIME     PIC 9(6).

       01  WS-CUTOFF-DATE          PIC 9(8).

      *  Date and time packed as YYYYMMDDHHMMSS so one compare orders
      *  two stamps.
       01  WS-ROW-START-STAMP      PIC 9(14).
       01  WS-ROW-END-STAMP        PIC 9(14).
       01  WS-TONIGHT-START-STAMP  PIC 9(14).
       01  WS-NOW-STAMP            PIC 9(14).
       01  WS-SPLIT-STAMP          PIC 9(14).
       01  WS-SPLIT-STAMP-PARTS REDEFINES WS-SPLIT-STAMP.
           05  WS-SPLIT-DATE       PIC 9(8).
           05  WS-SPLIT-TIME       PIC 9(6).

       01  WS-NOW-DATE             PIC 9(8).
       01  WS-NOW-CLOCK            PIC 9(8).
       01  WS-NOW-CLOCK-PARTS REDEFINES WS-NOW-CLOCK.
           05  WS-NOW-TIME         PIC 9(6).
           05  WS-NOW-HUNDREDTHS   PIC 9(2).

      *  One entry per earlier business date inside the 30 days:
      *  when that night's cycle started and ended, and when the
      *  finishing step ended.
       01  WS-HIST-COUNT           PIC 9(3) COMP VALUE ZERO.
       01  WS-HIST-MAX             PIC 9(3) COMP VALUE 40.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY OCCURS 40 TIMES.
               10  WS-HIST-DATE        PIC 9(8).
               10  WS-HIST-START-STAMP PIC 9(14).
               10  WS-HIST-END-STAMP   PIC 9(14).
               10  WS-HIST-STEP-STAMP  PIC 9(14).
       01  WS-HIST-IDX             PIC 9(3) COMP.
       01  WS-FOUND-IDX            PIC 9(3) COMP.

       01  WS-BASE-DATE            PIC 9(8).
       01  WS-CONV-DATE            PIC 9(8).
       01  WS-CONV-TIME            PIC 9(6).
       01  WS-CONV-TIME-PARTS REDEFINES WS-CONV-TIME.
           05  WS-CONV-HH          PIC 9(2).
           05  WS-CONV-MM          PIC 9(2).
           05  WS-CONV-SS          PIC 9(2).
       01  WS-CONV-SECONDS         PIC 9(6).

       01  WS-STEP-SECONDS         PIC 9(6).
       01  WS-END-SECONDS          PIC 9(6).
       01  WS-NIGHTS-USED          PIC 9(3) COMP.
       01  WS-REMAINING-TOTAL      PIC 9(9).
       01  WS-REMAINING-AVERAGE    PIC 9(6).
       01  WS-START-SECONDS        PIC 9(6).
       01  WS-NOW-SECONDS          PIC 9(6).
       01  WS-PROJECTED-SECONDS    PIC 9(6).
       01  WS-DEADLINE-SECONDS     PIC 9(6).
       01  WS-CLOCK-SECONDS        PIC 9(6).
       01  WS-CLOCK-DISPLAY        PIC 9(6).
       01  WS-CLOCK-DISPLAY-PARTS REDEFINES WS-CLOCK-DISPLAY.
           05  WS-CLOCK-HH         PIC 9(2).
           05  WS-CLOCK-MM         PIC 9(2).
           05  WS-CLOCK-SS         PIC 9(2).
       01  WS-CLOCK-REMAINDER      PIC 9(6).

       01  WS-LOG-ACTION-TYPE      PIC A(20).
       01  WS-LOG-DESCRIPTION      PIC A(50).
       01  WS-SLA-USER             PIC A(10) VALUE 'BATCHSLA'.

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
       01  WS-SLA-STEP-NAME        PIC X(20).
       01  WS-SLA-RUN-DATE         PIC 9(8).

       PROCEDURE DIVISION USING WS-SLA-STEP-NAME
                                 WS-SLA-RUN-DATE.

       MOVE 'N'  TO WS-END-OF-CONTROL
       MOVE ZERO TO WS-HIST-COUNT
       MOVE ZERO TO WS-TONIGHT-START-STAMP

       MOVE 070000 TO WS-ONLINE-OPEN-TIME
       MOVE 'ONLINE OPEN TIME' TO WS-PARM-NAME
       CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                 WS-SLA-RUN-DATE
                                 WS-PARM-VALUE
                                 WS-PARM-FOUND
       IF PARM-WAS-FOUND
           MOVE WS-PARM-VALUE TO WS-ONLINE-OPEN-TIME
       END-IF

       MOVE WS-SLA-RUN-DATE TO WS-WORK-DATE
       PERFORM SUBTRACT-ONE-DAY 30 TIMES
       MOVE WS-WORK-DATE TO WS-CUTOFF-DATE

       OPEN INPUT BATCH-CONTROL-FILE
       IF NOT CONTROL-FILE-OK
           GOBACK
       END-IF
       PERFORM COLLECT-NEXT-CONTROL-ROW
           UNTIL END-OF-CONTROL
       CLOSE BATCH-CONTROL-FILE

       IF WS-TONIGHT-START-STAMP = ZERO
           GOBACK
       END-IF

       PERFORM AVERAGE-REMAINING-CYCLE
       IF WS-NIGHTS-USED = ZERO
           GOBACK
       END-IF

       PERFORM PROJECT-CYCLE-FINISH
       IF WS-PROJECTED-SECONDS > WS-DEADLINE-SECONDS
           PERFORM WARN-PROJECTED-MISS
       END-IF

       GOBACK.

       COLLECT-NEXT-CONTROL-ROW.
           READ BATCH-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-CONTROL
               NOT AT END
      *  Rows written before the stamps were carried have no run
      *  time to contribute.
                   IF STEP-START-DATE NUMERIC
                      AND STEP-START-TIME NUMERIC
                      AND STEP-END-DATE NUMERIC
                      AND STEP-END-TIME NUMERIC
                      AND STEP-START-DATE NOT = ZERO
                       PERFORM FILE-CONTROL-ROW
                   END-IF
           END-READ.

       FILE-CONTROL-ROW.
           COMPUTE WS-ROW-START-STAMP =
               STEP-START-DATE * 1000000 + STEP-START-TIME
           COMPUTE WS-ROW-END-STAMP =
               STEP-END-DATE * 1000000 + STEP-END-TIME
           EVALUATE TRUE
               WHEN RUN-DATE = WS-SLA-RUN-DATE
                   IF WS-TONIGHT-START-STAMP = ZERO
                      OR WS-ROW-START-STAMP < WS-TONIGHT-START-STAMP
                       MOVE WS-ROW-START-STAMP
                           TO WS-TONIGHT-START-STAMP
                   END-IF
               WHEN RUN-DATE < WS-SLA-RUN-DATE
                    AND RUN-DATE NOT < WS-CUTOFF-DATE
                   PERFORM FILE-HISTORY-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FILE-HISTORY-ROW.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM MATCH-ONE-HISTORY-DATE
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-COUNT
                  OR WS-FOUND-IDX NOT = ZERO
           IF WS-FOUND-IDX = ZERO
               IF WS-HIST-COUNT < WS-HIST-MAX
                   ADD 1 TO WS-HIST-COUNT
                   MOVE WS-HIST-COUNT TO WS-FOUND-IDX
                   MOVE RUN-DATE TO WS-HIST-DATE (WS-FOUND-IDX)
                   MOVE WS-ROW-START-STAMP
                       TO WS-HIST-START-STAMP (WS-FOUND-IDX)
                   MOVE WS-ROW-END-STAMP
                       TO WS-HIST-END-STAMP (WS-FOUND-IDX)
                   MOVE ZERO TO WS-HIST-STEP-STAMP (WS-FOUND-IDX)
               END-IF
           END-IF
           IF WS-FOUND-IDX NOT = ZERO
               IF WS-ROW-START-STAMP
                   < WS-HIST-START-STAMP (WS-FOUND-IDX)
                   MOVE WS-ROW-START-STAMP
                       TO WS-HIST-START-STAMP (WS-FOUND-IDX)
               END-IF
               IF WS-ROW-END-STAMP > WS-HIST-END-STAMP (WS-FOUND-IDX)
                   MOVE WS-ROW-END-STAMP
                       TO WS-HIST-END-STAMP (WS-FOUND-IDX)
               END-IF
               IF STEP-NAME = WS-SLA-STEP-NAME
                  AND WS-ROW-END-STAMP
                      > WS-HIST-STEP-STAMP (WS-FOUND-IDX)
                   MOVE WS-ROW-END-STAMP
                       TO WS-HIST-STEP-STAMP (WS-FOUND-IDX)
               END-IF
           END-IF.

       MATCH-ONE-HISTORY-DATE.
           IF WS-HIST-DATE (WS-HIST-IDX) = RUN-DATE
               MOVE WS-HIST-IDX TO WS-FOUND-IDX
           END-IF.

      *----------------------------------------------------------------
      *  For every earlier night on which the finishing step ran,
      *  the time the cycle kept going after it.
      *----------------------------------------------------------------
       AVERAGE-REMAINING-CYCLE.
           MOVE ZERO TO WS-NIGHTS-USED
           MOVE ZERO TO WS-REMAINING-TOTAL
           PERFORM ADD-ONE-NIGHT-REMAINING
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-COUNT
           IF WS-NIGHTS-USED > ZERO
               COMPUTE WS-REMAINING-AVERAGE ROUNDED =
                   WS-REMAINING-TOTAL / WS-NIGHTS-USED
           END-IF.

       ADD-ONE-NIGHT-REMAINING.
           IF WS-HIST-STEP-STAMP (WS-HIST-IDX) NOT = ZERO
               MOVE WS-HIST-START-STAMP (WS-HIST-IDX)
                   TO WS-SPLIT-STAMP
               MOVE WS-SPLIT-DATE TO WS-BASE-DATE
               MOVE WS-HIST-STEP-STAMP (WS-HIST-IDX)
                   TO WS-SPLIT-STAMP
               PERFORM CONVERT-SPLIT-STAMP
               MOVE WS-CONV-SECONDS TO WS-STEP-SECONDS
               MOVE WS-HIST-END-STAMP (WS-HIST-IDX)
                   TO WS-SPLIT-STAMP
               PERFORM CONVERT-SPLIT-STAMP
               MOVE WS-CONV-SECONDS TO WS-END-SECONDS
               ADD 1 TO WS-NIGHTS-USED
               IF WS-END-SECONDS > WS-STEP-SECONDS
                   COMPUTE WS-REMAINING-TOTAL = WS-REMAINING-TOTAL
                       + WS-END-SECONDS - WS-STEP-SECONDS
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  All in seconds from midnight of the day tonight's cycle
      *  started.  An online open time no later than the cycle's
      *  start is the next morning's.
      *----------------------------------------------------------------
       PROJECT-CYCLE-FINISH.
           MOVE WS-TONIGHT-START-STAMP TO WS-SPLIT-STAMP
           MOVE WS-SPLIT-DATE TO WS-BASE-DATE
           PERFORM CONVERT-SPLIT-STAMP
           MOVE WS-CONV-SECONDS TO WS-START-SECONDS

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-CLOCK FROM TIME
           COMPUTE WS-NOW-STAMP = WS-NOW-DATE * 1000000 + WS-NOW-TIME
           MOVE WS-NOW-STAMP TO WS-SPLIT-STAMP
           PERFORM CONVERT-SPLIT-STAMP
           MOVE WS-CONV-SECONDS TO WS-NOW-SECONDS

           COMPUTE WS-PROJECTED-SECONDS =
               WS-NOW-SECONDS + WS-REMAINING-AVERAGE

           MOVE WS-BASE-DATE        TO WS-CONV-DATE
           MOVE WS-ONLINE-OPEN-TIME TO WS-CONV-TIME
           PERFORM CONVERT-TO-SECONDS
           MOVE WS-CONV-SECONDS TO WS-DEADLINE-SECONDS
           IF WS-DEADLINE-SECONDS NOT > WS-START-SECONDS
               ADD 86400 TO WS-DEADLINE-SECONDS
           END-IF.

       WARN-PROJECTED-MISS.
           MOVE WS-PROJECTED-SECONDS TO WS-CLOCK-SECONDS
           PERFORM FORMAT-CLOCK-TIME
           DISPLAY '*** SLA WARNING: AFTER ' WS-SLA-STEP-NAME
               ' THE CYCLE IS PROJECTED TO END AT ' WS-CLOCK-DISPLAY
           DISPLAY '*** PAST THE ONLINE OPEN TIME OF '
               WS-ONLINE-OPEN-TIME ' (' WS-NIGHTS-USED
               ' NIGHT AVERAGE) ***'
           MOVE 'CYCLE SLA WARNING' TO WS-LOG-ACTION-TYPE
           MOVE SPACES TO WS-LOG-DESCRIPTION
           STRING 'Projected End ' DELIMITED BY SIZE
                  WS-CLOCK-DISPLAY DELIMITED BY SIZE
                  ' After ' DELIMITED BY SIZE
                  WS-SLA-STEP-NAME DELIMITED BY SPACE
               INTO WS-LOG-DESCRIPTION
           END-STRING
           CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                         WS-SLA-USER
                                         WS-LOG-DESCRIPTION.

       FORMAT-CLOCK-TIME.
           IF WS-CLOCK-SECONDS NOT < 86400
               SUBTRACT 86400 FROM WS-CLOCK-SECONDS
           END-IF
           DIVIDE WS-CLOCK-SECONDS BY 3600 GIVING WS-CLOCK-HH
               REMAINDER WS-CLOCK-REMAINDER
           DIVIDE WS-CLOCK-REMAINDER BY 60 GIVING WS-CLOCK-MM
               REMAINDER WS-CLOCK-SS.

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
