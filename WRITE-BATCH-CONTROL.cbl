      *  of run with its step name and what it read, wrote and moved
      *  in dollars; this appends a BATCH-CONTROL-REC to
      *  BATCH_CONTROL.DAT stamped with today's date, for
      *  CYCLE-BALANCE-CHECK to tie out at the end of the job.  The
      *  row also carries when the step ran: the start off the
      *  STEP-TIMER clock (started at the step's restart check) and
      *  the end as of this call.  With the row written, CHECK-
      *  CYCLE-SLA projects whether tonight's cycle will still finish
      *  before the online day opens.
      *================================================================

       ENVIRONMENT DIVISION.
       01  WS-STAMP-DATE          PIC 9(8).
       01  WS-BUSDATE-FOUND       PIC X.
           88  BUSINESS-DATE-FOUND VALUE 'Y'.
       01  WS-TIMER-MODE          PIC X.
       01  WS-TIMER-START-DATE    PIC 9(8).
       01  WS-TIMER-START-TIME    PIC 9(6).
       01  WS-END-DATE            PIC 9(8).
       01  WS-END-CLOCK           PIC 9(8).
       01  WS-END-CLOCK-PARTS REDEFINES WS-END-CLOCK.
           05  WS-END-TIME        PIC 9(6).
           05  WS-END-HUNDREDTHS  PIC 9(2).

       LINKAGE SECTION.
       01  WS-CTL-STEP-NAME       PIC X(20).
       MOVE WS-CTL-DOLLARS-IN      TO DOLLARS-IN
       MOVE WS-CTL-DOLLARS-OUT     TO DOLLARS-OUT

      *  A step that never started the clock is stamped as starting
      *  and ending now rather than left with no run time at all.
       MOVE 'G' TO WS-TIMER-MODE
       CALL 'STEP-TIMER' USING WS-TIMER-MODE
                                WS-TIMER-START-DATE
                                WS-TIMER-START-TIME
       ACCEPT WS-END-DATE FROM DATE YYYYMMDD
       ACCEPT WS-END-CLOCK FROM TIME
       IF WS-TIMER-START-DATE = ZERO
           MOVE WS-END-DATE TO WS-TIMER-START-DATE
           MOVE WS-END-TIME TO WS-TIMER-START-TIME
       END-IF
       MOVE WS-TIMER-START-DATE    TO STEP-START-DATE
       MOVE WS-TIMER-START-TIME    TO STEP-START-TIME
       MOVE WS-END-DATE            TO STEP-END-DATE
       MOVE WS-END-TIME            TO STEP-END-TIME

       WRITE BATCH-CONTROL-REC

       CLOSE BATCH-CONTROL-FILE

       CALL 'CHECK-CYCLE-SLA' USING WS-CTL-STEP-NAME
                                     WS-STAMP-DATE

       GOBACK.
