      *  business date (a resubmitted job skips it); mode 'R' records
      *  the step's completion.  The operator override for a forced
      *  full rerun is CYCLE-RESTART-RESET, which clears the file.
      *  The check is every restartable step's first call, so it also
      *  starts the STEP-TIMER clock that WRITE-BATCH-CONTROL stamps
      *  on the step's control row.
      *================================================================

       ENVIRONMENT DIVISION.
           88  FILE-OK             VALUE '00'.
       01  WS-END-OF-CONTROL      PIC X VALUE 'N'.
           88  END-OF-CONTROL      VALUE 'Y'.
       01  WS-TIMER-MODE          PIC X.
       01  WS-TIMER-START-DATE    PIC 9(8).
       01  WS-TIMER-START-TIME    PIC 9(6).

       LINKAGE SECTION.
       01  WS-CONTROL-MODE        PIC X.
       GOBACK.

       CHECK-STEP-COMPLETION.
           MOVE 'S' TO WS-TIMER-MODE
           CALL 'STEP-TIMER' USING WS-TIMER-MODE
                                    WS-TIMER-START-DATE
                                    WS-TIMER-START-TIME
           OPEN INPUT CYCLE-CONTROL-FILE
           IF FILE-OK
               PERFORM CHECK-NEXT-CONTROL-ROW
