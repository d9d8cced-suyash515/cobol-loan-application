       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEP-TIMER.

      *================================================================
      *  Callable step clock.  Mode 'S' notes the calendar date and
      *  wall-clock time the step started; mode 'G' hands them back
      *  (zero when the step never started the clock).  The stamp
      *  lives in this program's storage for the life of the step,
      *  so STEP-RESTART-CONTROL can start it at the restart check
      *  and WRITE-BATCH-CONTROL can pick it up at end of run without
      *  the step passing it through.
      *================================================================

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CLOCK-START-DATE    PIC 9(8) VALUE ZERO.
       01  WS-CLOCK-START-TIME    PIC 9(6) VALUE ZERO.
       01  WS-CLOCK-NOW           PIC 9(8).
       01  WS-CLOCK-NOW-PARTS REDEFINES WS-CLOCK-NOW.
           05  WS-CLOCK-NOW-HHMMSS PIC 9(6).
           05  WS-CLOCK-NOW-HUND   PIC 9(2).

       LINKAGE SECTION.
       01  WS-TIMER-MODE          PIC X.
           88  TIMER-START         VALUE 'S'.
           88  TIMER-GET           VALUE 'G'.
       01  WS-TIMER-START-DATE    PIC 9(8).
       01  WS-TIMER-START-TIME    PIC 9(6).

       PROCEDURE DIVISION USING WS-TIMER-MODE
                                 WS-TIMER-START-DATE
                                 WS-TIMER-START-TIME.

       EVALUATE TRUE
           WHEN TIMER-START
               ACCEPT WS-CLOCK-START-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CLOCK-NOW FROM TIME
               MOVE WS-CLOCK-NOW-HHMMSS TO WS-CLOCK-START-TIME
           WHEN OTHER
               CONTINUE
       END-EVALUATE

       MOVE WS-CLOCK-START-DATE TO WS-TIMER-START-DATE
       MOVE WS-CLOCK-START-TIME TO WS-TIMER-START-TIME

       GOBACK.
