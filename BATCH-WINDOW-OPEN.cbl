      *  window OPEN on SYSTEM_STATUS.DAT so every online maintenance
      *  program refuses to key changes while the cycle is rewriting
      *  PAYMENT_SCHEDULE.DAT and TRANSACTION.DAT underneath them --
      *  the race that lost a keyed transaction in July.  Its own
      *  BATCH-CONTROL row (no counts) marks when the night's cycle
      *  started, for the cycle performance report and the SLA
      *  projection.
      *================================================================

       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
           88  FILE-OK             VALUE '00'.
       01  WS-TIMER-MODE          PIC X.
       01  WS-TIMER-START-DATE    PIC 9(8).
       01  WS-TIMER-START-TIME    PIC 9(6).
       01  WS-CTL-STEP-NAME       PIC X(20).
       01  WS-CTL-RECORDS-READ    PIC 9(7) VALUE ZERO.
       01  WS-CTL-RECORDS-WRITTEN PIC 9(7) VALUE ZERO.
       01  WS-CTL-DOLLARS-IN      PIC 9(9)V99 VALUE ZERO.
       01  WS-CTL-DOLLARS-OUT     PIC 9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.

       MOVE 'S' TO WS-TIMER-MODE
       CALL 'STEP-TIMER' USING WS-TIMER-MODE
                                WS-TIMER-START-DATE
                                WS-TIMER-START-TIME

       OPEN OUTPUT SYSTEM-STATUS-FILE
       IF NOT FILE-OK
           DISPLAY 'Error Opening SYSTEM-STATUS-FILE.'

       DISPLAY 'Batch Window OPEN - Online Maintenance Locked Out.'

       MOVE 'BATCH-WINDOW-OPEN' TO WS-CTL-STEP-NAME
       CALL 'WRITE-BATCH-CONTROL' USING WS-CTL-STEP-NAME
                                         WS-CTL-RECORDS-READ
                                         WS-CTL-RECORDS-WRITTEN
                                         WS-CTL-DOLLARS-IN
                                         WS-CTL-DOLLARS-OUT

       STOP RUN.
