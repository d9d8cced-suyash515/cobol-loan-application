      *  COMMISSION-SCHEDULE-FILE via COMMISSION-LOOKUP, as of the
      *  report's generated date, the same way NSF-REVERSAL and
      *  LATE-FEE-ASSESSMENT pull their fee amounts from
      *  FEE-SCHEDULE-FILE via FEE-LOOKUP.  The approved volume is
      *  reported with its refinance portion -- approvals that pay
      *  off one of the borrower's existing loans -- broken out, so
      *  refinance production can be told from new money.
      *================================================================

       ENVIRONMENT DIVISION.
           88  THIS-IS-LOWEST        VALUE 'Y'.

       01  WS-ORIGINATOR-VOLUME     PIC 9(9)V99.
       01  WS-ORIGINATOR-REFI-VOLUME PIC 9(9)V99.
       01  WS-COMMISSION-RATE       PIC 9V9(4).
       01  WS-RATE-FOUND            PIC X.
           88  RATE-WAS-FOUND        VALUE 'Y'.
       01  WS-CTL-RECORDS-WRITTEN   PIC 9(7).
       01  WS-CTL-DOLLARS-IN        PIC 9(9)V99.
       01  WS-CTL-DOLLARS-OUT       PIC 9(9)V99.
       01  WS-TIMER-MODE          PIC X.
       01  WS-TIMER-START-DATE    PIC 9(8).
       01  WS-TIMER-START-TIME    PIC 9(6).
       01  WS-BUSDATE-FOUND         PIC X.
           88  BUSINESS-DATE-FOUND   VALUE 'Y'.


       PROCEDURE DIVISION.

       MOVE 'S' TO WS-TIMER-MODE
       CALL 'STEP-TIMER' USING WS-TIMER-MODE
                                WS-TIMER-START-DATE
                                WS-TIMER-START-TIME

       CALL 'GET-BUSINESS-DATE' USING WS-GENERATED-DATE
                                       WS-BUSDATE-FOUND
       IF BUSINESS-DATE-FOUND

       TOTAL-ORIGINATOR-VOLUME.
           MOVE ZERO TO WS-ORIGINATOR-VOLUME
           MOVE ZERO TO WS-ORIGINATOR-REFI-VOLUME
           MOVE 'N' TO WS-END-OF-RESCAN

           OPEN INPUT LOAN-APPROVAL-FILE
                          = WS-THIS-ORIGINATOR-ID
                       ADD APPROVED-LOAN-AMOUNT
                           TO WS-ORIGINATOR-VOLUME
                       IF APPROVED-REFINANCE
                           ADD APPROVED-LOAN-AMOUNT
                               TO WS-ORIGINATOR-REFI-VOLUME
                       END-IF
                   END-IF
           END-READ.

           MOVE WS-THIS-ORIGINATOR-ID TO COMM-ORIGINATOR-ID
           MOVE WS-ORIGINATOR-VOLUME TO COMM-APPROVED-VOLUME
           MOVE WS-COMMISSION-AMOUNT TO COMM-AMOUNT
           MOVE WS-ORIGINATOR-REFI-VOLUME TO COMM-REFI-VOLUME

           WRITE REPORT-REC

           DISPLAY 'Commission: ' WS-ORIGINATOR-NAME
               ' Volume ' WS-ORIGINATOR-VOLUME
               ' Refinance ' WS-ORIGINATOR-REFI-VOLUME
               ' Amount ' WS-COMMISSION-AMOUNT

           ADD 1 TO WS-NEXT-REPORT-ID
