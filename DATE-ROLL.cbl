      *  GET-BUSINESS-DATE runs against the same, correct day -- a
      *  mistyped SYSIN card can no longer run the whole night
      *  against the wrong date.  When no BUSDATE.DAT exists yet the
      *  operator initializes it once.  Under CATCHUP-CYCLE the roll
      *  moves a missed business date on to the next one the same
      *  way, guarded by the catch-up stamp rather than tonight's.
      *================================================================

       ENVIRONMENT DIVISION.
       01  WS-LEAP-REMAINDER-400  PIC 9(4).
       01  WS-TODAY-CAL-DATE      PIC 9(8).
       01  WS-LAST-ROLLED-ON      PIC 9(8) VALUE ZERO.
       01  WS-CATCHUP-DATE        PIC 9(8) VALUE ZERO.
       01  WS-CATCHUP-TRAN-LIMIT  PIC 9(5) VALUE ZERO.
       01  WS-MIN-YEAR            PIC 9(4) VALUE 1900.
       01  WS-MAX-YEAR            PIC 9(4) VALUE 2099.

               NOT AT END
                   MOVE CURRENT-BUSINESS-DATE TO WS-OLD-DATE
                   MOVE LAST-ROLLED-ON TO WS-LAST-ROLLED-ON
                   IF CATCHUP-DATE NUMERIC
                       MOVE CATCHUP-DATE TO WS-CATCHUP-DATE
                   END-IF
                   IF CATCHUP-TRAN-LIMIT NUMERIC
                       MOVE CATCHUP-TRAN-LIMIT
                           TO WS-CATCHUP-TRAN-LIMIT
                   END-IF
                   MOVE 'Y' TO WS-DATE-ON-FILE
           END-READ
           CLOSE BUSINESS-DATE-FILE
      *  the stamp on BUSDATE.DAT says whether tonight's roll already
      *  happened, so a restart leaves the date standing while the
      *  next night's run rolls again.
      *  A catch-up pass rolls more than once a night, so it guards
      *  on its own stamp instead: the roll happens only while the
      *  business date is still the missed date being caught up, and
      *  leaves the nightly stamp alone so tonight's own roll still
      *  runs.
       IF WS-CATCHUP-DATE NOT = ZERO
           IF WS-OLD-DATE NOT = WS-CATCHUP-DATE
               DISPLAY 'Business Date Already Rolled Past Catch-Up '
                   'Date ' WS-CATCHUP-DATE ' - Roll Skipped On Restart.'
               STOP RUN
           END-IF
       ELSE
           IF WS-LAST-ROLLED-ON = WS-TODAY-CAL-DATE
               DISPLAY 'Business Date Already Rolled To ' WS-OLD-DATE
                   ' Tonight - Roll Skipped On Restart.'
               STOP RUN
           END-IF
       END-IF

       MOVE WS-OLD-DATE TO WS-NEW-DATE

       MOVE WS-ROLLED-DATE    TO CURRENT-BUSINESS-DATE
       MOVE WS-OLD-DATE       TO PREVIOUS-BUSINESS-DATE
       IF WS-CATCHUP-DATE NOT = ZERO
           MOVE WS-LAST-ROLLED-ON TO LAST-ROLLED-ON
       ELSE
           MOVE WS-TODAY-CAL-DATE TO LAST-ROLLED-ON
       END-IF
       MOVE WS-CATCHUP-DATE       TO CATCHUP-DATE
       MOVE WS-CATCHUP-TRAN-LIMIT TO CATCHUP-TRAN-LIMIT
       WRITE BUSINESS-DATE-REC
       CLOSE BUSINESS-DATE-FILE

