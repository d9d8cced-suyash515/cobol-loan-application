       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADD-BUSINESS-DAYS.

      *================================================================
      *  Callable subprogram.  Given a start date and a count of
      *  business days, returns the date that many business days
      *  later -- each step moves one calendar day and then through
      *  NEXT-BUSINESS-DAY, so Saturdays, Sundays and CALENDAR.DAT
      *  holidays are not counted.  A count of zero returns the
      *  start date itself.  COMPLAINT-FILE dates its regulatory
      *  acknowledgment and resolution deadlines with this.
      *================================================================

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-WORK-DATE           PIC 9(8).
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR       PIC 9(4).
           05  WS-WORK-MONTH      PIC 9(2).
           05  WS-WORK-DAY        PIC 9(2).
       01  WS-ROLLED-DATE         PIC 9(8).
       01  WS-LAST-DAY-OF-MONTH   PIC 9(2).
       01  WS-LEAP-QUOTIENT       PIC 9(4).
       01  WS-LEAP-REMAINDER-4    PIC 9(4).
       01  WS-LEAP-REMAINDER-100  PIC 9(4).
       01  WS-LEAP-REMAINDER-400  PIC 9(4).

       LINKAGE SECTION.
       01  WS-START-DATE          PIC 9(8).
       01  WS-BUSINESS-DAYS       PIC 9(3).
       01  WS-RESULT-DATE         PIC 9(8).

       PROCEDURE DIVISION USING WS-START-DATE
                                 WS-BUSINESS-DAYS
                                 WS-RESULT-DATE.

       MOVE WS-START-DATE TO WS-WORK-DATE

       PERFORM ADVANCE-ONE-BUSINESS-DAY WS-BUSINESS-DAYS TIMES

       MOVE WS-WORK-DATE TO WS-RESULT-DATE

       GOBACK.

       ADVANCE-ONE-BUSINESS-DAY.
           PERFORM ADD-ONE-DAY
           CALL 'NEXT-BUSINESS-DAY' USING WS-WORK-DATE
                                          WS-ROLLED-DATE
           MOVE WS-ROLLED-DATE TO WS-WORK-DATE.

       ADD-ONE-DAY.
           PERFORM FIND-LAST-DAY-OF-MONTH
           IF WS-WORK-DAY < WS-LAST-DAY-OF-MONTH
               ADD 1 TO WS-WORK-DAY
           ELSE
               MOVE 1 TO WS-WORK-DAY
               IF WS-WORK-MONTH < 12
                   ADD 1 TO WS-WORK-MONTH
               ELSE
                   MOVE 1 TO WS-WORK-MONTH
                   ADD 1 TO WS-WORK-YEAR
               END-IF
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
