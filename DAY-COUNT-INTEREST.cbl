       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-COUNT-INTEREST.

      *================================================================
      *  Callable subprogram.  The one place simple interest is
      *  figured on a loan's DAY-COUNT-BASIS, so the nightly accrual,
      *  the payoff quote, the payoff itself and the amortization
      *  schedule can never disagree by a few dollars again:
      *
      *      'T' (or space)  30/360 -- 30-day months (a 31st counts
      *                      as the 30th), 360-day year
      *      'A'             Actual/365 -- calendar days, 365-day
      *                      year even in a leap year
      *      'X'             Actual/Actual -- calendar days, each
      *                      year's days over that year's length
      *                      (365 or 366), split at January 1st
      *
      *  Given the basis, a from/to date pair, the principal and the
      *  annual rate, returns the day count, the per-diem at the
      *  to-date and the interest for the period.  A zero from-date
      *  means the caller already knows the day count: WS-DCI-DAYS
      *  is taken as given and priced at the to-date's year basis.
      *  Calendar days are counted by day number (no date
      *  intrinsics needed); a to-date on or before the from-date
      *  returns zero interest.
      *================================================================

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-BASIS               PIC X.
           88  BASIS-ACT-365       VALUE 'A'.
           88  BASIS-ACT-ACT       VALUE 'X'.
       01  WS-FROM-DATE           PIC 9(8).
       01  WS-FROM-DATE-PARTS REDEFINES WS-FROM-DATE.
           05  WS-FROM-YEAR       PIC 9(4).
           05  WS-FROM-MONTH      PIC 9(2).
           05  WS-FROM-DAY        PIC 9(2).
       01  WS-TO-DATE             PIC 9(8).
       01  WS-TO-DATE-PARTS REDEFINES WS-TO-DATE.
           05  WS-TO-YEAR         PIC 9(4).
           05  WS-TO-MONTH        PIC 9(2).
           05  WS-TO-DAY          PIC 9(2).
       01  WS-SEGMENT-START       PIC 9(8).
       01  WS-SEGMENT-START-PARTS REDEFINES WS-SEGMENT-START.
           05  WS-SEGMENT-YEAR    PIC 9(4).
           05  WS-SEGMENT-MONTH   PIC 9(2).
           05  WS-SEGMENT-DAY     PIC 9(2).
       01  WS-SEGMENT-END         PIC 9(8).
       01  WS-SEGMENT-DAYS        PIC S9(5).
       01  WS-D1                  PIC 9(2).
       01  WS-D2                  PIC 9(2).
       01  WS-YEAR-BASIS          PIC 9(3).
       01  WS-YEAR-LENGTH         PIC 9(3).
       01  WS-LENGTH-YEAR         PIC 9(4).
       01  WS-LEAP-QUOTIENT       PIC 9(4).
       01  WS-LEAP-REMAINDER-4    PIC 9(4).
       01  WS-LEAP-REMAINDER-100  PIC 9(4).
       01  WS-LEAP-REMAINDER-400  PIC 9(4).
       01  WS-INTEREST-WORK       PIC 9(7)V9(6) COMP-3.

      *  Day-number work fields: days since a fixed epoch, from a
      *  March-based year so February's length falls at the end.
       01  WS-DN-DATE             PIC 9(8).
       01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
           05  WS-DN-YEAR         PIC 9(4).
           05  WS-DN-MONTH        PIC 9(2).
           05  WS-DN-DAY          PIC 9(2).
       01  WS-DN-Y                PIC 9(4).
       01  WS-DN-M                PIC 9(2).
       01  WS-DN-Q4               PIC 9(4).
       01  WS-DN-Q100             PIC 9(4).
       01  WS-DN-Q400             PIC 9(4).
       01  WS-DN-MONTH-NUM        PIC 9(5).
       01  WS-DN-MONTH-DAYS       PIC 9(5).
       01  WS-DAY-NUMBER          PIC 9(7).
       01  WS-FROM-DAY-NUMBER     PIC 9(7).

       LINKAGE SECTION.
       01  WS-DCI-BASIS           PIC X.
       01  WS-DCI-FROM-DATE       PIC 9(8).
       01  WS-DCI-TO-DATE         PIC 9(8).
       01  WS-DCI-PRINCIPAL       PIC 9(7)V99.
       01  WS-DCI-RATE            PIC 9(3)V99.
       01  WS-DCI-DAYS            PIC S9(5).
       01  WS-DCI-PER-DIEM        PIC 9(5)V9(4).
       01  WS-DCI-INTEREST        PIC 9(7)V99.

       PROCEDURE DIVISION USING WS-DCI-BASIS
                                 WS-DCI-FROM-DATE
                                 WS-DCI-TO-DATE
                                 WS-DCI-PRINCIPAL
                                 WS-DCI-RATE
                                 WS-DCI-DAYS
                                 WS-DCI-PER-DIEM
                                 WS-DCI-INTEREST.

       MOVE WS-DCI-BASIS     TO WS-BASIS
       MOVE WS-DCI-FROM-DATE TO WS-FROM-DATE
       MOVE WS-DCI-TO-DATE   TO WS-TO-DATE
       MOVE ZERO TO WS-DCI-INTEREST

       MOVE WS-TO-YEAR TO WS-LENGTH-YEAR
       PERFORM FIND-YEAR-LENGTH
       EVALUATE TRUE
           WHEN BASIS-ACT-365
               MOVE 365 TO WS-YEAR-BASIS
           WHEN BASIS-ACT-ACT
               MOVE WS-YEAR-LENGTH TO WS-YEAR-BASIS
           WHEN OTHER
               MOVE 360 TO WS-YEAR-BASIS
       END-EVALUATE

       COMPUTE WS-DCI-PER-DIEM ROUNDED =
           WS-DCI-PRINCIPAL * WS-DCI-RATE / 100 / WS-YEAR-BASIS

       IF WS-FROM-DATE NOT = ZERO
           IF BASIS-ACT-365 OR BASIS-ACT-ACT
               PERFORM COUNT-ACTUAL-DAYS
           ELSE
               PERFORM COUNT-30-360-DAYS
           END-IF
       END-IF

       IF WS-DCI-DAYS > ZERO
           IF BASIS-ACT-ACT AND WS-FROM-DATE NOT = ZERO
               PERFORM ACCRUE-ACTUAL-ACTUAL
           ELSE
               COMPUTE WS-DCI-INTEREST ROUNDED =
                   WS-DCI-PRINCIPAL * WS-DCI-RATE / 100
                   * WS-DCI-DAYS / WS-YEAR-BASIS
           END-IF
       END-IF

       GOBACK.

      *----------------------------------------------------------------
      *  30/360: a day-31 start counts as the 30th, and a day-31 end
      *  does too when the start was already the 30th, so every full
      *  month is exactly 30 days.
      *----------------------------------------------------------------
       COUNT-30-360-DAYS.
           MOVE WS-FROM-DAY TO WS-D1
           MOVE WS-TO-DAY   TO WS-D2
           IF WS-D1 = 31
               MOVE 30 TO WS-D1
           END-IF
           IF WS-D2 = 31 AND WS-D1 = 30
               MOVE 30 TO WS-D2
           END-IF
           COMPUTE WS-DCI-DAYS =
               (WS-TO-YEAR - WS-FROM-YEAR) * 360
               + (WS-TO-MONTH - WS-FROM-MONTH) * 30
               + (WS-D2 - WS-D1).

       COUNT-ACTUAL-DAYS.
           MOVE WS-FROM-DATE TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-FROM-DAY-NUMBER
           MOVE WS-TO-DATE TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           COMPUTE WS-DCI-DAYS = WS-DAY-NUMBER - WS-FROM-DAY-NUMBER.

      *----------------------------------------------------------------
      *  Actual/Actual prices each calendar year's slice of the
      *  period over that year's own length, so a period spanning
      *  December 31st of a leap year earns the right split.
      *----------------------------------------------------------------
       ACCRUE-ACTUAL-ACTUAL.
           MOVE ZERO TO WS-INTEREST-WORK
           MOVE WS-FROM-DATE TO WS-SEGMENT-START
           PERFORM ACCRUE-ONE-YEAR-SEGMENT
               UNTIL WS-SEGMENT-YEAR = WS-TO-YEAR
           MOVE WS-SEGMENT-START TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-FROM-DAY-NUMBER
           MOVE WS-TO-DATE TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           COMPUTE WS-SEGMENT-DAYS = WS-DAY-NUMBER - WS-FROM-DAY-NUMBER
           MOVE WS-TO-YEAR TO WS-LENGTH-YEAR
           PERFORM FIND-YEAR-LENGTH
           COMPUTE WS-INTEREST-WORK = WS-INTEREST-WORK
               + WS-DCI-PRINCIPAL * WS-DCI-RATE / 100
               * WS-SEGMENT-DAYS / WS-YEAR-LENGTH
           COMPUTE WS-DCI-INTEREST ROUNDED = WS-INTEREST-WORK.

       ACCRUE-ONE-YEAR-SEGMENT.
           COMPUTE WS-SEGMENT-END = (WS-SEGMENT-YEAR + 1) * 10000 + 0101
           MOVE WS-SEGMENT-START TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-FROM-DAY-NUMBER
           MOVE WS-SEGMENT-END TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           COMPUTE WS-SEGMENT-DAYS = WS-DAY-NUMBER - WS-FROM-DAY-NUMBER
           MOVE WS-SEGMENT-YEAR TO WS-LENGTH-YEAR
           PERFORM FIND-YEAR-LENGTH
           COMPUTE WS-INTEREST-WORK = WS-INTEREST-WORK
               + WS-DCI-PRINCIPAL * WS-DCI-RATE / 100
               * WS-SEGMENT-DAYS / WS-YEAR-LENGTH
           MOVE WS-SEGMENT-END TO WS-SEGMENT-START.

       COMPUTE-DAY-NUMBER.
           MOVE WS-DN-YEAR  TO WS-DN-Y
           MOVE WS-DN-MONTH TO WS-DN-M
           IF WS-DN-M < 3
               SUBTRACT 1 FROM WS-DN-Y
               ADD 12 TO WS-DN-M
           END-IF
           DIVIDE WS-DN-Y BY 4   GIVING WS-DN-Q4
           DIVIDE WS-DN-Y BY 100 GIVING WS-DN-Q100
           DIVIDE WS-DN-Y BY 400 GIVING WS-DN-Q400
           COMPUTE WS-DN-MONTH-NUM = 153 * (WS-DN-M - 3) + 2
           DIVIDE WS-DN-MONTH-NUM BY 5 GIVING WS-DN-MONTH-DAYS
           COMPUTE WS-DAY-NUMBER =
               365 * WS-DN-Y + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
               + WS-DN-MONTH-DAYS + WS-DN-DAY.

       FIND-YEAR-LENGTH.
           DIVIDE WS-LENGTH-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER-4
           DIVIDE WS-LENGTH-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER-100
           DIVIDE WS-LENGTH-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER-400

           IF WS-LEAP-REMAINDER-4 = 0
              AND (WS-LEAP-REMAINDER-100 NOT = 0
                   OR WS-LEAP-REMAINDER-400 = 0)
               MOVE 366 TO WS-YEAR-LENGTH
           ELSE
               MOVE 365 TO WS-YEAR-LENGTH
           END-IF.
