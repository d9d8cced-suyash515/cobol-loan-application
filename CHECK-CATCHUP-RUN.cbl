       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-CATCHUP-RUN.

      *================================================================
      *  Callable subprogram.  Tells a posting step whether tonight's
      *  run is a CATCHUP-CYCLE pass over a missed business date --
      *  BUSDATE.DAT's CATCHUP-DATE stamped and equal to the current
      *  business date -- and if so returns the highest
      *  TRANSACTION-ID that belongs to that date.  Anything above
      *  the limit was taken on a later day and is left for that
      *  day's run, so each date's books carry only its own work.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       COPY BUSDATEREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
           88  FILE-OK             VALUE '00'.

       LINKAGE SECTION.
       01  WS-CU-TRAN-LIMIT       PIC 9(5).
       01  WS-CU-IN-CATCHUP       PIC X.
           88  CATCHUP-RUN         VALUE 'Y'.

       PROCEDURE DIVISION USING WS-CU-TRAN-LIMIT
                                 WS-CU-IN-CATCHUP.

       MOVE 'N' TO WS-CU-IN-CATCHUP
       MOVE ZERO TO WS-CU-TRAN-LIMIT

       OPEN INPUT BUSINESS-DATE-FILE
       IF FILE-OK
           READ BUSINESS-DATE-FILE
               NOT AT END
      *  A date file written before catch-up existed carries no
      *  stamp at all -- an ordinary night.
                   IF CATCHUP-DATE NUMERIC
                      AND CATCHUP-TRAN-LIMIT NUMERIC
                      AND CATCHUP-DATE NOT = ZERO
                      AND CATCHUP-DATE = CURRENT-BUSINESS-DATE
                       MOVE 'Y' TO WS-CU-IN-CATCHUP
                       MOVE CATCHUP-TRAN-LIMIT TO WS-CU-TRAN-LIMIT
                   END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE
       END-IF

       GOBACK.
