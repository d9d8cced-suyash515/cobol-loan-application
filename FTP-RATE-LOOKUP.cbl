       IDENTIFICATION DIVISION.
       PROGRAM-ID. FTP-RATE-LOOKUP.

      *================================================================
      *  Callable funds-transfer pricing lookup over FTP_CURVE.DAT.
      *  Given a rate type (F fixed, V variable), a loan term in
      *  months and an as-of date (the loan's origination), returns
      *  the curve rate at the highest term point not above the
      *  term, taking the latest effective date on or before the
      *  as-of date within that point.  A term shorter than every
      *  point on the curve takes the shortest point.  Found 'N'
      *  (no curve rows apply) leaves the caller to charge nothing
      *  for funds and say so.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FTP-CURVE-FILE ASSIGN TO 'FTP_CURVE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FTP-CURVE-KEY OF FTP-CURVE-REC
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FTP-CURVE-FILE.
       COPY FTPCURVEREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
           88  FILE-OK             VALUE '00'.
       01  WS-END-OF-CURVE        PIC X VALUE 'N'.
           88  END-OF-CURVE        VALUE 'Y'.
       01  WS-BEST-TERM           PIC 9(3).
       01  WS-BEST-DATE           PIC 9(8).
      *  Shortest point on the curve, for a term below all of them.
       01  WS-SHORT-FOUND         PIC X.
           88  SHORT-POINT-FOUND   VALUE 'Y'.
       01  WS-SHORT-TERM          PIC 9(3).
       01  WS-SHORT-DATE          PIC 9(8).
       01  WS-SHORT-RATE          PIC 9(3)V99.

       LINKAGE SECTION.
       01  WS-LOOKUP-RATE-TYPE    PIC X.
       01  WS-LOOKUP-TERM         PIC 9(3).
       01  WS-LOOKUP-AS-OF-DATE   PIC 9(8).
       01  WS-LOOKUP-RATE         PIC 9(3)V99.
       01  WS-LOOKUP-FOUND        PIC X.
           88  LOOKUP-RATE-FOUND   VALUE 'Y'.

       PROCEDURE DIVISION USING WS-LOOKUP-RATE-TYPE
                                 WS-LOOKUP-TERM
                                 WS-LOOKUP-AS-OF-DATE
                                 WS-LOOKUP-RATE
                                 WS-LOOKUP-FOUND.

       MOVE 'N' TO WS-LOOKUP-FOUND
       MOVE ZERO TO WS-LOOKUP-RATE
       MOVE ZERO TO WS-BEST-TERM
       MOVE ZERO TO WS-BEST-DATE
       MOVE 'N' TO WS-SHORT-FOUND
       MOVE ZERO TO WS-SHORT-TERM
       MOVE ZERO TO WS-SHORT-DATE
       MOVE ZERO TO WS-SHORT-RATE
       MOVE 'N' TO WS-END-OF-CURVE

       OPEN INPUT FTP-CURVE-FILE
       IF NOT FILE-OK
           GOBACK
       END-IF

       MOVE WS-LOOKUP-RATE-TYPE TO FTP-RATE-TYPE
       MOVE ZERO TO TERM-MONTHS
       MOVE ZERO TO EFFECTIVE-DATE OF FTP-CURVE-REC
       START FTP-CURVE-FILE KEY IS NOT LESS THAN
               FTP-CURVE-KEY OF FTP-CURVE-REC
           INVALID KEY
               MOVE 'Y' TO WS-END-OF-CURVE
       END-START

       PERFORM SCAN-NEXT-CURVE-ROW UNTIL END-OF-CURVE

       CLOSE FTP-CURVE-FILE

       IF NOT LOOKUP-RATE-FOUND AND SHORT-POINT-FOUND
           MOVE WS-SHORT-RATE TO WS-LOOKUP-RATE
           MOVE 'Y' TO WS-LOOKUP-FOUND
       END-IF

       GOBACK.

       SCAN-NEXT-CURVE-ROW.
           READ FTP-CURVE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-CURVE
               NOT AT END
                   IF FTP-RATE-TYPE NOT = WS-LOOKUP-RATE-TYPE
                       MOVE 'Y' TO WS-END-OF-CURVE
                   ELSE
                       PERFORM EVALUATE-CURVE-ROW
                   END-IF
           END-READ.

       EVALUATE-CURVE-ROW.
           IF EFFECTIVE-DATE OF FTP-CURVE-REC
                  NOT > WS-LOOKUP-AS-OF-DATE
               IF TERM-MONTHS NOT > WS-LOOKUP-TERM
                   IF TERM-MONTHS > WS-BEST-TERM
                      OR (TERM-MONTHS = WS-BEST-TERM
                          AND EFFECTIVE-DATE OF FTP-CURVE-REC
                              NOT < WS-BEST-DATE)
                       MOVE TERM-MONTHS TO WS-BEST-TERM
                       MOVE EFFECTIVE-DATE OF FTP-CURVE-REC
                           TO WS-BEST-DATE
                       MOVE FTP-RATE TO WS-LOOKUP-RATE
                       MOVE 'Y' TO WS-LOOKUP-FOUND
                   END-IF
               END-IF
               PERFORM EVALUATE-SHORT-POINT
           END-IF.

      *  Rows arrive in term order, so the first term seen is the
      *  shortest; later dates on that same term supersede.
       EVALUATE-SHORT-POINT.
           IF NOT SHORT-POINT-FOUND
               MOVE 'Y' TO WS-SHORT-FOUND
               MOVE TERM-MONTHS TO WS-SHORT-TERM
               MOVE EFFECTIVE-DATE OF FTP-CURVE-REC TO WS-SHORT-DATE
               MOVE FTP-RATE TO WS-SHORT-RATE
           ELSE
               IF TERM-MONTHS = WS-SHORT-TERM
                  AND EFFECTIVE-DATE OF FTP-CURVE-REC
                      NOT < WS-SHORT-DATE
                   MOVE EFFECTIVE-DATE OF FTP-CURVE-REC
                       TO WS-SHORT-DATE
                   MOVE FTP-RATE TO WS-SHORT-RATE
               END-IF
           END-IF.
