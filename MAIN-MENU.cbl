      *  loan/customer maintenance and backup options -- and the
      *  signed-on identity is written to OPERATOR_SESSION.DAT so
      *  every program's WRITE-LOG-ENTRY call carries a proven ID
      *  instead of whatever was typed, along with the operator's
      *  legal entity, which CHECK-LOAN-ACCESS holds them to.  Each
      *  good sign-on is stamped on the operator's record and
      *  logged, which is what the dormant-ID scan and the quarterly
      *  access recertification (OPERATOR-RECERT) age against.  Each
      *  program is CALLed as a subprogram and returns control here
      *  via GOBACK.
      *================================================================

       ENVIRONMENT DIVISION.
       01  OPERATOR-SESSION-REC.
           05  SIGNED-ON-OPERATOR  PIC X(10).
           05  SIGNED-ON-ROLE      PIC X(10).
           05  SIGNED-ON-COMPANY   PIC 9(3).

       WORKING-STORAGE SECTION.
       01  OPERATOR-FILE-STATUS     PIC XX.
       01  WS-OPERATOR-ROLE         PIC X(10).
           88  SIGNED-ON-TELLER      VALUE 'TELLER'.
           88  SIGNED-ON-SUPERVISOR  VALUE 'SUPERVISOR'.
       01  WS-OPERATOR-COMPANY      PIC 9(3) VALUE ZERO.
       01  WS-SIGNON-DATE           PIC 9(8).
       01  WS-BUSDATE-FOUND         PIC X.
           88  BUSINESS-DATE-FOUND   VALUE 'Y'.
       01  WS-LOG-ACTION-TYPE       PIC A(20).
       01  WS-LOG-DESCRIPTION       PIC A(50).

       PROCEDURE DIVISION.

           DISPLAY 'Password: '
           ACCEPT WS-SIGNON-PASSWORD

           OPEN I-O OPERATOR-FILE
           IF NOT OPERATOR-FILE-OK
               DISPLAY 'Operator Security File Not Available - '
                   'See Your Supervisor.'
                      AND OPERATOR-PASSWORD = WS-SIGNON-PASSWORD
                       MOVE 'Y' TO WS-SIGNON-OK
                       MOVE OPERATOR-ROLE TO WS-OPERATOR-ROLE
                       IF OPERATOR-COMPANY NUMERIC
                           MOVE OPERATOR-COMPANY
                               TO WS-OPERATOR-COMPANY
                       END-IF
                       DISPLAY 'Signed On As ' WS-SIGNON-ID
                           ' (' OPERATOR-ROLE ')'
                       PERFORM STAMP-SIGNON-DATE
                   ELSE
                       DISPLAY 'Sign-On Rejected.'
                   END-IF

           CLOSE OPERATOR-FILE.

      *----------------------------------------------------------------
      *  Last sign-on date on the operator's record, and a SIGN ON
      *  entry on LOG.DAT.  A failed stamp does not block the
      *  sign-on; the log entry still dates it.
      *----------------------------------------------------------------
       STAMP-SIGNON-DATE.
           CALL 'GET-BUSINESS-DATE' USING WS-SIGNON-DATE
                                           WS-BUSDATE-FOUND
           IF NOT BUSINESS-DATE-FOUND
               ACCEPT WS-SIGNON-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-SIGNON-DATE TO OPERATOR-LAST-SIGNON
           REWRITE OPERATOR-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE 'SIGN ON' TO WS-LOG-ACTION-TYPE
           MOVE 'Operator Signed On' TO WS-LOG-DESCRIPTION
           CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                         WS-SIGNON-ID
                                         WS-LOG-DESCRIPTION.

       RECORD-SESSION.
           OPEN OUTPUT OPERATOR-SESSION-FILE
           IF SESSION-FILE-OK
               MOVE WS-SIGNON-ID      TO SIGNED-ON-OPERATOR
               MOVE WS-OPERATOR-ROLE  TO SIGNED-ON-ROLE
               MOVE WS-OPERATOR-COMPANY TO SIGNED-ON-COMPANY
               WRITE OPERATOR-SESSION-REC
               CLOSE OPERATOR-SESSION-FILE
           END-IF.
