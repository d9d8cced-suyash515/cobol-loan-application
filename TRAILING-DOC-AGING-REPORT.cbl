       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAILING-DOC-AGING-REPORT.

      *================================================================
      *  Weekly aging of the post-closing trailing documents still
      *  outstanding on TRAILING_DOC.DAT, as of the business date.
      *  Each outstanding document is listed with the loan, the
      *  selling dealer and closing agent who owe it, its due date
      *  and how far past due it is; then, per dealer and closing
      *  agent, the count outstanding, the count past due by bucket
      *  (1-30, 31-60, 61-90, over 90 days) and how many of them are
      *  lien documents -- loans that cannot be sold until the paper
      *  comes back.  Days are the approximate 30/360 day numbers the
      *  other aging reports use.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAILING-DOC-FILE ASSIGN TO 'TRAILING_DOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAIL-KEY OF TRAILING-DOC-REC
               FILE STATUS IS TRAIL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAILING-DOC-FILE.
       COPY TRAILDOCREC.

       WORKING-STORAGE SECTION.
       01  TRAIL-FILE-STATUS       PIC XX.
           88  TRAIL-FILE-OK        VALUE '00'.

       01  WS-END-OF-DOCS          PIC X VALUE 'N'.
           88  END-OF-DOCS          VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-BUSDATE-FOUND        PIC X.
           88  BUSINESS-DATE-FOUND  VALUE 'Y'.

      *  Approximate day numbers (30-day months, 360-day years), the
      *  same measure the aging reports use.
       01  WS-DATE-WORK            PIC 9(8).
       01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DATE-YEAR        PIC 9(4).
           05  WS-DATE-MONTH       PIC 9(2).
           05  WS-DATE-DAY         PIC 9(2).
       01  WS-DAY-NUMBER           PIC 9(7).
       01  WS-RUN-DAY-NUMBER       PIC 9(7).
       01  WS-DAYS-PAST-DUE        PIC S9(7).

      *  Outstanding documents per dealer and closing agent.
       01  WS-AGENT-TABLE.
           05  WS-AG-ENTRY OCCURS 300 TIMES.
               10  WS-AG-DEALER-ID     PIC 9(5).
               10  WS-AG-AGENT         PIC X(30).
               10  WS-AG-OUTSTANDING   PIC 9(5) COMP.
               10  WS-AG-PAST-DUE      PIC 9(5) COMP.
               10  WS-AG-30            PIC 9(5) COMP.
               10  WS-AG-60            PIC 9(5) COMP.
               10  WS-AG-90            PIC 9(5) COMP.
               10  WS-AG-OVER-90       PIC 9(5) COMP.
               10  WS-AG-LIENS         PIC 9(5) COMP.
       01  WS-AGENT-ENTRIES        PIC 9(3) COMP VALUE ZERO.
       01  WS-AG-IX                PIC 9(3) COMP.
       01  WS-HIT-IX               PIC 9(3) COMP.
       01  WS-ENTRY-FOUND          PIC X.
           88  ENTRY-FOUND          VALUE 'Y'.
       01  WS-AGENT-FULL-COUNT     PIC 9(5) COMP VALUE ZERO.

       01  WS-TOT-OUTSTANDING      PIC 9(5) COMP VALUE ZERO.
       01  WS-TOT-PAST-DUE         PIC 9(5) COMP VALUE ZERO.
       01  WS-TOT-LIENS            PIC 9(5) COMP VALUE ZERO.
       01  WS-TOT-LIENS-PAST-DUE   PIC 9(5) COMP VALUE ZERO.

       01  WS-AGING-FLAG           PIC X(8).
       01  WS-EDIT-COUNT           PIC Z(4)9.
       01  WS-EDIT-COUNT-2         PIC Z(4)9.
       01  WS-EDIT-COUNT-3         PIC Z(4)9.
       01  WS-EDIT-COUNT-4         PIC Z(4)9.
       01  WS-EDIT-DAYS            PIC -(6)9.

       PROCEDURE DIVISION.

       CALL 'GET-BUSINESS-DATE' USING WS-RUN-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
       END-IF

       MOVE WS-RUN-DATE TO WS-DATE-WORK
       PERFORM COMPUTE-DAY-NUMBER
       MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER

       DISPLAY '============================================'
       DISPLAY '  TRAILING DOCUMENT AGING ' WS-RUN-DATE
       DISPLAY '============================================'

       OPEN INPUT TRAILING-DOC-FILE
       IF NOT TRAIL-FILE-OK
           DISPLAY 'No Trailing Documents On File.'
           DISPLAY '============================================'
           STOP RUN
       END-IF

       DISPLAY ' '
       DISPLAY 'OUTSTANDING DOCUMENTS'
       PERFORM AGE-NEXT-DOCUMENT UNTIL END-OF-DOCS
       CLOSE TRAILING-DOC-FILE

       DISPLAY ' '
       DISPLAY 'BY DEALER AND CLOSING AGENT'
       PERFORM PRINT-AGENT-LINE
           VARYING WS-AG-IX FROM 1 BY 1
           UNTIL WS-AG-IX > WS-AGENT-ENTRIES

       DISPLAY ' '
       DISPLAY '--------------------------------------------'
       MOVE WS-TOT-OUTSTANDING TO WS-EDIT-COUNT
       DISPLAY 'Documents Outstanding : ' WS-EDIT-COUNT
       MOVE WS-TOT-PAST-DUE TO WS-EDIT-COUNT
       DISPLAY 'Past Due              : ' WS-EDIT-COUNT
       MOVE WS-TOT-LIENS TO WS-EDIT-COUNT
       DISPLAY 'Unperfected Liens     : ' WS-EDIT-COUNT
       MOVE WS-TOT-LIENS-PAST-DUE TO WS-EDIT-COUNT
       DISPLAY '  Of Which Past Due   : ' WS-EDIT-COUNT
       IF WS-AGENT-FULL-COUNT > ZERO
           MOVE WS-AGENT-FULL-COUNT TO WS-EDIT-COUNT
           DISPLAY 'WARNING: Agent Table Full - ' WS-EDIT-COUNT
               ' Documents Left Out Of The Agent Totals.'
       END-IF
       DISPLAY '============================================'

       STOP RUN.

       AGE-NEXT-DOCUMENT.
           READ TRAILING-DOC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-DOCS
               NOT AT END
                   IF TRAIL-OUTSTANDING
                       PERFORM AGE-THIS-DOCUMENT
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  A document not yet at its due date is outstanding but not
      *  late; it still counts against the agent and, if it is the
      *  lien document, as an unperfected lien.
      *----------------------------------------------------------------
       AGE-THIS-DOCUMENT.
           MOVE TRAIL-DUE-DATE TO WS-DATE-WORK
           PERFORM COMPUTE-DAY-NUMBER
           COMPUTE WS-DAYS-PAST-DUE =
               WS-RUN-DAY-NUMBER - WS-DAY-NUMBER

           IF WS-DAYS-PAST-DUE > ZERO
               MOVE 'PAST DUE' TO WS-AGING-FLAG
           ELSE
               MOVE 'NOT DUE' TO WS-AGING-FLAG
           END-IF
           MOVE WS-DAYS-PAST-DUE TO WS-EDIT-DAYS
           DISPLAY '  Loan ' LOAN-ID OF TRAILING-DOC-REC
               ' ' TRAIL-DOC-TYPE ' ' TRAIL-LOAN-TYPE
               ' ' TRAIL-STATE
           DISPLAY '    Dealer ' TRAIL-DEALER-ID
               ' Agent ' CLOSING-AGENT
           DISPLAY '    Funded ' TRAIL-FUNDED-DATE
               ' Due ' TRAIL-DUE-DATE
               ' ' WS-AGING-FLAG WS-EDIT-DAYS ' Days'
           IF LIEN-DOCUMENT
               DISPLAY '    *** LIEN NOT PERFECTED - LOAN NOT '
                   'SALEABLE ***'
           END-IF

           ADD 1 TO WS-TOT-OUTSTANDING
           IF WS-DAYS-PAST-DUE > ZERO
               ADD 1 TO WS-TOT-PAST-DUE
           END-IF
           IF LIEN-DOCUMENT
               ADD 1 TO WS-TOT-LIENS
               IF WS-DAYS-PAST-DUE > ZERO
                   ADD 1 TO WS-TOT-LIENS-PAST-DUE
               END-IF
           END-IF

           PERFORM FIND-AGENT-ENTRY
           IF WS-HIT-IX > ZERO
               PERFORM ADD-TO-AGENT-ENTRY
           END-IF.

       ADD-TO-AGENT-ENTRY.
           ADD 1 TO WS-AG-OUTSTANDING (WS-HIT-IX)
           IF LIEN-DOCUMENT
               ADD 1 TO WS-AG-LIENS (WS-HIT-IX)
           END-IF
           IF WS-DAYS-PAST-DUE > ZERO
               ADD 1 TO WS-AG-PAST-DUE (WS-HIT-IX)
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE > 90
                   ADD 1 TO WS-AG-OVER-90 (WS-HIT-IX)
               WHEN WS-DAYS-PAST-DUE > 60
                   ADD 1 TO WS-AG-90 (WS-HIT-IX)
               WHEN WS-DAYS-PAST-DUE > 30
                   ADD 1 TO WS-AG-60 (WS-HIT-IX)
               WHEN WS-DAYS-PAST-DUE > ZERO
                   ADD 1 TO WS-AG-30 (WS-HIT-IX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *  Find (or open) the dealer / closing agent row.
      *----------------------------------------------------------------
       FIND-AGENT-ENTRY.
           MOVE ZERO TO WS-HIT-IX
           MOVE 'N' TO WS-ENTRY-FOUND
           PERFORM MATCH-ONE-AGENT
               VARYING WS-AG-IX FROM 1 BY 1
               UNTIL WS-AG-IX > WS-AGENT-ENTRIES
                  OR ENTRY-FOUND
           IF WS-HIT-IX = ZERO
               IF WS-AGENT-ENTRIES < 300
                   ADD 1 TO WS-AGENT-ENTRIES
                   MOVE WS-AGENT-ENTRIES TO WS-HIT-IX
                   MOVE TRAIL-DEALER-ID TO WS-AG-DEALER-ID (WS-HIT-IX)
                   MOVE CLOSING-AGENT TO WS-AG-AGENT (WS-HIT-IX)
                   MOVE ZERO TO WS-AG-OUTSTANDING (WS-HIT-IX)
                   MOVE ZERO TO WS-AG-PAST-DUE (WS-HIT-IX)
                   MOVE ZERO TO WS-AG-30 (WS-HIT-IX)
                   MOVE ZERO TO WS-AG-60 (WS-HIT-IX)
                   MOVE ZERO TO WS-AG-90 (WS-HIT-IX)
                   MOVE ZERO TO WS-AG-OVER-90 (WS-HIT-IX)
                   MOVE ZERO TO WS-AG-LIENS (WS-HIT-IX)
               ELSE
                   ADD 1 TO WS-AGENT-FULL-COUNT
               END-IF
           END-IF.

       MATCH-ONE-AGENT.
           IF WS-AG-DEALER-ID (WS-AG-IX) = TRAIL-DEALER-ID
              AND WS-AG-AGENT (WS-AG-IX) = CLOSING-AGENT
               MOVE WS-AG-IX TO WS-HIT-IX
               MOVE 'Y' TO WS-ENTRY-FOUND
           END-IF.

       PRINT-AGENT-LINE.
           MOVE WS-AG-OUTSTANDING (WS-AG-IX) TO WS-EDIT-COUNT
           MOVE WS-AG-PAST-DUE (WS-AG-IX) TO WS-EDIT-COUNT-2
           MOVE WS-AG-LIENS (WS-AG-IX) TO WS-EDIT-COUNT-3
           DISPLAY '  Dealer ' WS-AG-DEALER-ID (WS-AG-IX)
               ' Agent ' WS-AG-AGENT (WS-AG-IX)
           DISPLAY '    Outstanding ' WS-EDIT-COUNT
               '  Past Due ' WS-EDIT-COUNT-2
               '  Lien Documents ' WS-EDIT-COUNT-3
           MOVE WS-AG-30 (WS-AG-IX) TO WS-EDIT-COUNT
           MOVE WS-AG-60 (WS-AG-IX) TO WS-EDIT-COUNT-2
           MOVE WS-AG-90 (WS-AG-IX) TO WS-EDIT-COUNT-3
           MOVE WS-AG-OVER-90 (WS-AG-IX) TO WS-EDIT-COUNT-4
           DISPLAY '    1-30 ' WS-EDIT-COUNT
               '  31-60 ' WS-EDIT-COUNT-2
               '  61-90 ' WS-EDIT-COUNT-3
               '  Over 90 ' WS-EDIT-COUNT-4.

       COMPUTE-DAY-NUMBER.
           COMPUTE WS-DAY-NUMBER =
               WS-DATE-YEAR * 360
               + WS-DATE-MONTH * 30
               + WS-DATE-DAY.
