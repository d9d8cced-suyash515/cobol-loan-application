       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHOW-LOAN-NOTES.

      *================================================================
      *  Callable display of a loan's most recent servicing notes
      *  from LOAN_NOTE.DAT, for LOAN-INQUIRY and COLLECTOR-
      *  WORKQUEUE.  The caller passes how many notes it wants; the
      *  same two-pass trick LOAN-INQUIRY uses for transactions
      *  counts the loan's notes, then shows only the last ones,
      *  oldest of them first.  Each note shows its date, time,
      *  category and operator over its lines of text.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-NOTE-FILE ASSIGN TO 'LOAN_NOTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTE-KEY OF LOAN-NOTE-REC
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-NOTE-FILE.
       COPY LOANNOTEREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
           88  FILE-OK             VALUE '00'.
       01  WS-END-OF-NOTES        PIC X.
           88  END-OF-NOTES        VALUE 'Y'.
       01  WS-NOTE-MATCH-COUNT    PIC 9(5) COMP.
       01  WS-NOTE-SEEN-COUNT     PIC 9(5) COMP.
       01  WS-NOTE-SKIP-COUNT     PIC 9(5) COMP.
       01  WS-LINE-IX             PIC 9 COMP.

       LINKAGE SECTION.
       01  WS-SHOW-LOAN-ID        PIC 9(5).
       01  WS-SHOW-LIMIT          PIC 9(3).

       PROCEDURE DIVISION USING WS-SHOW-LOAN-ID
                                 WS-SHOW-LIMIT.

       MOVE ZERO TO WS-NOTE-MATCH-COUNT
       MOVE ZERO TO WS-NOTE-SEEN-COUNT
       MOVE 'N' TO WS-END-OF-NOTES
       OPEN INPUT LOAN-NOTE-FILE
       IF FILE-OK
           PERFORM START-AT-LOAN-NOTES
           PERFORM COUNT-NEXT-NOTE UNTIL END-OF-NOTES
           CLOSE LOAN-NOTE-FILE
       END-IF

       DISPLAY 'Servicing Notes:'
       IF WS-NOTE-MATCH-COUNT = ZERO
           DISPLAY '  (No Notes On File)'
       ELSE
           IF WS-NOTE-MATCH-COUNT > WS-SHOW-LIMIT
               COMPUTE WS-NOTE-SKIP-COUNT =
                   WS-NOTE-MATCH-COUNT - WS-SHOW-LIMIT
           ELSE
               MOVE ZERO TO WS-NOTE-SKIP-COUNT
           END-IF
           MOVE 'N' TO WS-END-OF-NOTES
           OPEN INPUT LOAN-NOTE-FILE
           IF FILE-OK
               PERFORM START-AT-LOAN-NOTES
               PERFORM SHOW-NEXT-NOTE UNTIL END-OF-NOTES
               CLOSE LOAN-NOTE-FILE
           END-IF
       END-IF

       GOBACK.

       START-AT-LOAN-NOTES.
           MOVE WS-SHOW-LOAN-ID TO LOAN-ID OF LOAN-NOTE-REC
           MOVE ZERO TO NOTE-SEQ
           START LOAN-NOTE-FILE KEY IS NOT LESS THAN
                   NOTE-KEY OF LOAN-NOTE-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-NOTES
           END-START.

       COUNT-NEXT-NOTE.
           READ LOAN-NOTE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-NOTES
               NOT AT END
                   IF LOAN-ID OF LOAN-NOTE-REC = WS-SHOW-LOAN-ID
                       ADD 1 TO WS-NOTE-MATCH-COUNT
                   ELSE
                       MOVE 'Y' TO WS-END-OF-NOTES
                   END-IF
           END-READ.

       SHOW-NEXT-NOTE.
           READ LOAN-NOTE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-NOTES
               NOT AT END
                   IF LOAN-ID OF LOAN-NOTE-REC = WS-SHOW-LOAN-ID
                       ADD 1 TO WS-NOTE-SEEN-COUNT
                       IF WS-NOTE-SEEN-COUNT > WS-NOTE-SKIP-COUNT
                           DISPLAY '  ' NOTE-DATE ' ' NOTE-TIME ' '
                               NOTE-CATEGORY ' ' NOTE-OPERATOR
                           PERFORM SHOW-ONE-NOTE-LINE
                               VARYING WS-LINE-IX FROM 1 BY 1
                               UNTIL WS-LINE-IX > NOTE-LINE-COUNT
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-END-OF-NOTES
                   END-IF
           END-READ.

       SHOW-ONE-NOTE-LINE.
           DISPLAY '    ' NOTE-LINE (WS-LINE-IX).
