       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADD-LOAN-NOTE.

      *================================================================
      *  Callable servicing-note entry for LOAN-INQUIRY and
      *  COLLECTOR-WORKQUEUE.  Prompts for the note category --
      *  CALL, CORRESPONDENCE, COLLECTIONS or ESCALATION; a blank
      *  entry takes the caller's default -- and up to five lines of
      *  free text, a blank line ending the note.  The note is
      *  stamped with the signed-on operator, the date and the time
      *  and written to LOAN_NOTE.DAT under the loan's next
      *  sequence number.  There is no change or delete: a note
      *  once saved stands, and a correction is a later note.
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
           88  FILE-NOT-FOUND      VALUE '35'.
       01  WS-END-OF-NOTES        PIC X.
           88  END-OF-NOTES        VALUE 'Y'.
       01  WS-LAST-SEQ            PIC 9(5).
       01  WS-TIME-OF-DAY         PIC 9(8).
       01  WS-USER-ID             PIC X(10).
       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.
       01  WS-NOTE-ENDED          PIC X.
           88  NOTE-ENDED          VALUE 'Y'.
       01  WS-KEYED-LINE          PIC X(60).
       01  WS-LINE-IX             PIC 9 COMP.

      *  Note as keyed, held until the next sequence is known.
       01  WS-NOTE-CATEGORY       PIC X(14).
           88  KEYED-CATEGORY-VALID VALUE 'CALL' 'CORRESPONDENCE'
                                          'COLLECTIONS' 'ESCALATION'.
       01  WS-NOTE-LINE-COUNT     PIC 9.
       01  WS-NOTE-TEXT.
           05  WS-NOTE-LINE       PIC X(60) OCCURS 5 TIMES.

       LINKAGE SECTION.
       01  WS-NOTE-LOAN-ID        PIC 9(5).
       01  WS-DEFAULT-CATEGORY    PIC X(14).

       PROCEDURE DIVISION USING WS-NOTE-LOAN-ID
                                 WS-DEFAULT-CATEGORY.

       MOVE SPACES TO WS-NOTE-CATEGORY
       DISPLAY 'Note Category (CALL/CORRESPONDENCE/COLLECTIONS/'
           'ESCALATION), Blank For ' WS-DEFAULT-CATEGORY ': '
       ACCEPT WS-NOTE-CATEGORY
       IF WS-NOTE-CATEGORY = SPACES
           MOVE WS-DEFAULT-CATEGORY TO WS-NOTE-CATEGORY
       END-IF
       IF NOT KEYED-CATEGORY-VALID
           DISPLAY 'Invalid Note Category: ' WS-NOTE-CATEGORY
               ' - Note Not Saved.'
           GOBACK
       END-IF

       DISPLAY 'Enter Note Text, Up To 5 Lines (Blank Line Ends):'
       MOVE SPACES TO WS-NOTE-TEXT
       MOVE ZERO TO WS-NOTE-LINE-COUNT
       MOVE 'N' TO WS-NOTE-ENDED
       PERFORM ACCEPT-NOTE-LINE
           VARYING WS-LINE-IX FROM 1 BY 1
           UNTIL WS-LINE-IX > 5 OR NOTE-ENDED
       IF WS-NOTE-LINE-COUNT = ZERO
           DISPLAY 'No Note Text Entered - Note Not Saved.'
           GOBACK
       END-IF

       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
                                       WS-SIGNON-FOUND
       IF NOT SIGNON-FOUND
           DISPLAY 'Enter Your User ID: '
           ACCEPT WS-USER-ID
       END-IF

       OPEN I-O LOAN-NOTE-FILE
       IF FILE-NOT-FOUND
           OPEN OUTPUT LOAN-NOTE-FILE
           CLOSE LOAN-NOTE-FILE
           OPEN I-O LOAN-NOTE-FILE
       END-IF
       IF NOT FILE-OK
           DISPLAY 'Error Opening LOAN-NOTE-FILE - Note Not Saved.'
           GOBACK
       END-IF

       PERFORM FIND-LAST-NOTE-SEQ

       MOVE WS-NOTE-LOAN-ID    TO LOAN-ID OF LOAN-NOTE-REC
       COMPUTE NOTE-SEQ = WS-LAST-SEQ + 1
       MOVE WS-NOTE-CATEGORY   TO NOTE-CATEGORY
       MOVE WS-USER-ID         TO NOTE-OPERATOR
       MOVE WS-NOTE-LINE-COUNT TO NOTE-LINE-COUNT
       MOVE WS-NOTE-TEXT       TO NOTE-TEXT
       ACCEPT NOTE-DATE FROM DATE YYYYMMDD
       ACCEPT WS-TIME-OF-DAY FROM TIME
       MOVE WS-TIME-OF-DAY(1:6) TO NOTE-TIME

       WRITE LOAN-NOTE-REC
           INVALID KEY
               DISPLAY 'Error Writing Note - Note Not Saved.'
           NOT INVALID KEY
               DISPLAY 'Note ' NOTE-SEQ ' Saved For Loan '
                   WS-NOTE-LOAN-ID
       END-WRITE

       CLOSE LOAN-NOTE-FILE

       GOBACK.

       ACCEPT-NOTE-LINE.
           MOVE SPACES TO WS-KEYED-LINE
           ACCEPT WS-KEYED-LINE
           IF WS-KEYED-LINE = SPACES
               MOVE 'Y' TO WS-NOTE-ENDED
           ELSE
               ADD 1 TO WS-NOTE-LINE-COUNT
               MOVE WS-KEYED-LINE TO WS-NOTE-LINE (WS-NOTE-LINE-COUNT)
           END-IF.

       FIND-LAST-NOTE-SEQ.
           MOVE ZERO TO WS-LAST-SEQ
           MOVE 'N' TO WS-END-OF-NOTES
           MOVE WS-NOTE-LOAN-ID TO LOAN-ID OF LOAN-NOTE-REC
           MOVE ZERO TO NOTE-SEQ
           START LOAN-NOTE-FILE KEY IS NOT LESS THAN
                   NOTE-KEY OF LOAN-NOTE-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-NOTES
           END-START
           PERFORM CHECK-NEXT-NOTE UNTIL END-OF-NOTES.

       CHECK-NEXT-NOTE.
           READ LOAN-NOTE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-NOTES
               NOT AT END
                   IF LOAN-ID OF LOAN-NOTE-REC NOT = WS-NOTE-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-NOTES
                   ELSE
                       MOVE NOTE-SEQ TO WS-LAST-SEQ
                   END-IF
           END-READ.
