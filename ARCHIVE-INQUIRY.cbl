      *  builds -- the LOAN-INQUIRY of the dead-records side.  One
      *  archived LOAN-ID shows the loan as it closed, its schedule
      *  row count and final rows, the escrow ledger as it stood,
      *  the collateral with its lien disposition, and every
      *  servicing note carried over with the loan -- so payoff
      *  history questions and lien research get answered without
      *  keeping dead records in the operational files.
      *================================================================
               ASSIGN TO 'COLLATERAL_ARCHIVE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLLATERAL-KEY OF COLLATERAL-REC
               FILE STATUS IS COLLATERAL-ARC-STATUS.

           SELECT NOTE-ARCHIVE-FILE ASSIGN TO 'LOAN_NOTE_ARCHIVE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTE-KEY OF LOAN-NOTE-REC
               FILE STATUS IS NOTE-ARC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-ARCHIVE-FILE.
       FD  COLLATERAL-ARCHIVE-FILE.
       COPY COLLATERALREC.

       FD  NOTE-ARCHIVE-FILE.
       COPY LOANNOTEREC.

       WORKING-STORAGE SECTION.
       01  LOAN-ARC-STATUS         PIC XX.
           88  LOAN-ARC-OK          VALUE '00'.
           88  ESCROW-ARC-OK        VALUE '00'.
       01  COLLATERAL-ARC-STATUS   PIC XX.
           88  COLLATERAL-ARC-OK    VALUE '00'.
       01  NOTE-ARC-STATUS         PIC XX.
           88  NOTE-ARC-OK          VALUE '00'.

       01  WS-END-OF-SCHEDULE      PIC X VALUE 'N'.
           88  END-OF-SCHEDULE      VALUE 'Y'.
       01  WS-END-OF-NOTES         PIC X VALUE 'N'.
           88  END-OF-NOTES         VALUE 'Y'.
       01  WS-END-OF-COLLATERAL    PIC X VALUE 'N'.
           88  END-OF-COLLATERAL    VALUE 'Y'.
       01  WS-ITEM-COUNT           PIC 9(3) COMP VALUE ZERO.
       01  WS-NOTE-COUNT           PIC 9(5) COMP VALUE ZERO.
       01  WS-LINE-IX              PIC 9 COMP.

       01  WS-LOAN-ID              PIC 9(5).
       01  WS-ROW-COUNT            PIC 9(5) COMP VALUE ZERO.
       PERFORM SHOW-ARCHIVED-SCHEDULE
       PERFORM SHOW-ARCHIVED-ESCROW
       PERFORM SHOW-ARCHIVED-COLLATERAL
       PERFORM SHOW-ARCHIVED-NOTES

       DISPLAY '============================================'

           OPEN INPUT COLLATERAL-ARCHIVE-FILE
           IF COLLATERAL-ARC-OK
               MOVE WS-LOAN-ID TO LOAN-ID OF COLLATERAL-REC
               MOVE ZERO TO COLLATERAL-SEQ
               START COLLATERAL-ARCHIVE-FILE KEY IS NOT LESS THAN
                       COLLATERAL-KEY OF COLLATERAL-REC
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-COLLATERAL
               END-START
               PERFORM SHOW-NEXT-ARCHIVED-ITEM
                   UNTIL END-OF-COLLATERAL
               CLOSE COLLATERAL-ARCHIVE-FILE
           END-IF
           IF WS-ITEM-COUNT = ZERO
               DISPLAY 'Collateral     : None Archived'
           END-IF.

       SHOW-NEXT-ARCHIVED-ITEM.
           READ COLLATERAL-ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-COLLATERAL
               NOT AT END
                   IF LOAN-ID OF COLLATERAL-REC NOT = WS-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-COLLATERAL
                   ELSE
                       ADD 1 TO WS-ITEM-COUNT
                       DISPLAY 'Collateral ' COLLATERAL-SEQ
                           '  : ' COLLATERAL-DESC
                       DISPLAY 'Lien Status    : ' LIEN-STATUS
                           ' Released ' LIEN-RELEASE-DATE
                   END-IF
           END-READ.

       SHOW-ARCHIVED-NOTES.
           DISPLAY 'Servicing Notes:'
           OPEN INPUT NOTE-ARCHIVE-FILE
           IF NOTE-ARC-OK
               MOVE WS-LOAN-ID TO LOAN-ID OF LOAN-NOTE-REC
               MOVE ZERO TO NOTE-SEQ
               START NOTE-ARCHIVE-FILE KEY IS NOT LESS THAN
                       NOTE-KEY OF LOAN-NOTE-REC
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-NOTES
               END-START
               PERFORM SHOW-NEXT-ARCHIVED-NOTE
                   UNTIL END-OF-NOTES
               CLOSE NOTE-ARCHIVE-FILE
           END-IF
           IF WS-NOTE-COUNT = ZERO
               DISPLAY '  (No Notes Archived)'
           END-IF.

       SHOW-NEXT-ARCHIVED-NOTE.
           READ NOTE-ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-NOTES
               NOT AT END
                   IF LOAN-ID OF LOAN-NOTE-REC NOT = WS-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-NOTES
                   ELSE
                       ADD 1 TO WS-NOTE-COUNT
                       DISPLAY '  ' NOTE-DATE ' ' NOTE-TIME ' '
                           NOTE-CATEGORY ' ' NOTE-OPERATOR
                       PERFORM SHOW-ONE-NOTE-LINE
                           VARYING WS-LINE-IX FROM 1 BY 1
                           UNTIL WS-LINE-IX > NOTE-LINE-COUNT
                   END-IF
           END-READ.

       SHOW-ONE-NOTE-LINE.
           DISPLAY '    ' NOTE-LINE (WS-LINE-IX).
