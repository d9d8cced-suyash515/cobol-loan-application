       IDENTIFICATION DIVISION.
       PROGRAM-ID. GET-COLLATERAL-VALUE.

      *================================================================
      *  Callable combined-collateral lookup.  Given a LOAN-ID,
      *  totals the items on COLLATERAL.DAT that still secure the
      *  loan (ITEM-ACTIVE) -- a loan on two vehicles, or a mortgage
      *  with additional parcels, is measured on what all of them
      *  are worth together.  Returns the combined current appraised
      *  value, the combined origination value (each item's
      *  ORIG-APPRAISED-VALUE, or its appraised value where the
      *  revaluation batch has not frozen one yet), and how many
      *  items went into the totals.  Substituted, released,
      *  repossessed and proposed items are left out.  Everything
      *  comes back zero for an unsecured loan or when the file is
      *  not there; the caller tells the two apart by item count.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLATERAL-FILE ASSIGN TO 'COLLATERAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLLATERAL-KEY OF COLLATERAL-REC
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLATERAL-FILE.
       COPY COLLATERALREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
           88  FILE-OK             VALUE '00'.
       01  WS-END-OF-ITEMS        PIC X VALUE 'N'.
           88  END-OF-ITEMS        VALUE 'Y'.

       LINKAGE SECTION.
       01  WS-CV-LOAN-ID          PIC 9(5).
       01  WS-CV-VALUE            PIC 9(9)V99.
       01  WS-CV-ORIG-VALUE       PIC 9(9)V99.
       01  WS-CV-ITEM-COUNT       PIC 9(3).

       PROCEDURE DIVISION USING WS-CV-LOAN-ID
                                 WS-CV-VALUE
                                 WS-CV-ORIG-VALUE
                                 WS-CV-ITEM-COUNT.

       MOVE ZERO TO WS-CV-VALUE
       MOVE ZERO TO WS-CV-ORIG-VALUE
       MOVE ZERO TO WS-CV-ITEM-COUNT
       OPEN INPUT COLLATERAL-FILE
       IF FILE-OK
           MOVE 'N' TO WS-END-OF-ITEMS
           MOVE WS-CV-LOAN-ID TO LOAN-ID OF COLLATERAL-REC
           MOVE ZERO TO COLLATERAL-SEQ
           START COLLATERAL-FILE KEY IS NOT LESS THAN
                   COLLATERAL-KEY OF COLLATERAL-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-ITEMS
           END-START
           PERFORM ADD-NEXT-ITEM UNTIL END-OF-ITEMS
           CLOSE COLLATERAL-FILE
       END-IF

       GOBACK.

       ADD-NEXT-ITEM.
           READ COLLATERAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-ITEMS
               NOT AT END
                   IF LOAN-ID OF COLLATERAL-REC NOT = WS-CV-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-ITEMS
                   ELSE
                       IF ITEM-ACTIVE
                           ADD 1 TO WS-CV-ITEM-COUNT
                           ADD APPRAISED-VALUE TO WS-CV-VALUE
                           IF ORIG-APPRAISED-VALUE > ZERO
                               ADD ORIG-APPRAISED-VALUE
                                   TO WS-CV-ORIG-VALUE
                           ELSE
                               ADD APPRAISED-VALUE
                                   TO WS-CV-ORIG-VALUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.
