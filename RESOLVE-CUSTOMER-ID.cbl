       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESOLVE-CUSTOMER-ID.

      *================================================================
      *  Callable forwarding lookup for customers retired by a
      *  duplicate merge.  The CUSTOMER-ID passed in is replaced by
      *  the surviving CUSTOMER-ID from CUSTOMER_MERGE.DAT, and the
      *  retired flag comes back 'Y', when the ID was merged away;
      *  a survivor later merged in its turn is followed on, up to
      *  ten hops.  An ID never merged (or no merge file on hand)
      *  comes back unchanged with the flag 'N'.  Intake and
      *  maintenance call this on a keyed or fed CUSTOMER-ID so an
      *  old reference lands on the borrower's live record.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MERGE-FILE ASSIGN TO 'CUSTOMER_MERGE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RETIRED-CUSTOMER-ID
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MERGE-FILE.
       COPY CUSTMERGEREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
           88  FILE-OK             VALUE '00'.
       01  WS-HOPS                PIC 9(2) COMP.
       01  WS-CHAIN-ENDED         PIC X.
           88  CHAIN-ENDED         VALUE 'Y'.

       LINKAGE SECTION.
       01  WS-RESOLVE-CUSTOMER-ID PIC 9(5).
       01  WS-CUSTOMER-RETIRED    PIC X.

       PROCEDURE DIVISION USING WS-RESOLVE-CUSTOMER-ID
                                 WS-CUSTOMER-RETIRED.

       MOVE 'N' TO WS-CUSTOMER-RETIRED

       OPEN INPUT CUSTOMER-MERGE-FILE
       IF FILE-OK
           MOVE ZERO TO WS-HOPS
           MOVE 'N' TO WS-CHAIN-ENDED
           PERFORM FOLLOW-ONE-POINTER
               UNTIL CHAIN-ENDED OR WS-HOPS > 9
           CLOSE CUSTOMER-MERGE-FILE
       END-IF

       GOBACK.

       FOLLOW-ONE-POINTER.
           ADD 1 TO WS-HOPS
           MOVE WS-RESOLVE-CUSTOMER-ID TO RETIRED-CUSTOMER-ID
           READ CUSTOMER-MERGE-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-CHAIN-ENDED
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUSTOMER-RETIRED
                   MOVE SURVIVING-CUSTOMER-ID
                       TO WS-RESOLVE-CUSTOMER-ID
           END-READ.
