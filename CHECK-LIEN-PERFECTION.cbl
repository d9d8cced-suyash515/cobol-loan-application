       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-LIEN-PERFECTION.

      *================================================================
      *  Callable lien-perfection check.  Returns 'N', with the
      *  document still owed, when TRAILING_DOC.DAT has a lien
      *  document (recorded mortgage, DMV title) for the loan that
      *  has not come back -- our security interest is not yet
      *  perfected, and the loan cannot be conveyed: DEBT-SALE and
      *  INVESTOR-FILE participations both CALL this before selling,
      *  the same way they consult CHECK-LEGAL-HOLD.  A loan with no
      *  trailing documents (unsecured, or funded before the file
      *  existed), or no trailing-document file on hand, is treated
      *  as perfected.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAILING-DOC-FILE ASSIGN TO 'TRAILING_DOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAIL-KEY OF TRAILING-DOC-REC
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAILING-DOC-FILE.
       COPY TRAILDOCREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
           88  FILE-OK             VALUE '00'.
       01  WS-END-OF-DOCS         PIC X.
           88  END-OF-DOCS         VALUE 'Y'.

       LINKAGE SECTION.
       01  WS-CHECK-LOAN-ID       PIC 9(5).
       01  WS-LIEN-PERFECTED      PIC X.
       01  WS-LIEN-DOC-OWED       PIC X(15).

       PROCEDURE DIVISION USING WS-CHECK-LOAN-ID
                                 WS-LIEN-PERFECTED
                                 WS-LIEN-DOC-OWED.

       MOVE 'Y' TO WS-LIEN-PERFECTED
       MOVE SPACES TO WS-LIEN-DOC-OWED

       OPEN INPUT TRAILING-DOC-FILE
       IF FILE-OK
           MOVE 'N' TO WS-END-OF-DOCS
           MOVE WS-CHECK-LOAN-ID TO LOAN-ID OF TRAILING-DOC-REC
           MOVE SPACES TO TRAIL-DOC-TYPE
           START TRAILING-DOC-FILE KEY IS NOT LESS THAN
                   TRAIL-KEY OF TRAILING-DOC-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-DOCS
           END-START
           PERFORM CHECK-NEXT-DOCUMENT UNTIL END-OF-DOCS
           CLOSE TRAILING-DOC-FILE
       END-IF

       GOBACK.

       CHECK-NEXT-DOCUMENT.
           READ TRAILING-DOC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-DOCS
               NOT AT END
                   IF LOAN-ID OF TRAILING-DOC-REC = WS-CHECK-LOAN-ID
                       IF LIEN-DOCUMENT AND TRAIL-OUTSTANDING
                           MOVE 'N' TO WS-LIEN-PERFECTED
                           MOVE TRAIL-DOC-TYPE TO WS-LIEN-DOC-OWED
                           MOVE 'Y' TO WS-END-OF-DOCS
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-END-OF-DOCS
                   END-IF
           END-READ.
