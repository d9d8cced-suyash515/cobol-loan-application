       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-LEGAL-HOLD.

      *================================================================
      *  Callable legal-hold check.  Returns 'Y' and the matter
      *  number when LEGAL_HOLD.DAT has an OPEN hold on the loan or
      *  on its borrower.  RETENTION-PURGE, LOAN-ARCHIVE-PURGE and
      *  DEBT-SALE all CALL this before destroying, moving or
      *  selling a record, the same way CHECK-BANKRUPTCY-STAY gates
      *  collection activity -- once counsel says preserve, the
      *  batch must not be the thing that spoliates the evidence.
      *  A caller that does not have the borrower to hand passes a
      *  zero CUSTOMER-ID and the loan's owner is found on LOAN.DAT,
      *  or on LOAN_ARCHIVE.DAT for a loan already archived.  No
      *  legal-hold file on hand means no holds, so processing
      *  proceeds.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-HOLD-FILE ASSIGN TO 'LEGAL_HOLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY OF LEGAL-HOLD-REC
               FILE STATUS IS FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-REC
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF LOAN-REC
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT LOAN-ARCHIVE-FILE ASSIGN TO 'LOAN_ARCHIVE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-ARCHIVE-REC
               FILE STATUS IS LOAN-ARC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-HOLD-FILE.
       COPY LEGALHOLDREC.

       FD  LOAN-FILE.
       COPY LOANREC.

       FD  LOAN-ARCHIVE-FILE.
       COPY LOANREC REPLACING ==LOAN-REC== BY ==LOAN-ARCHIVE-REC==.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
           88  FILE-OK             VALUE '00'.
       01  LOAN-FILE-STATUS       PIC XX.
           88  LOAN-FILE-OK        VALUE '00'.
       01  LOAN-ARC-STATUS        PIC XX.
           88  LOAN-ARC-OK         VALUE '00'.
       01  WS-CUSTOMER-ID         PIC 9(5).
       01  WS-SCAN-SCOPE          PIC X.
       01  WS-SCAN-SUBJECT-ID     PIC 9(5).
       01  WS-END-OF-HOLDS        PIC X.
           88  END-OF-HOLDS        VALUE 'Y'.

       LINKAGE SECTION.
       01  WS-CHECK-LOAN-ID       PIC 9(5).
       01  WS-CHECK-CUSTOMER-ID   PIC 9(5).
       01  WS-HOLD-IN-FORCE       PIC X.
       01  WS-HOLD-MATTER         PIC X(15).

       PROCEDURE DIVISION USING WS-CHECK-LOAN-ID
                                 WS-CHECK-CUSTOMER-ID
                                 WS-HOLD-IN-FORCE
                                 WS-HOLD-MATTER.

       MOVE 'N' TO WS-HOLD-IN-FORCE
       MOVE SPACES TO WS-HOLD-MATTER

       OPEN INPUT LEGAL-HOLD-FILE
       IF NOT FILE-OK
           GOBACK
       END-IF

       MOVE WS-CHECK-CUSTOMER-ID TO WS-CUSTOMER-ID
       IF WS-CUSTOMER-ID = ZERO AND WS-CHECK-LOAN-ID > ZERO
           PERFORM FIND-LOAN-OWNER
       END-IF

       IF WS-CHECK-LOAN-ID > ZERO
           MOVE 'L' TO WS-SCAN-SCOPE
           MOVE WS-CHECK-LOAN-ID TO WS-SCAN-SUBJECT-ID
           PERFORM SCAN-SUBJECT-HOLDS
       END-IF
       IF WS-HOLD-IN-FORCE NOT = 'Y' AND WS-CUSTOMER-ID > ZERO
           MOVE 'C' TO WS-SCAN-SCOPE
           MOVE WS-CUSTOMER-ID TO WS-SCAN-SUBJECT-ID
           PERFORM SCAN-SUBJECT-HOLDS
       END-IF

       CLOSE LEGAL-HOLD-FILE

       GOBACK.

      *----------------------------------------------------------------
      *  Every matter row for one subject sits together under the
      *  key; any one still OPEN holds the subject.
      *----------------------------------------------------------------
       SCAN-SUBJECT-HOLDS.
           MOVE 'N' TO WS-END-OF-HOLDS
           MOVE WS-SCAN-SCOPE TO HOLD-SCOPE
           MOVE WS-SCAN-SUBJECT-ID TO HOLD-SUBJECT-ID
           MOVE SPACES TO HOLD-MATTER-NUMBER
           START LEGAL-HOLD-FILE KEY IS NOT LESS THAN
                   HOLD-KEY OF LEGAL-HOLD-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-HOLDS
           END-START
           PERFORM CHECK-NEXT-HOLD UNTIL END-OF-HOLDS.

       CHECK-NEXT-HOLD.
           READ LEGAL-HOLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-HOLDS
               NOT AT END
                   IF HOLD-SCOPE NOT = WS-SCAN-SCOPE
                      OR HOLD-SUBJECT-ID NOT = WS-SCAN-SUBJECT-ID
                       MOVE 'Y' TO WS-END-OF-HOLDS
                   ELSE
                       IF HOLD-OPEN
                           MOVE 'Y' TO WS-HOLD-IN-FORCE
                           MOVE HOLD-MATTER-NUMBER TO WS-HOLD-MATTER
                           MOVE 'Y' TO WS-END-OF-HOLDS
                       END-IF
                   END-IF
           END-READ.

       FIND-LOAN-OWNER.
           OPEN INPUT LOAN-FILE
           IF LOAN-FILE-OK
               MOVE WS-CHECK-LOAN-ID TO LOAN-ID OF LOAN-REC
               READ LOAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUSTOMER-ID OF LOAN-REC TO WS-CUSTOMER-ID
               END-READ
               CLOSE LOAN-FILE
           END-IF
           IF WS-CUSTOMER-ID = ZERO
               OPEN INPUT LOAN-ARCHIVE-FILE
               IF LOAN-ARC-OK
                   MOVE WS-CHECK-LOAN-ID
                       TO LOAN-ID OF LOAN-ARCHIVE-REC
                   READ LOAN-ARCHIVE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CUSTOMER-ID OF LOAN-ARCHIVE-REC
                               TO WS-CUSTOMER-ID
                   END-READ
                   CLOSE LOAN-ARCHIVE-FILE
               END-IF
           END-IF.
