       IDENTIFICATION DIVISION.
       PROGRAM-ID. POST-OPERATOR-RECERT.

      *================================================================
      *  Callable posting side of an operator access recertification
      *  decision on OPERATOR_RECERT.DAT.  Mode 'A' applies a PENDING
      *  change or revoke to OPERATOR.DAT: a change takes the new
      *  role, branch and company, a revoke deactivates the ID, and
      *  either stamps the operator's recertification date.  The row
      *  is stamped APPLIED with the approver.  Mode 'R' marks a
      *  PENDING row REJECTED and leaves the access as it stands.
      *  SUPERVISOR-APPROVAL calls it when it releases or rejects an
      *  OPERATOR RECERT item.
      *
      *  No one releases a change to their own access: an approver
      *  who is the operator being changed is refused and the row
      *  stays pending for another supervisor.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-RECERT-FILE
               ASSIGN TO 'OPERATOR_RECERT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECERT-KEY
               FILE STATUS IS RECERT-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO 'OPERATOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPERATOR-ID OF OPERATOR-REC
               FILE STATUS IS OPERATOR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-RECERT-FILE.
       COPY OPRECERTREC.

       FD  OPERATOR-FILE.
       COPY OPERATORREC.

       WORKING-STORAGE SECTION.
       01  RECERT-FILE-STATUS      PIC XX.
           88  RECERT-FILE-OK       VALUE '00'.
       01  OPERATOR-FILE-STATUS    PIC XX.
           88  OPERATOR-FILE-OK     VALUE '00'.

       01  WS-ROW-FOUND            PIC X.
           88  ROW-FOUND            VALUE 'Y'.
       01  WS-TODAY                PIC 9(8).
       01  WS-DATE-FOUND           PIC X.
           88  DATE-FOUND           VALUE 'Y'.

       01  WS-USER-ID              PIC A(10).
       01  WS-LOG-ACTION-TYPE      PIC A(20).
       01  WS-LOG-DESCRIPTION      PIC A(50).

       LINKAGE SECTION.
       01  WS-OR-MODE              PIC X.
           88  OR-APPLY             VALUE 'A'.
           88  OR-REJECT            VALUE 'R'.
       01  WS-OR-CYCLE-DATE        PIC 9(8).
       01  WS-OR-OPERATOR-ID       PIC X(10).
       01  WS-OR-APPROVED-BY       PIC X(10).
       01  WS-OR-DONE              PIC X.

       PROCEDURE DIVISION USING WS-OR-MODE
                                 WS-OR-CYCLE-DATE
                                 WS-OR-OPERATOR-ID
                                 WS-OR-APPROVED-BY
                                 WS-OR-DONE.

       MOVE 'N' TO WS-OR-DONE
       MOVE WS-OR-APPROVED-BY TO WS-USER-ID
       CALL 'GET-BUSINESS-DATE' USING WS-TODAY
                                       WS-DATE-FOUND
       IF NOT DATE-FOUND
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
       END-IF

       OPEN I-O OPERATOR-RECERT-FILE
       IF NOT RECERT-FILE-OK
           DISPLAY 'Error Opening OPERATOR-RECERT-FILE.'
           GOBACK
       END-IF

       MOVE 'N' TO WS-ROW-FOUND
       MOVE WS-OR-CYCLE-DATE  TO RECERT-CYCLE-DATE
       MOVE WS-OR-OPERATOR-ID TO RECERT-OPERATOR-ID
       READ OPERATOR-RECERT-FILE
           INVALID KEY
               DISPLAY 'Recertification Not Found: '
                   WS-OR-OPERATOR-ID ' Cycle ' WS-OR-CYCLE-DATE
           NOT INVALID KEY
               IF RECERT-PENDING
                   MOVE 'Y' TO WS-ROW-FOUND
               ELSE
                   DISPLAY 'Recertification Of ' WS-OR-OPERATOR-ID
                       ' Is Not Pending - Status ' RECERT-STATUS
               END-IF
       END-READ

       IF ROW-FOUND
           EVALUATE TRUE
               WHEN OR-APPLY
                   PERFORM APPLY-RECERT-DECISION
               WHEN OR-REJECT
                   PERFORM REJECT-RECERT-DECISION
               WHEN OTHER
                   DISPLAY 'Invalid Recertification Mode.'
           END-EVALUATE
       END-IF

       CLOSE OPERATOR-RECERT-FILE

       GOBACK.

       APPLY-RECERT-DECISION.
           IF WS-OR-APPROVED-BY = RECERT-OPERATOR-ID
               DISPLAY 'You Cannot Release A Change To Your Own '
                   'Access.'
           ELSE
               OPEN I-O OPERATOR-FILE
               IF NOT OPERATOR-FILE-OK
                   DISPLAY 'Error Opening OPERATOR-FILE.'
               ELSE
                   PERFORM UPDATE-OPERATOR-ACCESS
                   CLOSE OPERATOR-FILE
               END-IF
           END-IF.

       UPDATE-OPERATOR-ACCESS.
           MOVE RECERT-OPERATOR-ID TO OPERATOR-ID OF OPERATOR-REC
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY 'Operator Not Found: ' RECERT-OPERATOR-ID
               NOT INVALID KEY
                   IF DECISION-REVOKE
                       MOVE 'I'     TO OPERATOR-STATUS
                       MOVE WS-TODAY TO OPERATOR-STATUS-DATE
                       MOVE 'Access Revoked On Recertification'
                           TO WS-LOG-DESCRIPTION
                   ELSE
                       MOVE RECERT-NEW-ROLE    TO OPERATOR-ROLE
                       MOVE RECERT-NEW-BRANCH  TO OPERATOR-BRANCH
                       MOVE RECERT-NEW-COMPANY TO OPERATOR-COMPANY
                       MOVE 'Access Changed On Recertification'
                           TO WS-LOG-DESCRIPTION
                   END-IF
                   MOVE WS-TODAY TO OPERATOR-LAST-CERT-DATE
                   REWRITE OPERATOR-REC
                       INVALID KEY
                           DISPLAY 'Error Updating Operator.'
                       NOT INVALID KEY
                           PERFORM MARK-ROW-APPLIED
                   END-REWRITE
           END-READ.

       MARK-ROW-APPLIED.
           MOVE 'APPLIED'          TO RECERT-STATUS
           MOVE WS-OR-APPROVED-BY  TO RECERT-APPLIED-BY
           MOVE WS-TODAY           TO RECERT-APPLIED-DATE
           REWRITE OPERATOR-RECERT-REC
               INVALID KEY
                   DISPLAY 'Error Updating Recertification.'
               NOT INVALID KEY
                   MOVE 'Y' TO WS-OR-DONE
                   DISPLAY 'Operator ' RECERT-OPERATOR-ID ' - '
                       WS-LOG-DESCRIPTION
                   MOVE 'OPERATOR RECERT' TO WS-LOG-ACTION-TYPE
                   CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                                 WS-USER-ID
                                                 WS-LOG-DESCRIPTION
           END-REWRITE.

       REJECT-RECERT-DECISION.
           MOVE 'REJECTED'         TO RECERT-STATUS
           MOVE WS-OR-APPROVED-BY  TO RECERT-APPLIED-BY
           MOVE WS-TODAY           TO RECERT-APPLIED-DATE
           REWRITE OPERATOR-RECERT-REC
               INVALID KEY
                   DISPLAY 'Error Updating Recertification.'
               NOT INVALID KEY
                   MOVE 'Y' TO WS-OR-DONE
           END-REWRITE.
