       IDENTIFICATION DIVISION.
       PROGRAM-ID. POST-COLLATERAL-SUBST.

      *================================================================
      *  Callable posting side of a collateral substitution.  The
      *  replacement item is staged PENDING on COLLATERAL.DAT by
      *  COLLATERAL-FILE, naming the item it replaces in SUBST-FOR-
      *  SEQ, and the swap waits on PENDING_APPROVAL.DAT for a
      *  supervisor.
      *
      *      Mode 'C' re-checks loan-to-value only: the loan balance
      *               against the combined value of the items that
      *               would secure it after the swap.  COLLATERAL-
      *               FILE calls it before queuing the request.
      *      Mode 'A' re-checks LTV the same way and, when it still
      *               passes, makes the swap: the replaced item goes
      *               SUBST OUT with its lien release queued to
      *               LIEN_RELEASE.DAT, the replacement goes ACTIVE
      *               with its lien FILED.  SUPERVISOR-APPROVAL calls
      *               it when it releases a COLLATERAL SUBST item; a
      *               swap that fails the re-check (values or the
      *               balance moved since) is refused and the item
      *               stays pending.
      *      Mode 'R' marks the proposed replacement REJECTED.
      *
      *  The LTV limit is the one LOAN-APPROVAL-FILE approves to:
      *  95 percent on a mortgage or home-equity line, 100 on
      *  anything else.  Done comes back 'Y' when the check passed
      *  or the swap or rejection was made.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLATERAL-FILE ASSIGN TO 'COLLATERAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLLATERAL-KEY OF COLLATERAL-REC
               FILE STATUS IS COLLATERAL-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-REC
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF LOAN-REC
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT LIEN-RELEASE-FILE ASSIGN TO 'LIEN_RELEASE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RELEASE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLATERAL-FILE.
       COPY COLLATERALREC.

       FD  LOAN-FILE.
       COPY LOANREC.

       FD  LIEN-RELEASE-FILE.
       01  LIEN-RELEASE-REC.
           05  REL-LOAN-ID         PIC 9(5).
           05  REL-QUEUED-DATE     PIC 9(8).
           05  REL-COLLATERAL-SEQ  PIC 9(2).

       WORKING-STORAGE SECTION.
       01  COLLATERAL-FILE-STATUS  PIC XX.
           88  COLLATERAL-FILE-OK   VALUE '00'.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
       01  RELEASE-FILE-STATUS     PIC XX.
           88  RELEASE-FILE-OK      VALUE '00'.

       01  WS-ITEMS-FOUND          PIC X.
           88  ITEMS-FOUND          VALUE 'Y'.
       01  WS-OLD-SEQ              PIC 9(2).
       01  WS-OLD-VALUE            PIC 9(7)V99.
       01  WS-NEW-VALUE            PIC 9(7)V99.
       01  WS-SWAPPED-VALUE        PIC S9(9)V99.
       01  WS-LOAN-BALANCE         PIC 9(7)V99.
       01  WS-LTV-RATIO            PIC 9(3)V99.
       01  WS-LTV-LIMIT-MORTGAGE   PIC 9(3)V99 VALUE 95.00.
       01  WS-LTV-LIMIT-AUTO       PIC 9(3)V99 VALUE 100.00.
       01  WS-LTV-LIMIT            PIC 9(3)V99.
       01  WS-TODAY                PIC 9(8).
       01  WS-DATE-FOUND           PIC X.
           88  DATE-FOUND           VALUE 'Y'.

       01  WS-CV-LOAN-ID           PIC 9(5).
       01  WS-CV-VALUE             PIC 9(9)V99.
       01  WS-CV-ORIG-VALUE        PIC 9(9)V99.
       01  WS-CV-ITEM-COUNT        PIC 9(3).

       01  WS-USER-ID              PIC A(10).
       01  WS-LOG-ACTION-TYPE      PIC A(20).
       01  WS-LOG-DESCRIPTION      PIC A(50).

       LINKAGE SECTION.
       01  WS-CS-MODE              PIC X.
           88  CS-CHECK-ONLY        VALUE 'C'.
           88  CS-APPLY             VALUE 'A'.
           88  CS-REJECT            VALUE 'R'.
       01  WS-CS-LOAN-ID           PIC 9(5).
       01  WS-CS-NEW-SEQ           PIC 9(2).
       01  WS-CS-APPROVED-BY       PIC X(10).
       01  WS-CS-DONE              PIC X.

       PROCEDURE DIVISION USING WS-CS-MODE
                                 WS-CS-LOAN-ID
                                 WS-CS-NEW-SEQ
                                 WS-CS-APPROVED-BY
                                 WS-CS-DONE.

       MOVE 'N' TO WS-CS-DONE
       MOVE WS-CS-APPROVED-BY TO WS-USER-ID
       CALL 'GET-BUSINESS-DATE' USING WS-TODAY
                                       WS-DATE-FOUND
       IF NOT DATE-FOUND
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
       END-IF

      *  The combined value is taken before the file is opened for
      *  update; the proposed item is not in it yet, the one it
      *  replaces still is.
       MOVE WS-CS-LOAN-ID TO WS-CV-LOAN-ID
       CALL 'GET-COLLATERAL-VALUE' USING WS-CV-LOAN-ID
                                          WS-CV-VALUE
                                          WS-CV-ORIG-VALUE
                                          WS-CV-ITEM-COUNT

       IF CS-CHECK-ONLY
           OPEN INPUT COLLATERAL-FILE
       ELSE
           OPEN I-O COLLATERAL-FILE
       END-IF
       IF NOT COLLATERAL-FILE-OK
           DISPLAY 'Error Opening COLLATERAL-FILE.'
           GOBACK
       END-IF

       PERFORM READ-SUBSTITUTION-ITEMS

       IF ITEMS-FOUND
           EVALUATE TRUE
               WHEN CS-CHECK-ONLY
                   PERFORM CHECK-SWAPPED-LTV
               WHEN CS-APPLY
                   PERFORM CHECK-SWAPPED-LTV
                   IF WS-CS-DONE = 'Y'
                       MOVE 'N' TO WS-CS-DONE
                       PERFORM MAKE-SUBSTITUTION
                   END-IF
               WHEN CS-REJECT
                   PERFORM REJECT-SUBSTITUTION
               WHEN OTHER
                   DISPLAY 'Invalid Substitution Mode.'
           END-EVALUATE
       END-IF

       CLOSE COLLATERAL-FILE

       GOBACK.

      *----------------------------------------------------------------
      *  The proposed item must still be PENDING and the item it
      *  replaces still securing the loan.  The proposed item is
      *  read last so it is the record in the buffer afterward.
      *----------------------------------------------------------------
       READ-SUBSTITUTION-ITEMS.
           MOVE 'N' TO WS-ITEMS-FOUND
           MOVE WS-CS-LOAN-ID TO LOAN-ID OF COLLATERAL-REC
           MOVE WS-CS-NEW-SEQ TO COLLATERAL-SEQ
           READ COLLATERAL-FILE
               INVALID KEY
                   DISPLAY 'Proposed Collateral Item Not Found: '
                       WS-CS-LOAN-ID '-' WS-CS-NEW-SEQ
               NOT INVALID KEY
                   IF ITEM-PENDING-SUBST
                       MOVE 'Y' TO WS-ITEMS-FOUND
                       MOVE SUBST-FOR-SEQ   TO WS-OLD-SEQ
                       MOVE APPRAISED-VALUE TO WS-NEW-VALUE
                   ELSE
                       DISPLAY 'Collateral Item ' WS-CS-LOAN-ID '-'
                           WS-CS-NEW-SEQ ' Is Not Pending - Status '
                           ITEM-STATUS
                   END-IF
           END-READ

           IF ITEMS-FOUND AND NOT CS-REJECT
               MOVE WS-OLD-SEQ TO COLLATERAL-SEQ
               READ COLLATERAL-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-ITEMS-FOUND
                       DISPLAY 'Collateral Item Being Replaced Not '
                           'Found: ' WS-CS-LOAN-ID '-' WS-OLD-SEQ
                   NOT INVALID KEY
                       IF ITEM-ACTIVE
                           MOVE APPRAISED-VALUE TO WS-OLD-VALUE
                       ELSE
                           MOVE 'N' TO WS-ITEMS-FOUND
                           DISPLAY 'Collateral Item ' WS-CS-LOAN-ID
                               '-' WS-OLD-SEQ
                               ' No Longer Secures The Loan.'
                       END-IF
               END-READ
               MOVE WS-CS-NEW-SEQ TO COLLATERAL-SEQ
               READ COLLATERAL-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-ITEMS-FOUND
               END-READ
           END-IF.

       CHECK-SWAPPED-LTV.
           MOVE 'N' TO WS-CS-DONE
           OPEN INPUT LOAN-FILE
           IF NOT LOAN-FILE-OK
               DISPLAY 'Error Opening LOAN-FILE.'
           ELSE
               MOVE WS-CS-LOAN-ID TO LOAN-ID OF LOAN-REC
               READ LOAN-FILE
                   INVALID KEY
                       DISPLAY 'Loan Not Found: ' WS-CS-LOAN-ID
                   NOT INVALID KEY
                       PERFORM MEASURE-SWAPPED-LTV
               END-READ
               CLOSE LOAN-FILE
           END-IF.

       MEASURE-SWAPPED-LTV.
           IF TYPE-MORTGAGE OR TYPE-HELOC
               MOVE WS-LTV-LIMIT-MORTGAGE TO WS-LTV-LIMIT
           ELSE
               MOVE WS-LTV-LIMIT-AUTO TO WS-LTV-LIMIT
           END-IF
           MOVE LOAN-BALANCE OF LOAN-REC TO WS-LOAN-BALANCE
           COMPUTE WS-SWAPPED-VALUE =
               WS-CV-VALUE - WS-OLD-VALUE + WS-NEW-VALUE
           IF WS-SWAPPED-VALUE > ZERO
               COMPUTE WS-LTV-RATIO ROUNDED =
                   WS-LOAN-BALANCE * 100 / WS-SWAPPED-VALUE
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-LTV-RATIO
               END-COMPUTE
           ELSE
               MOVE 999.99 TO WS-LTV-RATIO
           END-IF

           DISPLAY 'Loan-To-Value After Substitution: ' WS-LTV-RATIO
               ' (Limit ' WS-LTV-LIMIT ')'
           IF WS-LTV-RATIO > WS-LTV-LIMIT
               DISPLAY 'Substitution Would Exceed The LTV Limit - '
                   'Not Allowed.'
           ELSE
               MOVE 'Y' TO WS-CS-DONE
           END-IF.

       MAKE-SUBSTITUTION.
           MOVE 'ACTIVE'   TO ITEM-STATUS
           MOVE WS-TODAY   TO ITEM-STATUS-DATE
           MOVE 'FILED'    TO LIEN-STATUS
           MOVE ZERO       TO LIEN-RELEASE-DATE
           REWRITE COLLATERAL-REC
               INVALID KEY
                   DISPLAY 'Error Activating Collateral Item '
                       WS-CS-LOAN-ID '-' WS-CS-NEW-SEQ
               NOT INVALID KEY
                   PERFORM RETIRE-REPLACED-ITEM
           END-REWRITE.

       RETIRE-REPLACED-ITEM.
           MOVE WS-OLD-SEQ TO COLLATERAL-SEQ
           READ COLLATERAL-FILE
               INVALID KEY
                   DISPLAY 'Collateral Item Being Replaced Not Found: '
                       WS-CS-LOAN-ID '-' WS-OLD-SEQ
               NOT INVALID KEY
                   MOVE 'SUBST OUT'   TO ITEM-STATUS
                   MOVE WS-TODAY      TO ITEM-STATUS-DATE
                   MOVE WS-CS-NEW-SEQ TO SUBST-FOR-SEQ
                   MOVE 'REL QUEUED'  TO LIEN-STATUS
                   REWRITE COLLATERAL-REC
                       INVALID KEY
                           DISPLAY 'Error Retiring Collateral Item '
                               WS-CS-LOAN-ID '-' WS-OLD-SEQ
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-CS-DONE
                           PERFORM WRITE-RELEASE-QUEUE-ROW
                           DISPLAY 'Collateral Substituted - Item '
                               WS-OLD-SEQ ' Replaced By Item '
                               WS-CS-NEW-SEQ ', Lien Release Queued.'
                           MOVE 'COLLATERAL SUBST' TO WS-LOG-ACTION-TYPE
                           MOVE 'Collateral Substitution Applied'
                               TO WS-LOG-DESCRIPTION
                           CALL 'WRITE-LOG-ENTRY' USING
                               WS-LOG-ACTION-TYPE
                               WS-USER-ID
                               WS-LOG-DESCRIPTION
                   END-REWRITE
           END-READ.

       REJECT-SUBSTITUTION.
           MOVE 'REJECTED' TO ITEM-STATUS
           MOVE WS-TODAY   TO ITEM-STATUS-DATE
           REWRITE COLLATERAL-REC
               INVALID KEY
                   DISPLAY 'Error Rejecting Collateral Item '
                       WS-CS-LOAN-ID '-' WS-CS-NEW-SEQ
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CS-DONE
           END-REWRITE.

       WRITE-RELEASE-QUEUE-ROW.
           OPEN EXTEND LIEN-RELEASE-FILE
           IF NOT RELEASE-FILE-OK
               OPEN OUTPUT LIEN-RELEASE-FILE
           END-IF
           MOVE WS-CS-LOAN-ID TO REL-LOAN-ID
           MOVE WS-TODAY      TO REL-QUEUED-DATE
           MOVE WS-OLD-SEQ    TO REL-COLLATERAL-SEQ
           WRITE LIEN-RELEASE-REC
           CLOSE LIEN-RELEASE-FILE.
