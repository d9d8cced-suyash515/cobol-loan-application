       IDENTIFICATION DIVISION.
       PROGRAM-ID. POST-FEE-WAIVER.

      *================================================================
      *  Callable posting side of a fee waiver on FEE_WAIVER.DAT.
      *  Mode 'A' posts a PENDING waiver: the ADJUSTMENT naming the
      *  waived FEE in REVERSED-TRANSACTION-ID, tender WAIVE, so
      *  PAYMENT-ALLOCATION takes it off FEES-RECEIVABLE through the
      *  fee bucket that night, GL-INTERFACE-EXTRACT takes it back
      *  out of fee income and TRIAL-BALANCE leaves the balance
      *  alone.  The register is stamped APPLIED with the approver
      *  and the ADJUSTMENT's ID.  Mode 'R' marks a PENDING waiver
      *  REJECTED.  FEE-WAIVER-FILE calls it for a waiver inside the
      *  operator's own authority (no approver), SUPERVISOR-
      *  APPROVAL when it releases or rejects a FEE WAIVER item.
      *
      *  The fee is re-checked at posting: a waiver that would take
      *  more than is left of the fee after other waivers and
      *  reversals is refused and stays pending.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-WAIVER-FILE ASSIGN TO 'FEE_WAIVER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WAIVER-ID OF FEE-WAIVER-REC
               ALTERNATE RECORD KEY IS WAIVE-LOAN-ID
                   WITH DUPLICATES
               FILE STATUS IS WAIVER-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO 'TRANSACTION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID OF TRANSACTION-REC
               ALTERNATE RECORD KEY IS LOAN-ID OF TRANSACTION-REC
                   WITH DUPLICATES
               FILE STATUS IS TRAN-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-REC
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF LOAN-REC
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-WAIVER-FILE.
       COPY FEEWAIVERREC.

       FD  TRANSACTION-FILE.
       COPY TRANREC.

       FD  LOAN-FILE.
       COPY LOANREC.

       WORKING-STORAGE SECTION.
       01  WAIVER-FILE-STATUS      PIC XX.
           88  WAIVER-FILE-OK       VALUE '00'.
       01  TRAN-FILE-STATUS        PIC XX.
           88  TRAN-FILE-OK         VALUE '00'.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.

       01  WS-WAIVER-FOUND         PIC X.
           88  WAIVER-FOUND         VALUE 'Y'.
       01  WS-FEE-VALID            PIC X.
           88  FEE-VALID            VALUE 'Y'.
       01  WS-END-OF-LOAN-HISTORY  PIC X.
           88  END-OF-LOAN-HISTORY  VALUE 'Y'.
       01  WS-END-OF-TRANSACTIONS  PIC X.
           88  END-OF-TRANSACTIONS  VALUE 'Y'.
       01  WS-ALREADY-WAIVED       PIC 9(7)V99.
       01  WS-FEE-LEFT             PIC S9(7)V99.
       01  WS-LOAN-BALANCE         PIC 9(7)V99.
       01  WS-TODAY                PIC 9(8).
       01  WS-DATE-FOUND           PIC X.
           88  DATE-FOUND           VALUE 'Y'.

       01  WS-NEXT-TRANSACTION-ID  PIC 9(5) VALUE ZERO.
       01  WS-ID-MODE              PIC X.
       01  WS-ID-SERIES            PIC X(12).
       01  WS-ID-FOUND             PIC X.
           88  ID-SERIES-FOUND      VALUE 'Y'.

       01  WS-USER-ID              PIC A(10).
       01  WS-LOG-ACTION-TYPE      PIC A(20).
       01  WS-LOG-DESCRIPTION      PIC A(50).

       LINKAGE SECTION.
       01  WS-PW-MODE              PIC X.
           88  PW-POST              VALUE 'A'.
           88  PW-REJECT            VALUE 'R'.
       01  WS-PW-WAIVER-ID         PIC 9(5).
       01  WS-PW-APPROVED-BY       PIC X(10).
       01  WS-PW-DONE              PIC X.

       PROCEDURE DIVISION USING WS-PW-MODE
                                 WS-PW-WAIVER-ID
                                 WS-PW-APPROVED-BY
                                 WS-PW-DONE.

       MOVE 'N' TO WS-PW-DONE
       CALL 'GET-BUSINESS-DATE' USING WS-TODAY
                                       WS-DATE-FOUND
       IF NOT DATE-FOUND
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
       END-IF

       OPEN I-O FEE-WAIVER-FILE
       IF NOT WAIVER-FILE-OK
           DISPLAY 'Error Opening FEE-WAIVER-FILE.'
           GOBACK
       END-IF

       MOVE 'N' TO WS-WAIVER-FOUND
       MOVE WS-PW-WAIVER-ID TO WAIVER-ID OF FEE-WAIVER-REC
       READ FEE-WAIVER-FILE
           INVALID KEY
               DISPLAY 'Fee Waiver Not Found: ' WS-PW-WAIVER-ID
           NOT INVALID KEY
               IF WAIVE-PENDING
                   MOVE 'Y' TO WS-WAIVER-FOUND
               ELSE
                   DISPLAY 'Fee Waiver ' WS-PW-WAIVER-ID
                       ' Is Not Pending - Status ' WAIVE-STATUS
               END-IF
       END-READ

       IF WAIVER-FOUND
           IF WS-PW-APPROVED-BY = SPACES
               MOVE WAIVE-REQUESTED-BY TO WS-USER-ID
           ELSE
               MOVE WS-PW-APPROVED-BY TO WS-USER-ID
           END-IF
           EVALUATE TRUE
               WHEN PW-POST
                   PERFORM POST-WAIVER
               WHEN PW-REJECT
                   PERFORM REJECT-WAIVER
               WHEN OTHER
                   DISPLAY 'Invalid Fee Waiver Mode.'
           END-EVALUATE
       END-IF

       CLOSE FEE-WAIVER-FILE

       GOBACK.

       POST-WAIVER.
           OPEN I-O TRANSACTION-FILE
           IF NOT TRAN-FILE-OK
               DISPLAY 'Error Opening TRANSACTION-FILE.'
           ELSE
               PERFORM CHECK-FEE-STILL-OWED
               IF FEE-VALID
                   PERFORM READ-LOAN-BALANCE
                   PERFORM WRITE-WAIVER-ADJUSTMENT
               END-IF
               CLOSE TRANSACTION-FILE
           END-IF.

      *----------------------------------------------------------------
      *  The fee must still be a FEE on the waiver's loan, and the
      *  waiver no more than what other ADJUSTMENTs and REVERSALs
      *  naming it have left of it.
      *----------------------------------------------------------------
       CHECK-FEE-STILL-OWED.
           MOVE 'N' TO WS-FEE-VALID
           MOVE WAIVE-FEE-TRAN-ID TO TRANSACTION-ID OF TRANSACTION-REC
           READ TRANSACTION-FILE
               INVALID KEY
                   DISPLAY 'Waived Fee Not On File: '
                       WAIVE-FEE-TRAN-ID
               NOT INVALID KEY
                   IF TYPE-FEE
                      AND LOAN-ID OF TRANSACTION-REC = WAIVE-LOAN-ID
                       MOVE 'Y' TO WS-FEE-VALID
                   ELSE
                       DISPLAY 'Transaction ' WAIVE-FEE-TRAN-ID
                           ' Is Not A Fee On Loan ' WAIVE-LOAN-ID
                   END-IF
           END-READ

           IF FEE-VALID
               MOVE ZERO TO WS-ALREADY-WAIVED
               PERFORM START-LOAN-HISTORY
               PERFORM SUM-NEXT-FEE-RELIEF
                   UNTIL END-OF-LOAN-HISTORY
               COMPUTE WS-FEE-LEFT =
                   WAIVE-FEE-AMOUNT - WS-ALREADY-WAIVED
               IF WAIVE-AMOUNT > WS-FEE-LEFT
                   MOVE 'N' TO WS-FEE-VALID
                   DISPLAY 'Fee ' WAIVE-FEE-TRAN-ID
                       ' Has Only ' WS-FEE-LEFT
                       ' Left To Waive - Waiver Not Posted.'
               END-IF
           END-IF.

       START-LOAN-HISTORY.
           MOVE 'N' TO WS-END-OF-LOAN-HISTORY
           MOVE WAIVE-LOAN-ID TO LOAN-ID OF TRANSACTION-REC
           START TRANSACTION-FILE
               KEY IS EQUAL TO LOAN-ID OF TRANSACTION-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LOAN-HISTORY
           END-START.

       SUM-NEXT-FEE-RELIEF.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-LOAN-HISTORY
               NOT AT END
                   IF LOAN-ID OF TRANSACTION-REC NOT = WAIVE-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-LOAN-HISTORY
                   ELSE
                       IF REVERSED-TRANSACTION-ID = WAIVE-FEE-TRAN-ID
                          AND (TYPE-ADJUSTMENT OR TYPE-REVERSAL)
                           ADD PAYMENT-AMOUNT OF TRANSACTION-REC
                               TO WS-ALREADY-WAIVED
                       END-IF
                   END-IF
           END-READ.

       READ-LOAN-BALANCE.
           MOVE ZERO TO WS-LOAN-BALANCE
           OPEN INPUT LOAN-FILE
           IF LOAN-FILE-OK
               MOVE WAIVE-LOAN-ID TO LOAN-ID OF LOAN-REC
               READ LOAN-FILE
                   NOT INVALID KEY
                       MOVE LOAN-BALANCE OF LOAN-REC
                           TO WS-LOAN-BALANCE
               END-READ
               CLOSE LOAN-FILE
           END-IF.

       WRITE-WAIVER-ADJUSTMENT.
           PERFORM ASSIGN-NEXT-TRANSACTION-ID

           MOVE WS-NEXT-TRANSACTION-ID TO TRANSACTION-ID
                                           OF TRANSACTION-REC
           MOVE WAIVE-LOAN-ID          TO LOAN-ID OF TRANSACTION-REC
           MOVE WS-TODAY               TO PAYMENT-DATE
                                           OF TRANSACTION-REC
           MOVE WAIVE-AMOUNT           TO PAYMENT-AMOUNT
                                           OF TRANSACTION-REC
           MOVE WS-LOAN-BALANCE        TO REMAINING-BALANCE
           MOVE 'ADJUSTMENT'           TO TRANSACTION-TYPE
           MOVE WAIVE-FEE-TRAN-ID      TO REVERSED-TRANSACTION-ID
           MOVE WAIVE-BRANCH           TO BRANCH-ID
                                           OF TRANSACTION-REC
           MOVE ZERO                   TO TELLER-SESSION-ID
           MOVE 'WAIVE'                TO TENDER-TYPE
           MOVE ZEROS                  TO ALLOCATION-SPLIT
           MOVE ZEROS                  TO BACKDATE-CONTROL
           WRITE TRANSACTION-REC
               INVALID KEY
                   DISPLAY 'Error Writing Fee Waiver For Loan '
                       WAIVE-LOAN-ID
               NOT INVALID KEY
                   PERFORM STAMP-WAIVER-APPLIED
           END-WRITE.

       STAMP-WAIVER-APPLIED.
           MOVE 'A'                    TO WAIVE-STATUS
           MOVE WS-PW-APPROVED-BY      TO WAIVE-APPROVED-BY
           MOVE WS-TODAY               TO WAIVE-APPLIED-DATE
           MOVE WS-NEXT-TRANSACTION-ID TO WAIVE-ADJ-TRAN-ID
           REWRITE FEE-WAIVER-REC
               INVALID KEY
                   DISPLAY 'Error Updating Fee Waiver '
                       WAIVER-ID OF FEE-WAIVER-REC
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PW-DONE
                   DISPLAY 'Fee ' WAIVE-FEE-TRAN-ID ' Waived '
                       WAIVE-AMOUNT ' - Adjustment '
                       WS-NEXT-TRANSACTION-ID
           END-REWRITE

           MOVE 'FEE WAIVED' TO WS-LOG-ACTION-TYPE
           MOVE SPACES TO WS-LOG-DESCRIPTION
           STRING 'Loan ' WAIVE-LOAN-ID
                  ' Fee ' WAIVE-FEE-TRAN-ID
                  ' Waiver ' WAIVER-ID OF FEE-WAIVER-REC
                  ' ' WAIVE-REASON
                  DELIMITED BY SIZE INTO WS-LOG-DESCRIPTION
           CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                         WS-USER-ID
                                         WS-LOG-DESCRIPTION.

       REJECT-WAIVER.
           MOVE 'R'               TO WAIVE-STATUS
           MOVE WS-PW-APPROVED-BY TO WAIVE-APPROVED-BY
           MOVE WS-TODAY          TO WAIVE-APPLIED-DATE
           REWRITE FEE-WAIVER-REC
               INVALID KEY
                   DISPLAY 'Error Updating Fee Waiver '
                       WAIVER-ID OF FEE-WAIVER-REC
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PW-DONE
           END-REWRITE

           MOVE 'FEE WAIVER REJECT' TO WS-LOG-ACTION-TYPE
           MOVE SPACES TO WS-LOG-DESCRIPTION
           STRING 'Loan ' WAIVE-LOAN-ID
                  ' Fee ' WAIVE-FEE-TRAN-ID
                  ' Waiver ' WAIVER-ID OF FEE-WAIVER-REC
                  ' Rejected'
                  DELIMITED BY SIZE INTO WS-LOG-DESCRIPTION
           CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                         WS-USER-ID
                                         WS-LOG-DESCRIPTION.

       ASSIGN-NEXT-TRANSACTION-ID.
           MOVE 'A' TO WS-ID-MODE
           MOVE 'TRANSACTION' TO WS-ID-SERIES
           CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                        WS-ID-SERIES
                                        WS-NEXT-TRANSACTION-ID
                                        WS-ID-FOUND
           IF NOT ID-SERIES-FOUND
               PERFORM SEED-TRANSACTION-SERIES
           END-IF.

      *----------------------------------------------------------------
      *  First use of the central control file for this series: seed
      *  it once from the old high-water-mark scan, then every later
      *  assignment comes straight off NEXT_ID.DAT.  The file is
      *  already open here, so the scan restarts from the low key.
      *----------------------------------------------------------------
       SEED-TRANSACTION-SERIES.
           MOVE ZERO TO WS-NEXT-TRANSACTION-ID
           MOVE 'N' TO WS-END-OF-TRANSACTIONS
           MOVE ZERO TO TRANSACTION-ID OF TRANSACTION-REC
           START TRANSACTION-FILE
               KEY IS NOT LESS THAN TRANSACTION-ID OF TRANSACTION-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-TRANSACTIONS
           END-START
           PERFORM FIND-HIGHEST-TRANSACTION-ID
               UNTIL END-OF-TRANSACTIONS
           ADD 1 TO WS-NEXT-TRANSACTION-ID
           MOVE 'S' TO WS-ID-MODE
           MOVE 'TRANSACTION' TO WS-ID-SERIES
           CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                        WS-ID-SERIES
                                        WS-NEXT-TRANSACTION-ID
                                        WS-ID-FOUND.

       FIND-HIGHEST-TRANSACTION-ID.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-TRANSACTIONS
               NOT AT END
                   IF TRANSACTION-ID OF TRANSACTION-REC
                       > WS-NEXT-TRANSACTION-ID
                       MOVE TRANSACTION-ID OF TRANSACTION-REC
                           TO WS-NEXT-TRANSACTION-ID
                   END-IF
           END-READ.
