      *  aged from the LOAN_STATUS_HIST.DAT move to PAIDOFF) into
      *  the archive mirrors -- LOAN_ARCHIVE.DAT,
      *  PAYMENT_SCHEDULE_ARCHIVE.DAT, ESCROW_ARCHIVE.DAT,
      *  COLLATERAL_ARCHIVE.DAT, LOAN_NOTE_ARCHIVE.DAT, same layouts,
      *  same keys -- and deletes the live records, so the loan's
      *  servicing notes follow it into the archive.  ARCHIVE-
      *  INQUIRY answers payoff, lien and account-history research
      *  questions from the archive side.  A loan
      *  under an OPEN legal hold, on the loan or its borrower, stays
      *  live however old it is and is listed as skipped.
      *================================================================

       ENVIRONMENT DIVISION.
           SELECT COLLATERAL-FILE ASSIGN TO 'COLLATERAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLLATERAL-KEY OF COLLATERAL-REC
               FILE STATUS IS COLLATERAL-FILE-STATUS.

           SELECT COLLATERAL-ARCHIVE-FILE
               ASSIGN TO 'COLLATERAL_ARCHIVE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLLATERAL-KEY
                   OF COLLATERAL-ARCHIVE-REC
               FILE STATUS IS COLLATERAL-ARC-STATUS.

           SELECT LOAN-NOTE-FILE ASSIGN TO 'LOAN_NOTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTE-KEY OF LOAN-NOTE-REC
               FILE STATUS IS NOTE-FILE-STATUS.

           SELECT NOTE-ARCHIVE-FILE ASSIGN TO 'LOAN_NOTE_ARCHIVE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTE-KEY OF NOTE-ARCHIVE-REC
               FILE STATUS IS NOTE-ARC-STATUS.

           SELECT LOAN-STATUS-HIST-FILE
               ASSIGN TO 'LOAN_STATUS_HIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
       COPY COLLATERALREC REPLACING ==COLLATERAL-REC==
           BY ==COLLATERAL-ARCHIVE-REC==.

       FD  LOAN-NOTE-FILE.
       COPY LOANNOTEREC.

       FD  NOTE-ARCHIVE-FILE.
       COPY LOANNOTEREC REPLACING ==LOAN-NOTE-REC==
           BY ==NOTE-ARCHIVE-REC==.

       FD  LOAN-STATUS-HIST-FILE.
       COPY LOANSTATUSHIST.

           88  COLL-ARC-NOT-FOUND   VALUE '35'.
       01  HIST-FILE-STATUS        PIC XX.
           88  HIST-FILE-OK         VALUE '00'.
       01  NOTE-FILE-STATUS        PIC XX.
           88  NOTE-FILE-OK         VALUE '00'.
       01  NOTE-ARC-STATUS         PIC XX.
           88  NOTE-ARC-OK          VALUE '00'.
           88  NOTE-ARC-NOT-FOUND   VALUE '35'.

       01  WS-END-OF-LOANS         PIC X VALUE 'N'.
           88  END-OF-LOANS         VALUE 'Y'.
           88  END-OF-SCHEDULE      VALUE 'Y'.
       01  WS-END-OF-HISTORY       PIC X VALUE 'N'.
           88  END-OF-HISTORY       VALUE 'Y'.
       01  WS-END-OF-NOTES         PIC X VALUE 'N'.
           88  END-OF-NOTES         VALUE 'Y'.
       01  WS-END-OF-COLLATERAL    PIC X VALUE 'N'.
           88  END-OF-COLLATERAL    VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
       01  WS-IX                   PIC 9(3) COMP.

       01  WS-LOANS-ARCHIVED       PIC 9(5) COMP VALUE ZERO.
       01  WS-LOANS-HELD           PIC 9(5) COMP VALUE ZERO.
       01  WS-HOLD-LOAN-ID         PIC 9(5).
       01  WS-HOLD-CUSTOMER-ID     PIC 9(5).
       01  WS-HOLD-IN-FORCE        PIC X.
           88  HOLD-IN-FORCE        VALUE 'Y'.
       01  WS-HOLD-MATTER          PIC X(15).
       01  WS-ROWS-ARCHIVED        PIC 9(7) COMP VALUE ZERO.
       01  WS-NOTES-ARCHIVED       PIC 9(7) COMP VALUE ZERO.

       01  WS-BUSDATE-FOUND         PIC X.
           88  BUSINESS-DATE-FOUND   VALUE 'Y'.
       END-IF

       PERFORM SELECT-ARCHIVE-CANDIDATES
       IF WS-LOANS-HELD > ZERO
           DISPLAY 'Loans Skipped For Legal Hold: ' WS-LOANS-HELD
       END-IF
       IF WS-ARCHIVE-COUNT = ZERO
           DISPLAY 'No Loans Past The Archive Horizon.'
           STOP RUN
       DISPLAY 'Archive Run Complete - Loans Archived: '
           WS-LOANS-ARCHIVED ' Schedule Rows Moved: '
           WS-ROWS-ARCHIVED
       DISPLAY 'Servicing Notes Moved: ' WS-NOTES-ARCHIVED

       STOP RUN.

               + (WS-RUN-MONTH - WS-CLS-MONTH) * 30
               + (WS-RUN-DAY - WS-CLS-DAY)
           IF WS-CLOSED-AGE-DAYS > WS-ARCHIVE-DAYS
               MOVE LOAN-ID OF LOAN-REC TO WS-HOLD-LOAN-ID
               MOVE CUSTOMER-ID OF LOAN-REC TO WS-HOLD-CUSTOMER-ID
               CALL 'CHECK-LEGAL-HOLD' USING WS-HOLD-LOAN-ID
                                              WS-HOLD-CUSTOMER-ID
                                              WS-HOLD-IN-FORCE
                                              WS-HOLD-MATTER
               IF HOLD-IN-FORCE
                   ADD 1 TO WS-LOANS-HELD
                   DISPLAY 'Legal Hold - Loan Not Archived: '
                       LOAN-ID OF LOAN-REC ' Matter ' WS-HOLD-MATTER
               ELSE
                   ADD 1 TO WS-ARCHIVE-COUNT
                   MOVE LOAN-ID OF LOAN-REC
                       TO WS-ARCHIVE-LOAN (WS-ARCHIVE-COUNT)
               END-IF
           END-IF.

       OPEN-ARCHIVE-FILES.
           OPEN I-O PAYMENT-SCHEDULE-FILE
           OPEN I-O ESCROW-FILE
           OPEN I-O COLLATERAL-FILE
           OPEN I-O LOAN-NOTE-FILE
           OPEN I-O LOAN-ARCHIVE-FILE
           IF LOAN-ARC-NOT-FOUND
               OPEN OUTPUT LOAN-ARCHIVE-FILE
               CLOSE COLLATERAL-ARCHIVE-FILE
               OPEN I-O COLLATERAL-ARCHIVE-FILE
           END-IF
           OPEN I-O NOTE-ARCHIVE-FILE
           IF NOTE-ARC-NOT-FOUND
               OPEN OUTPUT NOTE-ARCHIVE-FILE
               CLOSE NOTE-ARCHIVE-FILE
               OPEN I-O NOTE-ARCHIVE-FILE
           END-IF
           IF NOT LOAN-FILE-OK OR NOT LOAN-ARC-OK
              OR NOT SCHED-FILE-OK OR NOT SCHED-ARC-OK
               DISPLAY 'Error Opening Archive Files - Run '
           CLOSE PAYMENT-SCHEDULE-FILE
           CLOSE ESCROW-FILE
           CLOSE COLLATERAL-FILE
           CLOSE LOAN-NOTE-FILE
           CLOSE LOAN-ARCHIVE-FILE
           CLOSE SCHEDULE-ARCHIVE-FILE
           CLOSE ESCROW-ARCHIVE-FILE
           CLOSE COLLATERAL-ARCHIVE-FILE
           CLOSE NOTE-ARCHIVE-FILE.

       ARCHIVE-ONE-LOAN.
           MOVE WS-ARCHIVE-LOAN (WS-IX) TO LOAN-ID OF LOAN-REC

           PERFORM MOVE-SCHEDULE-TO-ARCHIVE
           PERFORM MOVE-ESCROW-TO-ARCHIVE
           PERFORM MOVE-COLLATERAL-TO-ARCHIVE
           IF NOTE-FILE-OK AND NOTE-ARC-OK
               PERFORM MOVE-NOTES-TO-ARCHIVE
           END-IF.

       MOVE-SCHEDULE-TO-ARCHIVE.
           MOVE 'N' TO WS-END-OF-SCHEDULE
           END-READ.

       MOVE-COLLATERAL-TO-ARCHIVE.
           MOVE 'N' TO WS-END-OF-COLLATERAL
           MOVE WS-ARCHIVE-LOAN (WS-IX)
               TO LOAN-ID OF COLLATERAL-REC
           MOVE ZERO TO COLLATERAL-SEQ OF COLLATERAL-REC
           START COLLATERAL-FILE KEY IS NOT LESS THAN
                   COLLATERAL-KEY OF COLLATERAL-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-COLLATERAL
           END-START
           PERFORM MOVE-NEXT-COLLATERAL-ITEM
               UNTIL END-OF-COLLATERAL.

       MOVE-NEXT-COLLATERAL-ITEM.
           READ COLLATERAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-COLLATERAL
               NOT AT END
                   IF LOAN-ID OF COLLATERAL-REC
                       NOT = WS-ARCHIVE-LOAN (WS-IX)
                       MOVE 'Y' TO WS-END-OF-COLLATERAL
                   ELSE
                       MOVE COLLATERAL-REC TO COLLATERAL-ARCHIVE-REC
                       WRITE COLLATERAL-ARCHIVE-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       DELETE COLLATERAL-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Notes are never deleted in their own right; they leave the
      *  live file only here, written to the archive first.
      *----------------------------------------------------------------
       MOVE-NOTES-TO-ARCHIVE.
           MOVE 'N' TO WS-END-OF-NOTES
           MOVE WS-ARCHIVE-LOAN (WS-IX)
               TO LOAN-ID OF LOAN-NOTE-REC
           MOVE ZERO TO NOTE-SEQ OF LOAN-NOTE-REC
           START LOAN-NOTE-FILE KEY IS NOT LESS THAN
                   NOTE-KEY OF LOAN-NOTE-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-NOTES
           END-START
           PERFORM MOVE-NEXT-NOTE
               UNTIL END-OF-NOTES.

       MOVE-NEXT-NOTE.
           READ LOAN-NOTE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-NOTES
               NOT AT END
                   IF LOAN-ID OF LOAN-NOTE-REC
                       NOT = WS-ARCHIVE-LOAN (WS-IX)
                       MOVE 'Y' TO WS-END-OF-NOTES
                   ELSE
                       MOVE LOAN-NOTE-REC TO NOTE-ARCHIVE-REC
                       WRITE NOTE-ARCHIVE-REC
                           INVALID KEY
                               DISPLAY 'Note Already Archived - '
                                   'Loan ' WS-ARCHIVE-LOAN (WS-IX)
                                   ' Note ' NOTE-SEQ OF LOAN-NOTE-REC
                           NOT INVALID KEY
                               DELETE LOAN-NOTE-FILE
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-NOTES-ARCHIVED
                               END-DELETE
                       END-WRITE
                   END-IF
           END-READ.
