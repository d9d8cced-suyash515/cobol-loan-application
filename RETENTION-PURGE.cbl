      *  row being resolved (PAID-YES), or a purged FEE transaction
      *  can no longer be found and that fee gets reassessed and
      *  double-posted on a later LATE-FEE-ASSESSMENT run.
      *
      *  Legal holds: an aged TRANSACTION row whose loan or borrower
      *  is under an OPEN hold on LEGAL_HOLD.DAT is kept and listed.
      *  LOG rows carry no loan or customer, so while any hold at
      *  all is open the aged LOG rows are kept and listed as well.
      *================================================================

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BACKUP-FILE-STATUS.

           SELECT LEGAL-HOLD-FILE ASSIGN TO 'LEGAL_HOLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY OF LEGAL-HOLD-REC
               FILE STATUS IS HOLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       FD  BACKUP-FILE.
       COPY BACKUPREC.

       FD  LEGAL-HOLD-FILE.
       COPY LEGALHOLDREC.

       WORKING-STORAGE SECTION.
       01  LOG-FILE-STATUS          PIC XX.
           88  LOG-FILE-OK           VALUE '00'.
           88  NEW-TRAN-FILE-OK      VALUE '00'.
       01  BACKUP-FILE-STATUS       PIC XX.
           88  BACKUP-FILE-OK        VALUE '00'.
       01  HOLD-FILE-STATUS         PIC XX.
           88  HOLD-FILE-OK          VALUE '00'.
       01  WS-END-OF-HOLDS          PIC X VALUE 'N'.
           88  END-OF-HOLDS          VALUE 'Y'.
       01  WS-ANY-HOLD-OPEN         PIC X VALUE 'N'.
           88  ANY-HOLD-OPEN         VALUE 'Y'.
       01  WS-HOLD-LOAN-ID          PIC 9(5).
       01  WS-HOLD-CUSTOMER-ID      PIC 9(5) VALUE ZERO.
       01  WS-HOLD-IN-FORCE         PIC X.
           88  HOLD-IN-FORCE         VALUE 'Y'.
       01  WS-HOLD-MATTER           PIC X(15).
       01  WS-LOG-HELD              PIC 9(5) COMP VALUE ZERO.
       01  WS-TRAN-HELD             PIC 9(5) COMP VALUE ZERO.
       01  WS-CUTOFF-DATE           PIC 9(8).
       01  WS-CUTOFF-DATE-PARTS REDEFINES WS-CUTOFF-DATE.
           05  WS-CUT-YEAR              PIC 9(4).
           05  ARC-TRAN-REMAINING-BAL   PIC 9(7)V99.
           05  ARC-TRAN-TYPE            PIC X(10).
           05  ARC-TRAN-REVERSED-ID     PIC 9(5).
      *  Allocation split as posted -- spaces on rows archived before
      *  the split was carried.
           05  ARC-TRAN-ALLOC-SPLIT.
               10  ARC-TRAN-ALLOC-FEE       PIC 9(7)V99.
               10  ARC-TRAN-ALLOC-INTEREST  PIC 9(7)V99.
               10  ARC-TRAN-ALLOC-PRINCIPAL PIC 9(7)V99.
               10  ARC-TRAN-ALLOC-ESCROW    PIC 9(7)V99.

       01  WS-CTL-STEP-NAME         PIC X(20).
       01  WS-CTL-RECORDS-READ      PIC 9(7).
       01  WS-CTL-RECORDS-WRITTEN   PIC 9(7).
       01  WS-CTL-DOLLARS-IN        PIC 9(9)V99.
       01  WS-CTL-DOLLARS-OUT       PIC 9(9)V99.
       01  WS-TIMER-MODE          PIC X.
       01  WS-TIMER-START-DATE    PIC 9(8).
       01  WS-TIMER-START-TIME    PIC 9(6).
       01  WS-BUSDATE-FOUND         PIC X.
           88  BUSINESS-DATE-FOUND   VALUE 'Y'.


       PROCEDURE DIVISION.

       MOVE 'S' TO WS-TIMER-MODE
       CALL 'STEP-TIMER' USING WS-TIMER-MODE
                                WS-TIMER-START-DATE
                                WS-TIMER-START-TIME

       CALL 'GET-BUSINESS-DATE' USING WS-RUN-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           ACCEPT WS-CUTOFF-DATE
       END-IF

       PERFORM CHECK-FOR-OPEN-HOLDS
       PERFORM ASSIGN-NEXT-BACKUP-ID
       PERFORM PURGE-LOG-FILE
       PERFORM PURGE-TRANSACTION-FILE
       DISPLAY 'Log Entries Kept             : ' WS-LOG-KEPT
       DISPLAY 'Transaction Entries Archived: ' WS-TRAN-ARCHIVED
       DISPLAY 'Transaction Entries Kept     : ' WS-TRAN-KEPT
       DISPLAY 'Log Entries Kept For Hold    : ' WS-LOG-HELD
       DISPLAY 'Transactions Kept For Hold   : ' WS-TRAN-HELD

       PERFORM WRITE-CONTROL-TOTALS

                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  One pass over LEGAL_HOLD.DAT up front: with no hold open
      *  anywhere the per-row checks are skipped entirely.
      *----------------------------------------------------------------
       CHECK-FOR-OPEN-HOLDS.
           OPEN INPUT LEGAL-HOLD-FILE
           IF HOLD-FILE-OK
               PERFORM CHECK-NEXT-HOLD
                   UNTIL END-OF-HOLDS OR ANY-HOLD-OPEN
               CLOSE LEGAL-HOLD-FILE
           END-IF
           IF ANY-HOLD-OPEN
               DISPLAY 'Legal Holds Open - Held Records Are Kept.'
           END-IF.

       CHECK-NEXT-HOLD.
           READ LEGAL-HOLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-HOLDS
               NOT AT END
                   IF HOLD-OPEN
                       MOVE 'Y' TO WS-ANY-HOLD-OPEN
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  LOG.DAT retention.
      *----------------------------------------------------------------
                   MOVE 'Y' TO WS-END-OF-LOG
               NOT AT END
                   IF TIMESTAMP < WS-CUTOFF-DATE
                      AND NOT ANY-HOLD-OPEN
                       PERFORM ARCHIVE-LOG-ROW
                       ADD 1 TO WS-LOG-ARCHIVED
                   ELSE
                       IF TIMESTAMP < WS-CUTOFF-DATE
                           ADD 1 TO WS-LOG-HELD
                           DISPLAY 'Legal Hold - Kept LOG Row '
                               TIMESTAMP ' ' ACTION-TYPE
                       END-IF
                       MOVE ACTION-TYPE TO NEW-LOG-ACTION-TYPE
                       MOVE TIMESTAMP TO NEW-LOG-TIMESTAMP
                       MOVE USER-ID TO NEW-LOG-USER-ID
               AT END
                   MOVE 'Y' TO WS-END-OF-TRAN
               NOT AT END
                   MOVE 'N' TO WS-HOLD-IN-FORCE
                   IF PAYMENT-DATE < WS-CUTOFF-DATE
                      AND ANY-HOLD-OPEN
                       MOVE LOAN-ID OF TRANSACTION-REC
                           TO WS-HOLD-LOAN-ID
                       CALL 'CHECK-LEGAL-HOLD' USING
                           WS-HOLD-LOAN-ID
                           WS-HOLD-CUSTOMER-ID
                           WS-HOLD-IN-FORCE
                           WS-HOLD-MATTER
                   END-IF
                   IF PAYMENT-DATE < WS-CUTOFF-DATE
                      AND NOT HOLD-IN-FORCE
                       PERFORM ARCHIVE-TRAN-ROW
                       ADD 1 TO WS-TRAN-ARCHIVED
                   ELSE
                       IF HOLD-IN-FORCE
                           ADD 1 TO WS-TRAN-HELD
                           DISPLAY 'Legal Hold - Kept Transaction '
                               TRANSACTION-ID ' Loan '
                               LOAN-ID OF TRANSACTION-REC
                               ' Matter ' WS-HOLD-MATTER
                       END-IF
                       MOVE TRANSACTION-REC TO NEW-TRANSACTION-REC
                       WRITE NEW-TRANSACTION-REC
                       ADD 1 TO WS-TRAN-KEPT
           MOVE REMAINING-BALANCE TO ARC-TRAN-REMAINING-BAL
           MOVE TRANSACTION-TYPE TO ARC-TRAN-TYPE
           MOVE REVERSED-TRANSACTION-ID TO ARC-TRAN-REVERSED-ID
           MOVE ALLOCATION-SPLIT TO ARC-TRAN-ALLOC-SPLIT

           MOVE WS-NEXT-BACKUP-ID TO BACKUP-ID
           MOVE 'TRANSACTION.DAT' TO FILE-NAME
