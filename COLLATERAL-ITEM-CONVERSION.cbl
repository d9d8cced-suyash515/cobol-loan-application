       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLATERAL-ITEM-CONVERSION.

      *================================================================
      *  One-time (and safely re-runnable) conversion of the
      *  collateral files from one record per loan to one record
      *  per collateral item.  COLLATERAL.DAT, COLLATERAL_ARCHIVE.DAT
      *  and OWNED_ASSET.DAT now key on the loan plus the item's
      *  COLLATERAL-SEQ, so they cannot be converted in place the
      *  way ADDRESS-CONVERSION converted CUSTOMER.DAT; they are
      *  unloaded and reloaded.  Before the run, operations renames
      *  each pre-conversion file to its _OLD name; the run reads
      *  the _OLD file and rebuilds the file under its own name:
      *
      *    COLLATERAL_OLD.DAT          -> COLLATERAL.DAT
      *    COLLATERAL_ARCHIVE_OLD.DAT  -> COLLATERAL_ARCHIVE.DAT
      *    OWNED_ASSET_OLD.DAT         -> OWNED_ASSET.DAT
      *    VALUATION_HISTORY_OLD.DAT   -> VALUATION_HISTORY.DAT
      *    LIEN_RELEASE_OLD.DAT        -> LIEN_RELEASE.DAT
      *
      *  Every old record is reloaded as the loan's item 01:
      *
      *    - collateral and archived collateral -- COLLATERAL-SEQ 01,
      *      ITEM-STATUS ACTIVE as of the run date, no substitution
      *      or paydown release against it;
      *    - owned assets -- ASSET-COLLATERAL-SEQ 01, the item taken;
      *    - valuation history and queued lien releases -- the
      *      sequence 01 carried on every row.
      *
      *  An _OLD file that is not there (nothing was ever archived,
      *  taken or released) is skipped and the current file left as
      *  it stands.  The new files are rebuilt from the _OLD copies
      *  on every run, so a rerun gives the same result.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-COLLATERAL-FILE
               ASSIGN TO 'COLLATERAL_OLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-COLL-LOAN-ID
               FILE STATUS IS OLD-COLLATERAL-STATUS.

           SELECT COLLATERAL-FILE ASSIGN TO 'COLLATERAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLLATERAL-KEY OF COLLATERAL-REC
               FILE STATUS IS COLLATERAL-FILE-STATUS.

           SELECT OLD-COLLATERAL-ARCHIVE-FILE
               ASSIGN TO 'COLLATERAL_ARCHIVE_OLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ARC-LOAN-ID
               FILE STATUS IS OLD-ARCHIVE-STATUS.

           SELECT COLLATERAL-ARCHIVE-FILE
               ASSIGN TO 'COLLATERAL_ARCHIVE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLLATERAL-KEY
                   OF COLLATERAL-ARCHIVE-REC
               FILE STATUS IS COLLATERAL-ARC-STATUS.

           SELECT OLD-OWNED-ASSET-FILE
               ASSIGN TO 'OWNED_ASSET_OLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ASSET-LOAN-ID
               FILE STATUS IS OLD-ASSET-STATUS.

           SELECT OWNED-ASSET-FILE ASSIGN TO 'OWNED_ASSET.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWNED-ASSET-KEY OF OWNED-ASSET-REC
               FILE STATUS IS OWNED-ASSET-STATUS.

           SELECT OLD-HISTORY-FILE
               ASSIGN TO 'VALUATION_HISTORY_OLD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS OLD-HISTORY-STATUS.

           SELECT VALUATION-HISTORY-FILE
               ASSIGN TO 'VALUATION_HISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT OLD-RELEASE-FILE
               ASSIGN TO 'LIEN_RELEASE_OLD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS OLD-RELEASE-STATUS.

           SELECT LIEN-RELEASE-FILE ASSIGN TO 'LIEN_RELEASE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RELEASE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      *  Pre-conversion layouts: one record per loan, keyed on the
      *  loan alone.
      *----------------------------------------------------------------
       FD  OLD-COLLATERAL-FILE.
       01  OLD-COLLATERAL-REC.
           05  OLD-COLL-LOAN-ID        PIC 9(5).
           05  OLD-COLL-DETAIL         PIC X(124).

       FD  OLD-COLLATERAL-ARCHIVE-FILE.
       01  OLD-COLLATERAL-ARCHIVE-REC.
           05  OLD-ARC-LOAN-ID         PIC 9(5).
           05  OLD-ARC-DETAIL          PIC X(124).

       FD  OLD-OWNED-ASSET-FILE.
       01  OLD-OWNED-ASSET-REC.
           05  OLD-ASSET-LOAN-ID       PIC 9(5).
           05  OLD-ASSET-DETAIL        PIC X(65).

       FD  OLD-HISTORY-FILE.
       01  OLD-HISTORY-REC.
           05  OLD-HIST-LOAN-ID        PIC 9(5).
           05  OLD-HIST-DETAIL         PIC X(31).

       FD  OLD-RELEASE-FILE.
       01  OLD-RELEASE-REC.
           05  OLD-REL-LOAN-ID         PIC 9(5).
           05  OLD-REL-QUEUED-DATE     PIC 9(8).

       FD  COLLATERAL-FILE.
       COPY COLLATERALREC.

       FD  COLLATERAL-ARCHIVE-FILE.
       COPY COLLATERALREC REPLACING ==COLLATERAL-REC==
           BY ==COLLATERAL-ARCHIVE-REC==.

       FD  OWNED-ASSET-FILE.
       COPY OWNEDASSETREC.

       FD  VALUATION-HISTORY-FILE.
       01  VALUATION-HISTORY-REC.
           05  HIST-LOAN-ID        PIC 9(5).
           05  HIST-COLLATERAL-SEQ PIC 9(2).
           05  HIST-DETAIL         PIC X(31).

       FD  LIEN-RELEASE-FILE.
       01  LIEN-RELEASE-REC.
           05  REL-LOAN-ID         PIC 9(5).
           05  REL-QUEUED-DATE     PIC 9(8).
           05  REL-COLLATERAL-SEQ  PIC 9(2).

       WORKING-STORAGE SECTION.
       01  OLD-COLLATERAL-STATUS   PIC XX.
           88  OLD-COLLATERAL-OK    VALUE '00'.
       01  COLLATERAL-FILE-STATUS  PIC XX.
           88  COLLATERAL-FILE-OK   VALUE '00'.
       01  OLD-ARCHIVE-STATUS      PIC XX.
           88  OLD-ARCHIVE-OK       VALUE '00'.
       01  COLLATERAL-ARC-STATUS   PIC XX.
           88  COLLATERAL-ARC-OK    VALUE '00'.
       01  OLD-ASSET-STATUS        PIC XX.
           88  OLD-ASSET-OK         VALUE '00'.
       01  OWNED-ASSET-STATUS      PIC XX.
           88  OWNED-ASSET-OK       VALUE '00'.
       01  OLD-HISTORY-STATUS      PIC XX.
           88  OLD-HISTORY-OK       VALUE '00'.
       01  HISTORY-FILE-STATUS     PIC XX.
           88  HISTORY-FILE-OK      VALUE '00'.
       01  OLD-RELEASE-STATUS      PIC XX.
           88  OLD-RELEASE-OK       VALUE '00'.
       01  RELEASE-FILE-STATUS     PIC XX.
           88  RELEASE-FILE-OK      VALUE '00'.

       01  WS-END-OF-OLD-FILE      PIC X VALUE 'N'.
           88  END-OF-OLD-FILE      VALUE 'Y'.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-BUSDATE-FOUND        PIC X.
           88  BUSINESS-DATE-FOUND  VALUE 'Y'.

       01  WS-COLLATERAL-READ      PIC 9(5) COMP VALUE ZERO.
       01  WS-COLLATERAL-LOADED    PIC 9(5) COMP VALUE ZERO.
       01  WS-ARCHIVE-READ         PIC 9(5) COMP VALUE ZERO.
       01  WS-ARCHIVE-LOADED       PIC 9(5) COMP VALUE ZERO.
       01  WS-ASSETS-READ          PIC 9(5) COMP VALUE ZERO.
       01  WS-ASSETS-LOADED        PIC 9(5) COMP VALUE ZERO.
       01  WS-HISTORY-CONVERTED    PIC 9(5) COMP VALUE ZERO.
       01  WS-RELEASES-CONVERTED   PIC 9(5) COMP VALUE ZERO.
       01  WS-RECORDS-REJECTED     PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       CALL 'GET-BUSINESS-DATE' USING WS-RUN-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           DISPLAY 'Enter Conversion Run Date (YYYYMMDD): '
           ACCEPT WS-RUN-DATE
       END-IF

       OPEN INPUT OLD-COLLATERAL-FILE
       IF NOT OLD-COLLATERAL-OK
           DISPLAY 'Error Opening COLLATERAL_OLD.DAT - Rename '
               'COLLATERAL.DAT Before The Conversion.'
           STOP RUN
       END-IF

       PERFORM CONVERT-COLLATERAL
       PERFORM CONVERT-COLLATERAL-ARCHIVE
       PERFORM CONVERT-OWNED-ASSETS
       PERFORM CONVERT-VALUATION-HISTORY
       PERFORM CONVERT-LIEN-RELEASES

       DISPLAY 'Collateral Item Conversion Complete.'
       DISPLAY '  Collateral Read      : ' WS-COLLATERAL-READ
       DISPLAY '  Collateral Reloaded  : ' WS-COLLATERAL-LOADED
       DISPLAY '  Archive Read         : ' WS-ARCHIVE-READ
       DISPLAY '  Archive Reloaded     : ' WS-ARCHIVE-LOADED
       DISPLAY '  Owned Assets Read    : ' WS-ASSETS-READ
       DISPLAY '  Owned Assets Reloaded: ' WS-ASSETS-LOADED
       DISPLAY '  History Rows         : ' WS-HISTORY-CONVERTED
       DISPLAY '  Lien Release Rows    : ' WS-RELEASES-CONVERTED
       DISPLAY '  Rejected             : ' WS-RECORDS-REJECTED

       STOP RUN.

      *----------------------------------------------------------------
      *  COLLATERAL.DAT.  The old file is already open (its absence
      *  stops the run); the new one is rebuilt from it.
      *----------------------------------------------------------------
       CONVERT-COLLATERAL.
           OPEN OUTPUT COLLATERAL-FILE
           IF NOT COLLATERAL-FILE-OK
               DISPLAY 'Error Opening COLLATERAL-FILE.'
               CLOSE OLD-COLLATERAL-FILE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-END-OF-OLD-FILE
           PERFORM RELOAD-NEXT-COLLATERAL UNTIL END-OF-OLD-FILE
           CLOSE COLLATERAL-FILE
           CLOSE OLD-COLLATERAL-FILE.

       RELOAD-NEXT-COLLATERAL.
           READ OLD-COLLATERAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-OLD-FILE
               NOT AT END
                   ADD 1 TO WS-COLLATERAL-READ
                   INITIALIZE COLLATERAL-REC
                   MOVE OLD-COLL-LOAN-ID
                       TO LOAN-ID OF COLLATERAL-REC
                   MOVE OLD-COLL-DETAIL
                       TO COLLATERAL-REC (8:LENGTH OF OLD-COLL-DETAIL)
                   MOVE 01 TO COLLATERAL-SEQ OF COLLATERAL-REC
                   MOVE 'ACTIVE' TO ITEM-STATUS OF COLLATERAL-REC
                   MOVE WS-RUN-DATE
                       TO ITEM-STATUS-DATE OF COLLATERAL-REC
                   MOVE ZERO TO SUBST-FOR-SEQ OF COLLATERAL-REC
                   MOVE ZERO
                       TO RELEASE-PAYDOWN-TRAN-ID OF COLLATERAL-REC
                   WRITE COLLATERAL-REC
                       INVALID KEY
                           ADD 1 TO WS-RECORDS-REJECTED
                           DISPLAY 'Collateral Not Reloaded: '
                               OLD-COLL-LOAN-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-COLLATERAL-LOADED
                   END-WRITE
           END-READ.

       CONVERT-COLLATERAL-ARCHIVE.
           OPEN INPUT OLD-COLLATERAL-ARCHIVE-FILE
           IF NOT OLD-ARCHIVE-OK
               DISPLAY 'No COLLATERAL_ARCHIVE_OLD.DAT - Archive '
                   'Skipped.'
           ELSE
               OPEN OUTPUT COLLATERAL-ARCHIVE-FILE
               IF NOT COLLATERAL-ARC-OK
                   DISPLAY 'Error Opening COLLATERAL-ARCHIVE-FILE.'
               ELSE
                   MOVE 'N' TO WS-END-OF-OLD-FILE
                   PERFORM RELOAD-NEXT-ARCHIVED-ITEM
                       UNTIL END-OF-OLD-FILE
                   CLOSE COLLATERAL-ARCHIVE-FILE
               END-IF
               CLOSE OLD-COLLATERAL-ARCHIVE-FILE
           END-IF.

       RELOAD-NEXT-ARCHIVED-ITEM.
           READ OLD-COLLATERAL-ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-OLD-FILE
               NOT AT END
                   ADD 1 TO WS-ARCHIVE-READ
                   INITIALIZE COLLATERAL-ARCHIVE-REC
                   MOVE OLD-ARC-LOAN-ID
                       TO LOAN-ID OF COLLATERAL-ARCHIVE-REC
                   MOVE OLD-ARC-DETAIL
                       TO COLLATERAL-ARCHIVE-REC
                           (8:LENGTH OF OLD-ARC-DETAIL)
                   MOVE 01 TO COLLATERAL-SEQ OF COLLATERAL-ARCHIVE-REC
                   MOVE 'ACTIVE'
                       TO ITEM-STATUS OF COLLATERAL-ARCHIVE-REC
                   MOVE WS-RUN-DATE
                       TO ITEM-STATUS-DATE OF COLLATERAL-ARCHIVE-REC
                   MOVE ZERO TO SUBST-FOR-SEQ OF COLLATERAL-ARCHIVE-REC
                   MOVE ZERO TO RELEASE-PAYDOWN-TRAN-ID
                       OF COLLATERAL-ARCHIVE-REC
                   WRITE COLLATERAL-ARCHIVE-REC
                       INVALID KEY
                           ADD 1 TO WS-RECORDS-REJECTED
                           DISPLAY 'Archived Collateral Not '
                               'Reloaded: ' OLD-ARC-LOAN-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-ARCHIVE-LOADED
                   END-WRITE
           END-READ.

       CONVERT-OWNED-ASSETS.
           OPEN INPUT OLD-OWNED-ASSET-FILE
           IF NOT OLD-ASSET-OK
               DISPLAY 'No OWNED_ASSET_OLD.DAT - Owned Assets '
                   'Skipped.'
           ELSE
               OPEN OUTPUT OWNED-ASSET-FILE
               IF NOT OWNED-ASSET-OK
                   DISPLAY 'Error Opening OWNED-ASSET-FILE.'
               ELSE
                   MOVE 'N' TO WS-END-OF-OLD-FILE
                   PERFORM RELOAD-NEXT-OWNED-ASSET
                       UNTIL END-OF-OLD-FILE
                   CLOSE OWNED-ASSET-FILE
               END-IF
               CLOSE OLD-OWNED-ASSET-FILE
           END-IF.

       RELOAD-NEXT-OWNED-ASSET.
           READ OLD-OWNED-ASSET-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-OLD-FILE
               NOT AT END
                   ADD 1 TO WS-ASSETS-READ
                   MOVE OLD-ASSET-LOAN-ID
                       TO LOAN-ID OF OWNED-ASSET-REC
                   MOVE 01 TO ASSET-COLLATERAL-SEQ
                   MOVE OLD-ASSET-DETAIL
                       TO OWNED-ASSET-REC
                           (8:LENGTH OF OLD-ASSET-DETAIL)
                   WRITE OWNED-ASSET-REC
                       INVALID KEY
                           ADD 1 TO WS-RECORDS-REJECTED
                           DISPLAY 'Owned Asset Not Reloaded: '
                               OLD-ASSET-LOAN-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-ASSETS-LOADED
                   END-WRITE
           END-READ.

      *----------------------------------------------------------------
      *  The line-sequential files are rewritten whole: every row
      *  written before the change belongs to the loan's item 01.
      *----------------------------------------------------------------
       CONVERT-VALUATION-HISTORY.
           OPEN INPUT OLD-HISTORY-FILE
           IF NOT OLD-HISTORY-OK
               DISPLAY 'No VALUATION_HISTORY_OLD.DAT - History '
                   'Skipped.'
           ELSE
               OPEN OUTPUT VALUATION-HISTORY-FILE
               IF NOT HISTORY-FILE-OK
                   DISPLAY 'Error Opening VALUATION-HISTORY-FILE.'
               ELSE
                   MOVE 'N' TO WS-END-OF-OLD-FILE
                   PERFORM CONVERT-NEXT-HISTORY-ROW
                       UNTIL END-OF-OLD-FILE
                   CLOSE VALUATION-HISTORY-FILE
               END-IF
               CLOSE OLD-HISTORY-FILE
           END-IF.

       CONVERT-NEXT-HISTORY-ROW.
           READ OLD-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-OLD-FILE
               NOT AT END
                   MOVE OLD-HIST-LOAN-ID TO HIST-LOAN-ID
                   MOVE 01               TO HIST-COLLATERAL-SEQ
                   MOVE OLD-HIST-DETAIL  TO HIST-DETAIL
                   WRITE VALUATION-HISTORY-REC
                   ADD 1 TO WS-HISTORY-CONVERTED
           END-READ.

       CONVERT-LIEN-RELEASES.
           OPEN INPUT OLD-RELEASE-FILE
           IF NOT OLD-RELEASE-OK
               DISPLAY 'No LIEN_RELEASE_OLD.DAT - Lien Releases '
                   'Skipped.'
           ELSE
               OPEN OUTPUT LIEN-RELEASE-FILE
               IF NOT RELEASE-FILE-OK
                   DISPLAY 'Error Opening LIEN-RELEASE-FILE.'
               ELSE
                   MOVE 'N' TO WS-END-OF-OLD-FILE
                   PERFORM CONVERT-NEXT-RELEASE-ROW
                       UNTIL END-OF-OLD-FILE
                   CLOSE LIEN-RELEASE-FILE
               END-IF
               CLOSE OLD-RELEASE-FILE
           END-IF.

       CONVERT-NEXT-RELEASE-ROW.
           READ OLD-RELEASE-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-OLD-FILE
               NOT AT END
                   MOVE OLD-REL-LOAN-ID     TO REL-LOAN-ID
                   MOVE OLD-REL-QUEUED-DATE TO REL-QUEUED-DATE
                   MOVE 01                  TO REL-COLLATERAL-SEQ
                   WRITE LIEN-RELEASE-REC
                   ADD 1 TO WS-RELEASES-CONVERTED
           END-READ.
