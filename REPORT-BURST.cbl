       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-BURST.

      *================================================================
      *  Report burst and distribution, run after the nightly and
      *  month-end cycles.  Every active DISTRIBUTION.DAT row names
      *  a report type, a branch (zero = every branch) and a
      *  recipient; for each, the report's REPORT.DAT entries for the
      *  burst date that belong to that branch are written out under
      *  a distribution cover page:
      *
      *    REPORT_BURST.PRT  print pages, one section per recipient,
      *                      cover page first (format P or B)
      *    REPORT_BURST.DAT  '|'-delimited rows led by recipient and
      *                      destination, a HEADER row per section
      *                      (format D or B)
      *
      *  so the print room and the file transfer route each section
      *  to its DIST-DESTINATION instead of someone splitting the
      *  printout by hand.  A loan-level entry (delinquency,
      *  reconciliation, interest statement) belongs to its loan's
      *  branch; the rest are bank-wide and go only to branch-zero
      *  recipients.  A recipient with nothing for the date is
      *  suppressed -- no cover, no empty pages -- and every section
      *  sent or suppressed is logged to DISTRIBUTION_LOG.DAT.
      *
      *  The burst date comes off the SYSIN card; zero takes the
      *  latest GENERATED-DATE on REPORT.DAT, which is the cycle just
      *  finished (the nightly has rolled the business date by now).
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIBUTION-FILE ASSIGN TO 'DISTRIBUTION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIST-KEY
               FILE STATUS IS DIST-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-REC
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF LOAN-REC
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT BURST-PRINT-FILE ASSIGN TO 'REPORT_BURST.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           SELECT BURST-EXTRACT-FILE ASSIGN TO 'REPORT_BURST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT DIST-LOG-FILE ASSIGN TO 'DISTRIBUTION_LOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIBUTION-FILE.
       COPY DISTRIBREC.

       FD  REPORT-FILE.
       COPY REPORTREC.

       FD  LOAN-FILE.
       COPY LOANREC.

       FD  BURST-PRINT-FILE.
       01  BURST-PRINT-LINE        PIC X(132).

       FD  BURST-EXTRACT-FILE.
       01  BURST-EXTRACT-LINE      PIC X(200).

       FD  DIST-LOG-FILE.
       COPY DISTLOGREC.

       WORKING-STORAGE SECTION.
       01  DIST-FILE-STATUS        PIC XX.
           88  DIST-FILE-OK         VALUE '00'.
       01  REPORT-FILE-STATUS      PIC XX.
           88  REPORT-FILE-OK       VALUE '00'.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
       01  PRINT-FILE-STATUS       PIC XX.
           88  PRINT-FILE-OK        VALUE '00'.
       01  EXTRACT-FILE-STATUS     PIC XX.
           88  EXTRACT-FILE-OK      VALUE '00'.
       01  DLOG-FILE-STATUS        PIC XX.
           88  DLOG-FILE-OK         VALUE '00'.

       01  WS-END-OF-ENTRIES       PIC X VALUE 'N'.
           88  END-OF-ENTRIES       VALUE 'Y'.
       01  WS-END-OF-REPORTS       PIC X VALUE 'N'.
           88  END-OF-REPORTS       VALUE 'Y'.
       01  WS-LOAN-FILE-OPEN       PIC X VALUE 'N'.
           88  LOAN-FILE-OPEN       VALUE 'Y'.

       01  WS-BURST-DATE           PIC 9(8).
       01  WS-BURST-PASS           PIC X.
           88  PASS-COUNT           VALUE 'C'.
           88  PASS-WRITE           VALUE 'W'.
       01  WS-ROW-BRANCH-ID        PIC 9(3).
       01  WS-ROW-LOAN-ID          PIC 9(5).
       01  WS-ITEM-COUNT           PIC 9(5).
       01  WS-BRANCH-LABEL         PIC X(12).

       01  WS-SECTIONS-SENT        PIC 9(5) COMP VALUE ZERO.
       01  WS-SECTIONS-SUPPRESSED  PIC 9(5) COMP VALUE ZERO.
       01  WS-ENTRIES-INACTIVE     PIC 9(5) COMP VALUE ZERO.
       01  WS-ITEMS-ROUTED         PIC 9(7) COMP VALUE ZERO.

       01  WS-EDIT-AMOUNT-1        PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-AMOUNT-2        PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-COUNT           PIC ZZZZ9.
       01  WS-DELIM-AMOUNT-1       PIC -(9)9.99.
       01  WS-DELIM-AMOUNT-2       PIC -(9)9.99.
       01  WS-DETAIL-TEXT          PIC X(100).
       01  WS-DELIM-TEXT           PIC X(100).

       PROCEDURE DIVISION.

       DISPLAY 'Enter Burst Date (YYYYMMDD, 0 = Latest Reports): '
       ACCEPT WS-BURST-DATE
       IF WS-BURST-DATE NOT NUMERIC
           MOVE ZERO TO WS-BURST-DATE
       END-IF

       OPEN INPUT REPORT-FILE
       IF NOT REPORT-FILE-OK
           DISPLAY 'No Reports On File - Nothing To Burst.'
           STOP RUN
       END-IF
       IF WS-BURST-DATE = ZERO
           PERFORM FIND-LATEST-REPORT-DATE UNTIL END-OF-REPORTS
       END-IF
       CLOSE REPORT-FILE

       OPEN INPUT DISTRIBUTION-FILE
       IF NOT DIST-FILE-OK
           DISPLAY 'No Distribution Master On File - Nothing To '
               'Burst.'
           STOP RUN
       END-IF

      *  Without the loan master every loan-level entry counts as
      *  bank-wide, so it still reaches the branch-zero recipients.
       OPEN INPUT LOAN-FILE
       IF LOAN-FILE-OK
           MOVE 'Y' TO WS-LOAN-FILE-OPEN
       ELSE
           DISPLAY 'LOAN-FILE Not Available - Loan-Level Entries '
               'Go To Every-Branch Recipients Only.'
       END-IF

       OPEN OUTPUT BURST-PRINT-FILE
       IF NOT PRINT-FILE-OK
           DISPLAY 'Error Opening BURST-PRINT-FILE.'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN OUTPUT BURST-EXTRACT-FILE
       IF NOT EXTRACT-FILE-OK
           DISPLAY 'Error Opening BURST-EXTRACT-FILE.'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN EXTEND DIST-LOG-FILE
       IF NOT DLOG-FILE-OK
           OPEN OUTPUT DIST-LOG-FILE
       END-IF

       DISPLAY '============================================'
       DISPLAY '  REPORT BURST FOR ' WS-BURST-DATE
       DISPLAY '============================================'

       PERFORM BURST-NEXT-ENTRY UNTIL END-OF-ENTRIES

       CLOSE DISTRIBUTION-FILE
       IF LOAN-FILE-OPEN
           CLOSE LOAN-FILE
       END-IF
       CLOSE BURST-PRINT-FILE
       CLOSE BURST-EXTRACT-FILE
       CLOSE DIST-LOG-FILE

       DISPLAY '--------------------------------------------'
       DISPLAY 'Sections Sent       : ' WS-SECTIONS-SENT
       DISPLAY 'Sections Suppressed : ' WS-SECTIONS-SUPPRESSED
       DISPLAY 'Inactive Entries    : ' WS-ENTRIES-INACTIVE
       DISPLAY 'Report Items Routed : ' WS-ITEMS-ROUTED
       DISPLAY '============================================'

       STOP RUN.

       FIND-LATEST-REPORT-DATE.
           READ REPORT-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-REPORTS
               NOT AT END
                   IF GENERATED-DATE > WS-BURST-DATE
                       MOVE GENERATED-DATE TO WS-BURST-DATE
                   END-IF
           END-READ.

       BURST-NEXT-ENTRY.
           READ DISTRIBUTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-ENTRIES
               NOT AT END
                   IF DIST-ACTIVE
                       PERFORM BURST-ONE-ENTRY
                   ELSE
                       ADD 1 TO WS-ENTRIES-INACTIVE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Counted first, so an empty section is suppressed before a
      *  cover page goes out and the cover can carry the item count.
      *----------------------------------------------------------------
       BURST-ONE-ENTRY.
           IF DIST-BRANCH-ID = ZERO
               MOVE 'ALL BRANCHES' TO WS-BRANCH-LABEL
           ELSE
               MOVE SPACES TO WS-BRANCH-LABEL
               MOVE DIST-BRANCH-ID TO WS-BRANCH-LABEL
           END-IF

           MOVE ZERO TO WS-ITEM-COUNT
           MOVE 'C' TO WS-BURST-PASS
           PERFORM SCAN-REPORT-FILE

           IF WS-ITEM-COUNT = ZERO
               ADD 1 TO WS-SECTIONS-SUPPRESSED
               DISPLAY 'Suppressed: ' DIST-REPORT-TYPE ' Branch '
                   WS-BRANCH-LABEL ' To ' DIST-RECIPIENT-ID
                   ' - Nothing For The Date'
               MOVE 'Z' TO DLOG-STATUS
           ELSE
               ADD 1 TO WS-SECTIONS-SENT
               ADD WS-ITEM-COUNT TO WS-ITEMS-ROUTED
               PERFORM WRITE-COVER-PAGE
               MOVE 'W' TO WS-BURST-PASS
               PERFORM SCAN-REPORT-FILE
               IF NOT DIST-DELIMITED-ONLY
                   MOVE SPACES TO BURST-PRINT-LINE
                   WRITE BURST-PRINT-LINE
               END-IF
               DISPLAY 'Sent:       ' DIST-REPORT-TYPE ' Branch '
                   WS-BRANCH-LABEL ' To ' DIST-RECIPIENT-ID
                   ' At ' DIST-DESTINATION ' Items ' WS-ITEM-COUNT
               MOVE 'S' TO DLOG-STATUS
           END-IF

           PERFORM WRITE-DISTRIBUTION-LOG.

       SCAN-REPORT-FILE.
           MOVE 'N' TO WS-END-OF-REPORTS
           OPEN INPUT REPORT-FILE
           IF REPORT-FILE-OK
               PERFORM CHECK-NEXT-REPORT-ROW UNTIL END-OF-REPORTS
               CLOSE REPORT-FILE
           END-IF.

       CHECK-NEXT-REPORT-ROW.
           READ REPORT-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-REPORTS
               NOT AT END
                   IF GENERATED-DATE = WS-BURST-DATE
                      AND REPORT-TYPE = DIST-REPORT-TYPE
                       PERFORM FIND-ROW-BRANCH
                       IF DIST-BRANCH-ID = ZERO
                          OR DIST-BRANCH-ID = WS-ROW-BRANCH-ID
                           PERFORM ROUTE-REPORT-ROW
                       END-IF
                   END-IF
           END-READ.

       ROUTE-REPORT-ROW.
           IF PASS-COUNT
               ADD 1 TO WS-ITEM-COUNT
           ELSE
               PERFORM FORMAT-REPORT-ROW
               IF NOT DIST-DELIMITED-ONLY
                   MOVE SPACES TO BURST-PRINT-LINE
                   STRING REPORT-ID '  ' WS-DETAIL-TEXT
                       DELIMITED BY SIZE INTO BURST-PRINT-LINE
                   END-STRING
                   WRITE BURST-PRINT-LINE
               END-IF
               IF NOT DIST-PRINT-ONLY
                   MOVE SPACES TO BURST-EXTRACT-LINE
                   STRING DIST-RECIPIENT-ID  DELIMITED BY SPACE
                          '|'                DELIMITED BY SIZE
                          DIST-DESTINATION   DELIMITED BY SPACE
                          '|'                DELIMITED BY SIZE
                          REPORT-TYPE        DELIMITED BY '  '
                          '|'                DELIMITED BY SIZE
                          WS-ROW-BRANCH-ID   DELIMITED BY SIZE
                          '|'                DELIMITED BY SIZE
                          REPORT-ID          DELIMITED BY SIZE
                          '|'                DELIMITED BY SIZE
                          GENERATED-DATE     DELIMITED BY SIZE
                          '|'                DELIMITED BY SIZE
                          WS-DELIM-TEXT      DELIMITED BY '  '
                       INTO BURST-EXTRACT-LINE
                   END-STRING
                   WRITE BURST-EXTRACT-LINE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  Loan-level entries belong to the loan's branch; loans booked
      *  before the branch structure, and every bank-wide entry,
      *  carry branch zero.
      *----------------------------------------------------------------
       FIND-ROW-BRANCH.
           MOVE ZERO TO WS-ROW-BRANCH-ID
           MOVE ZERO TO WS-ROW-LOAN-ID
           EVALUATE TRUE
               WHEN REPORT-TYPE-DELINQUENCY
                   MOVE DELINQ-LOAN-ID TO WS-ROW-LOAN-ID
               WHEN REPORT-TYPE-RECONCILE
                   MOVE RECON-LOAN-ID TO WS-ROW-LOAN-ID
               WHEN REPORT-TYPE-INT-STMT
                   MOVE STMT-LOAN-ID TO WS-ROW-LOAN-ID
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-ROW-LOAN-ID NOT = ZERO AND LOAN-FILE-OPEN
               MOVE WS-ROW-LOAN-ID TO LOAN-ID OF LOAN-REC
               READ LOAN-FILE
                   INVALID KEY
                       MOVE ZERO TO WS-ROW-BRANCH-ID
                   NOT INVALID KEY
                       IF BRANCH-ID OF LOAN-REC NUMERIC
                           MOVE BRANCH-ID OF LOAN-REC
                               TO WS-ROW-BRANCH-ID
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------------
      *  One print line and one delimited tail per entry, laid out
      *  the way REPORT-LIST reads each report type back.
      *----------------------------------------------------------------
       FORMAT-REPORT-ROW.
           MOVE SPACES TO WS-DETAIL-TEXT
           MOVE SPACES TO WS-DELIM-TEXT
           EVALUATE TRUE
               WHEN REPORT-TYPE-DELINQUENCY
                   MOVE DELINQ-AMOUNT-PAST-DUE TO WS-EDIT-AMOUNT-1
                   MOVE DELINQ-AMOUNT-PAST-DUE TO WS-DELIM-AMOUNT-1
                   STRING 'Loan ' DELINQ-LOAN-ID
                          '  Days Past Due ' DELINQ-DAYS-PAST-DUE
                          '  Past Due ' WS-EDIT-AMOUNT-1
                          '  Bucket ' DELINQ-BUCKET
                       DELIMITED BY SIZE INTO WS-DETAIL-TEXT
                   END-STRING
                   STRING DELINQ-LOAN-ID '|' DELINQ-DAYS-PAST-DUE
                          '|' WS-DELIM-AMOUNT-1 '|' DELINQ-BUCKET
                       DELIMITED BY SIZE INTO WS-DELIM-TEXT
                   END-STRING
               WHEN REPORT-TYPE-PORTFOLIO
                   MOVE PORT-TOTAL-BALANCE TO WS-EDIT-AMOUNT-1
                   MOVE PORT-TOTAL-BALANCE TO WS-DELIM-AMOUNT-1
                   MOVE PORT-LOAN-COUNT TO WS-EDIT-COUNT
                   STRING 'Loan Type ' PORT-LOAN-TYPE
                          '  Loans ' WS-EDIT-COUNT
                          '  Balance ' WS-EDIT-AMOUNT-1
                       DELIMITED BY SIZE INTO WS-DETAIL-TEXT
                   END-STRING
                   STRING PORT-LOAN-TYPE '|' PORT-LOAN-COUNT
                          '|' WS-DELIM-AMOUNT-1
                       DELIMITED BY SIZE INTO WS-DELIM-TEXT
                   END-STRING
               WHEN REPORT-TYPE-RECONCILE
                   MOVE RECON-EXPECTED-BALANCE TO WS-EDIT-AMOUNT-1
                   MOVE RECON-DIFFERENCE TO WS-EDIT-AMOUNT-2
                   MOVE RECON-EXPECTED-BALANCE TO WS-DELIM-AMOUNT-1
                   MOVE RECON-DIFFERENCE TO WS-DELIM-AMOUNT-2
                   STRING 'Loan ' RECON-LOAN-ID
                          '  Expected ' WS-EDIT-AMOUNT-1
                          '  Difference ' WS-EDIT-AMOUNT-2
                          '  ' RECON-STATUS
                       DELIMITED BY SIZE INTO WS-DETAIL-TEXT
                   END-STRING
                   STRING RECON-LOAN-ID '|' WS-DELIM-AMOUNT-1
                          '|' WS-DELIM-AMOUNT-2 '|' RECON-STATUS
                       DELIMITED BY SIZE INTO WS-DELIM-TEXT
                   END-STRING
               WHEN REPORT-TYPE-INT-STMT
                   MOVE STMT-INTEREST-PAID TO WS-EDIT-AMOUNT-1
                   MOVE STMT-INTEREST-PAID TO WS-DELIM-AMOUNT-1
                   STRING 'Loan ' STMT-LOAN-ID
                          '  Customer ' STMT-CUSTOMER-ID
                          '  Tax Year ' STMT-TAX-YEAR
                          '  Interest Paid ' WS-EDIT-AMOUNT-1
                       DELIMITED BY SIZE INTO WS-DETAIL-TEXT
                   END-STRING
                   STRING STMT-LOAN-ID '|' STMT-CUSTOMER-ID
                          '|' STMT-TAX-YEAR '|' WS-DELIM-AMOUNT-1
                       DELIMITED BY SIZE INTO WS-DELIM-TEXT
                   END-STRING
               WHEN REPORT-TYPE-COMMISSION
                   MOVE COMM-APPROVED-VOLUME TO WS-EDIT-AMOUNT-1
                   MOVE COMM-AMOUNT TO WS-EDIT-AMOUNT-2
                   MOVE COMM-APPROVED-VOLUME TO WS-DELIM-AMOUNT-1
                   MOVE COMM-AMOUNT TO WS-DELIM-AMOUNT-2
                   STRING 'Originator ' COMM-ORIGINATOR-ID
                          '  Volume ' WS-EDIT-AMOUNT-1
                          '  Commission ' WS-EDIT-AMOUNT-2
                       DELIMITED BY SIZE INTO WS-DETAIL-TEXT
                   END-STRING
                   STRING COMM-ORIGINATOR-ID '|' WS-DELIM-AMOUNT-1
                          '|' WS-DELIM-AMOUNT-2
                       DELIMITED BY SIZE INTO WS-DELIM-TEXT
                   END-STRING
               WHEN REPORT-TYPE-EXCEPTION
                   STRING EXCEP-SOURCE-FILE '  Key ' EXCEP-KEY-ID
                          '  ' EXCEP-DESCRIPTION
                       DELIMITED BY SIZE INTO WS-DETAIL-TEXT
                   END-STRING
                   STRING EXCEP-SOURCE-FILE '|' EXCEP-KEY-ID
                          '|' EXCEP-DESCRIPTION
                       DELIMITED BY SIZE INTO WS-DELIM-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE REPORT-DATA TO WS-DETAIL-TEXT
                   MOVE REPORT-DATA TO WS-DELIM-TEXT
           END-EVALUATE.

       WRITE-COVER-PAGE.
           MOVE WS-ITEM-COUNT TO WS-EDIT-COUNT
           IF NOT DIST-DELIMITED-ONLY
               MOVE ALL '=' TO BURST-PRINT-LINE
               WRITE BURST-PRINT-LINE
               MOVE '  REPORT DISTRIBUTION COVER PAGE'
                   TO BURST-PRINT-LINE
               WRITE BURST-PRINT-LINE
               MOVE ALL '=' TO BURST-PRINT-LINE
               WRITE BURST-PRINT-LINE
               MOVE SPACES TO BURST-PRINT-LINE
               STRING '  Recipient     : ' DIST-RECIPIENT-ID ' '
                      DIST-RECIPIENT-NAME
                   DELIMITED BY SIZE INTO BURST-PRINT-LINE
               END-STRING
               WRITE BURST-PRINT-LINE
               MOVE SPACES TO BURST-PRINT-LINE
               STRING '  Department    : ' DIST-DEPARTMENT
                   DELIMITED BY SIZE INTO BURST-PRINT-LINE
               END-STRING
               WRITE BURST-PRINT-LINE
               MOVE SPACES TO BURST-PRINT-LINE
               STRING '  Destination   : ' DIST-DESTINATION
                   DELIMITED BY SIZE INTO BURST-PRINT-LINE
               END-STRING
               WRITE BURST-PRINT-LINE
               MOVE SPACES TO BURST-PRINT-LINE
               STRING '  Report        : ' DIST-REPORT-TYPE
                   DELIMITED BY SIZE INTO BURST-PRINT-LINE
               END-STRING
               WRITE BURST-PRINT-LINE
               MOVE SPACES TO BURST-PRINT-LINE
               STRING '  Branch        : ' WS-BRANCH-LABEL
                   DELIMITED BY SIZE INTO BURST-PRINT-LINE
               END-STRING
               WRITE BURST-PRINT-LINE
               MOVE SPACES TO BURST-PRINT-LINE
               STRING '  Report Date   : ' WS-BURST-DATE
                   DELIMITED BY SIZE INTO BURST-PRINT-LINE
               END-STRING
               WRITE BURST-PRINT-LINE
               MOVE SPACES TO BURST-PRINT-LINE
               STRING '  Items         : ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO BURST-PRINT-LINE
               END-STRING
               WRITE BURST-PRINT-LINE
               MOVE ALL '=' TO BURST-PRINT-LINE
               WRITE BURST-PRINT-LINE
           END-IF
           IF NOT DIST-PRINT-ONLY
               MOVE SPACES TO BURST-EXTRACT-LINE
               STRING DIST-RECIPIENT-ID  DELIMITED BY SPACE
                      '|'                DELIMITED BY SIZE
                      DIST-DESTINATION   DELIMITED BY SPACE
                      '|HEADER|'         DELIMITED BY SIZE
                      DIST-REPORT-TYPE   DELIMITED BY '  '
                      '|'                DELIMITED BY SIZE
                      DIST-BRANCH-ID     DELIMITED BY SIZE
                      '|'                DELIMITED BY SIZE
                      WS-BURST-DATE      DELIMITED BY SIZE
                      '|'                DELIMITED BY SIZE
                      WS-ITEM-COUNT      DELIMITED BY SIZE
                   INTO BURST-EXTRACT-LINE
               END-STRING
               WRITE BURST-EXTRACT-LINE
           END-IF.

       WRITE-DISTRIBUTION-LOG.
           MOVE WS-BURST-DATE     TO DLOG-RUN-DATE
           MOVE DIST-REPORT-TYPE  TO DLOG-REPORT-TYPE
           MOVE DIST-BRANCH-ID    TO DLOG-BRANCH-ID
           MOVE DIST-RECIPIENT-ID TO DLOG-RECIPIENT-ID
           MOVE DIST-DESTINATION  TO DLOG-DESTINATION
           MOVE DIST-FORMAT       TO DLOG-FORMAT
           MOVE WS-ITEM-COUNT     TO DLOG-ITEM-COUNT
           WRITE DIST-LOG-REC.
