       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPLICATION-PIPELINE-REPORT.

      *================================================================
      *  Application pipeline aging report, run in the nightly cycle
      *  after APPLICATION-AGING.  Every application still PENDING
      *  on LOAN_APPLICATION.DAT is listed under the ORIGINATOR.DAT
      *  loan officer who took it (applications taken before the
      *  officer was recorded fall under UNASSIGNED), with its days
      *  in process, checklist items still outstanding and the
      *  incompleteness-notice deadline when one has gone out.
      *  Each officer closes with a count and requested dollars by
      *  age bucket -- 0-30, 31-60, 61-90 and over 90 days -- and
      *  the report with the same totals for the whole pipeline.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-APPLICATION-FILE
               ASSIGN TO 'LOAN_APPLICATION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-APPLICATION-REC
               FILE STATUS IS APPLICATION-FILE-STATUS.

           SELECT DOCUMENT-TRACK-FILE ASSIGN TO 'DOCUMENT_TRACK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-KEY OF DOCUMENT-TRACK-REC
               FILE STATUS IS DOC-FILE-STATUS.

           SELECT ORIGINATOR-FILE ASSIGN TO 'ORIGINATOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORIGINATOR-ID OF ORIGINATOR-REC
               FILE STATUS IS ORIGINATOR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-APPLICATION-FILE.
       COPY LOANAPPREC.

       FD  DOCUMENT-TRACK-FILE.
       COPY DOCTRACKREC.

       FD  ORIGINATOR-FILE.
       COPY ORIGMASTREC.

       WORKING-STORAGE SECTION.
       01  APPLICATION-FILE-STATUS PIC XX.
           88  APPLICATION-FILE-OK  VALUE '00'.
       01  DOC-FILE-STATUS         PIC XX.
           88  DOC-FILE-OK          VALUE '00'.
       01  ORIGINATOR-FILE-STATUS  PIC XX.
           88  ORIGINATOR-FILE-OK   VALUE '00'.

       01  WS-END-OF-APPLICATIONS  PIC X VALUE 'N'.
           88  END-OF-APPLICATIONS  VALUE 'Y'.
       01  WS-END-OF-DOCS          PIC X VALUE 'N'.
           88  END-OF-DOCS          VALUE 'Y'.
       01  WS-DOCS-ON-FILE         PIC X VALUE 'N'.
           88  DOCS-ON-FILE         VALUE 'Y'.
       01  WS-ORIGINATORS-ON-FILE  PIC X VALUE 'N'.
           88  ORIGINATORS-ON-FILE  VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-BUSDATE-FOUND        PIC X.
           88  BUSINESS-DATE-FOUND  VALUE 'Y'.

       01  WS-APPL-ORIGINATOR      PIC A(10).
       01  WS-ORIGINATOR-NAME      PIC X(30).
       01  WS-DAYS-IN-PROCESS      PIC S9(5).
       01  WS-BUCKET-IX            PIC 9 COMP.
       01  WS-ITEMS-OUTSTANDING    PIC 9(3) COMP.
       01  WS-EDIT-DAYS            PIC ZZZZ9.
       01  WS-EDIT-ITEMS           PIC ZZ9.
       01  WS-EDIT-AMOUNT          PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-COUNT           PIC ZZ,ZZ9.
       01  WS-NOTICE-TEXT          PIC X(16).

       01  WS-DCI-BASIS           PIC X VALUE 'A'.
       01  WS-DCI-FROM-DATE       PIC 9(8).
       01  WS-DCI-TO-DATE         PIC 9(8).
       01  WS-DCI-PRINCIPAL       PIC 9(7)V99 VALUE ZERO.
       01  WS-DCI-RATE            PIC 9(3)V99 VALUE ZERO.
       01  WS-DCI-DAYS            PIC S9(5).
       01  WS-DCI-PER-DIEM        PIC 9(5)V9(4).
       01  WS-DCI-INTEREST        PIC 9(7)V99.

      *  Open pipeline by originating officer, bucketed by age:
      *  1 = 0-30 days, 2 = 31-60, 3 = 61-90, 4 = over 90.
       01  WS-ORIG-TABLE.
           05  WS-ORIG-ENTRY OCCURS 50 TIMES.
               10  WS-OR-ID            PIC A(10).
               10  WS-OR-BUCKET OCCURS 4 TIMES.
                   15  WS-OR-COUNT     PIC 9(5) COMP.
                   15  WS-OR-AMOUNT    PIC 9(9)V99.
       01  WS-ORIG-ENTRIES         PIC 9(3) COMP VALUE ZERO.
       01  WS-OR-IX                PIC 9(3) COMP.
       01  WS-ENTRY-FOUND          PIC X.
           88  ENTRY-FOUND          VALUE 'Y'.
       01  WS-TABLE-FULL-COUNT     PIC 9(5) COMP VALUE ZERO.

       01  WS-PIPELINE-TOTALS.
           05  WS-PL-BUCKET OCCURS 4 TIMES.
               10  WS-PL-COUNT         PIC 9(5) COMP.
               10  WS-PL-AMOUNT        PIC 9(9)V99.
       01  WS-BUCKET-LABELS.
           05  FILLER              PIC X(10) VALUE '  0-30   '.
           05  FILLER              PIC X(10) VALUE ' 31-60   '.
           05  FILLER              PIC X(10) VALUE ' 61-90   '.
           05  FILLER              PIC X(10) VALUE ' OVER 90 '.
       01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           05  WS-BUCKET-LABEL     PIC X(10) OCCURS 4 TIMES.

       01  WS-APPS-OPEN            PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       CALL 'GET-BUSINESS-DATE' USING WS-RUN-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           DISPLAY 'Enter Report Date (YYYYMMDD): '
           ACCEPT WS-RUN-DATE
       END-IF

       INITIALIZE WS-ORIG-TABLE
       INITIALIZE WS-PIPELINE-TOTALS

       DISPLAY '============================================'
       DISPLAY '  APPLICATION PIPELINE AGING AS OF ' WS-RUN-DATE
       DISPLAY '============================================'

       OPEN INPUT LOAN-APPLICATION-FILE
       IF NOT APPLICATION-FILE-OK
           DISPLAY 'No Loan Applications On File.'
           STOP RUN
       END-IF

       OPEN INPUT DOCUMENT-TRACK-FILE
       IF DOC-FILE-OK
           MOVE 'Y' TO WS-DOCS-ON-FILE
       END-IF
       OPEN INPUT ORIGINATOR-FILE
       IF ORIGINATOR-FILE-OK
           MOVE 'Y' TO WS-ORIGINATORS-ON-FILE
       END-IF

       PERFORM TALLY-NEXT-APPLICATION
           UNTIL END-OF-APPLICATIONS

       IF WS-ORIG-ENTRIES > ZERO
           PERFORM PRINT-ORIGINATOR-SECTION
               VARYING WS-OR-IX FROM 1 BY 1
               UNTIL WS-OR-IX > WS-ORIG-ENTRIES
       END-IF

       CLOSE LOAN-APPLICATION-FILE
       IF DOCS-ON-FILE
           CLOSE DOCUMENT-TRACK-FILE
       END-IF
       IF ORIGINATORS-ON-FILE
           CLOSE ORIGINATOR-FILE
       END-IF

       IF WS-TABLE-FULL-COUNT > ZERO
           DISPLAY 'WARNING: Originator Table Full - '
               WS-TABLE-FULL-COUNT ' Applications Not Reported.'
       END-IF

       DISPLAY '============================================'
       DISPLAY 'Pipeline Totals By Days In Process:'
       PERFORM PRINT-PIPELINE-BUCKET
           VARYING WS-BUCKET-IX FROM 1 BY 1
           UNTIL WS-BUCKET-IX > 4
       DISPLAY 'Open Applications: ' WS-APPS-OPEN
       DISPLAY '============================================'

       STOP RUN.

      *----------------------------------------------------------------
      *  First pass: bucket every open application under its
      *  originator.
      *----------------------------------------------------------------
       TALLY-NEXT-APPLICATION.
           READ LOAN-APPLICATION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-APPLICATIONS
               NOT AT END
                   IF APPLICATION-PENDING
                       PERFORM TALLY-ONE-APPLICATION
                   END-IF
           END-READ.

       TALLY-ONE-APPLICATION.
           PERFORM SET-APPLICATION-AGE
           PERFORM FIND-ORIG-ENTRY
           IF NOT ENTRY-FOUND
               IF WS-ORIG-ENTRIES < 50
                   ADD 1 TO WS-ORIG-ENTRIES
                   MOVE WS-APPL-ORIGINATOR
                       TO WS-OR-ID (WS-ORIG-ENTRIES)
                   MOVE WS-ORIG-ENTRIES TO WS-OR-IX
                   MOVE 'Y' TO WS-ENTRY-FOUND
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
               END-IF
           END-IF
           IF ENTRY-FOUND
               ADD 1 TO WS-APPS-OPEN
               ADD 1 TO WS-OR-COUNT (WS-OR-IX WS-BUCKET-IX)
               ADD REQUESTED-AMOUNT
                   TO WS-OR-AMOUNT (WS-OR-IX WS-BUCKET-IX)
               ADD 1 TO WS-PL-COUNT (WS-BUCKET-IX)
               ADD REQUESTED-AMOUNT TO WS-PL-AMOUNT (WS-BUCKET-IX)
           END-IF.

       SET-APPLICATION-AGE.
           IF APPL-ORIGINATOR-ID = SPACES
               MOVE 'UNASSIGNED' TO WS-APPL-ORIGINATOR
           ELSE
               MOVE APPL-ORIGINATOR-ID TO WS-APPL-ORIGINATOR
           END-IF
           MOVE ZERO TO WS-DAYS-IN-PROCESS
           IF APPLICATION-DATE > ZERO
              AND APPLICATION-DATE < WS-RUN-DATE
               MOVE APPLICATION-DATE TO WS-DCI-FROM-DATE
               MOVE WS-RUN-DATE TO WS-DCI-TO-DATE
               CALL 'DAY-COUNT-INTEREST' USING WS-DCI-BASIS
                                                WS-DCI-FROM-DATE
                                                WS-DCI-TO-DATE
                                                WS-DCI-PRINCIPAL
                                                WS-DCI-RATE
                                                WS-DCI-DAYS
                                                WS-DCI-PER-DIEM
                                                WS-DCI-INTEREST
               MOVE WS-DCI-DAYS TO WS-DAYS-IN-PROCESS
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-IN-PROCESS NOT > 30
                   MOVE 1 TO WS-BUCKET-IX
               WHEN WS-DAYS-IN-PROCESS NOT > 60
                   MOVE 2 TO WS-BUCKET-IX
               WHEN WS-DAYS-IN-PROCESS NOT > 90
                   MOVE 3 TO WS-BUCKET-IX
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-IX
           END-EVALUATE.

       FIND-ORIG-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND
           IF WS-ORIG-ENTRIES > ZERO
               PERFORM MATCH-ONE-ORIG-ENTRY
                   VARYING WS-OR-IX FROM 1 BY 1
                   UNTIL WS-OR-IX > WS-ORIG-ENTRIES
                      OR ENTRY-FOUND
           END-IF.

       MATCH-ONE-ORIG-ENTRY.
           IF WS-OR-ID (WS-OR-IX) = WS-APPL-ORIGINATOR
               MOVE 'Y' TO WS-ENTRY-FOUND
           END-IF
           IF ENTRY-FOUND
               SUBTRACT 1 FROM WS-OR-IX
           END-IF.

      *----------------------------------------------------------------
      *  Second pass, once per originator: the officer's open
      *  applications in loan order, then the officer's buckets.
      *----------------------------------------------------------------
       PRINT-ORIGINATOR-SECTION.
           MOVE 'NOT ON ORIGINATOR FILE' TO WS-ORIGINATOR-NAME
           IF WS-OR-ID (WS-OR-IX) = 'UNASSIGNED'
               MOVE SPACES TO WS-ORIGINATOR-NAME
           ELSE
               IF ORIGINATORS-ON-FILE
                   MOVE WS-OR-ID (WS-OR-IX)
                       TO ORIGINATOR-ID OF ORIGINATOR-REC
                   READ ORIGINATOR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ORIGINATOR-NAME TO WS-ORIGINATOR-NAME
                   END-READ
               END-IF
           END-IF
           DISPLAY ' '
           DISPLAY 'Originator ' WS-OR-ID (WS-OR-IX) ' '
               WS-ORIGINATOR-NAME
           DISPLAY '  Loan  Type       Requested     Applied  '
               ' Days Missing Notice Due'

           MOVE 'N' TO WS-END-OF-APPLICATIONS
           MOVE ZERO TO LOAN-ID OF LOAN-APPLICATION-REC
           START LOAN-APPLICATION-FILE KEY IS NOT LESS THAN
                   LOAN-ID OF LOAN-APPLICATION-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-APPLICATIONS
           END-START
           PERFORM LIST-NEXT-APPLICATION
               UNTIL END-OF-APPLICATIONS

           PERFORM PRINT-ORIGINATOR-BUCKET
               VARYING WS-BUCKET-IX FROM 1 BY 1
               UNTIL WS-BUCKET-IX > 4.

       LIST-NEXT-APPLICATION.
           READ LOAN-APPLICATION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-APPLICATIONS
               NOT AT END
                   IF APPLICATION-PENDING
                       PERFORM SET-APPLICATION-AGE
                       IF WS-APPL-ORIGINATOR = WS-OR-ID (WS-OR-IX)
                           PERFORM PRINT-APPLICATION-LINE
                       END-IF
                   END-IF
           END-READ.

       PRINT-APPLICATION-LINE.
           PERFORM COUNT-OUTSTANDING-ITEMS
           MOVE WS-DAYS-IN-PROCESS TO WS-EDIT-DAYS
           MOVE WS-ITEMS-OUTSTANDING TO WS-EDIT-ITEMS
           MOVE REQUESTED-AMOUNT TO WS-EDIT-AMOUNT
           IF INCOMPLETE-NOTICE-DATE > ZERO
               MOVE SPACES TO WS-NOTICE-TEXT
               STRING 'SENT DUE ' INCOMPLETE-DUE-DATE
                   DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           ELSE
               MOVE SPACES TO WS-NOTICE-TEXT
           END-IF
           DISPLAY '  ' LOAN-ID OF LOAN-APPLICATION-REC ' '
               LOAN-TYPE OF LOAN-APPLICATION-REC (1:10) ' '
               WS-EDIT-AMOUNT ' ' APPLICATION-DATE ' '
               WS-EDIT-DAYS '     ' WS-EDIT-ITEMS ' '
               WS-NOTICE-TEXT.

       COUNT-OUTSTANDING-ITEMS.
           MOVE ZERO TO WS-ITEMS-OUTSTANDING
           MOVE 'N' TO WS-END-OF-DOCS
           IF NOT DOCS-ON-FILE
               MOVE 'Y' TO WS-END-OF-DOCS
           ELSE
               MOVE LOAN-ID OF LOAN-APPLICATION-REC
                   TO LOAN-ID OF DOCUMENT-TRACK-REC
               MOVE SPACES TO DOC-TYPE
               START DOCUMENT-TRACK-FILE KEY IS NOT LESS THAN
                       DOC-KEY OF DOCUMENT-TRACK-REC
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-DOCS
               END-START
           END-IF
           PERFORM COUNT-NEXT-CHECKLIST-ITEM UNTIL END-OF-DOCS.

       COUNT-NEXT-CHECKLIST-ITEM.
           READ DOCUMENT-TRACK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-DOCS
               NOT AT END
                   IF LOAN-ID OF DOCUMENT-TRACK-REC
                       = LOAN-ID OF LOAN-APPLICATION-REC
                       IF DOC-OUTSTANDING
                           ADD 1 TO WS-ITEMS-OUTSTANDING
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-END-OF-DOCS
                   END-IF
           END-READ.

       PRINT-ORIGINATOR-BUCKET.
           MOVE WS-OR-COUNT (WS-OR-IX WS-BUCKET-IX) TO WS-EDIT-COUNT
           MOVE WS-OR-AMOUNT (WS-OR-IX WS-BUCKET-IX) TO WS-EDIT-TOTAL
           DISPLAY '    ' WS-BUCKET-LABEL (WS-BUCKET-IX) ' Days: '
               WS-EDIT-COUNT ' Apps  ' WS-EDIT-TOTAL.

       PRINT-PIPELINE-BUCKET.
           MOVE WS-PL-COUNT (WS-BUCKET-IX) TO WS-EDIT-COUNT
           MOVE WS-PL-AMOUNT (WS-BUCKET-IX) TO WS-EDIT-TOTAL
           DISPLAY '    ' WS-BUCKET-LABEL (WS-BUCKET-IX) ' Days: '
               WS-EDIT-COUNT ' Apps  ' WS-EDIT-TOTAL.
