      *  row, and the run closes with the current-LTV report credit
      *  committee asks for -- every loan whose balance now exceeds
      *  the restated value is flagged UNDERWATER.
      *
      *  A home-equity line is valued on the MORTGAGE index.  When a
      *  line's restated value falls and its credit limit now runs
      *  past HELOC MAX CLTV percent of that value, the line is
      *  frozen (no further draws), journaled, and a suspension
      *  notice row queued to LINE_FREEZE_NOTICE.DAT for
      *  LETTER-GENERATION.
      *
      *  Only items still securing a loan (ITEM-ACTIVE) are restated,
      *  each on its own origination value.  A loan secured by more
      *  than one item is measured at its last item on the combined
      *  value of all its active items -- an item with no factor on
      *  file counts at its current value.
      *================================================================

       ENVIRONMENT DIVISION.
           SELECT COLLATERAL-FILE ASSIGN TO 'COLLATERAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLLATERAL-KEY OF COLLATERAL-REC
               FILE STATUS IS COLLATERAL-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT LINE-FREEZE-NOTICE-FILE
               ASSIGN TO 'LINE_FREEZE_NOTICE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS NOTICE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLATERAL-FILE.
       FD  VALUATION-HISTORY-FILE.
       01  VALUATION-HISTORY-REC.
           05  HIST-LOAN-ID        PIC 9(5).
           05  HIST-COLLATERAL-SEQ PIC 9(2).
           05  HIST-RUN-DATE       PIC 9(8).
           05  HIST-OLD-VALUE      PIC 9(7)V99.
           05  HIST-NEW-VALUE      PIC 9(7)V99.
           05  HIST-FACTOR         PIC 9(1)V9(4).

       FD  LINE-FREEZE-NOTICE-FILE.
       COPY LINEFREEZEREC.

       WORKING-STORAGE SECTION.
       01  COLLATERAL-FILE-STATUS  PIC XX.
           88  COLLATERAL-FILE-OK   VALUE '00'.
           88  INDEX-FILE-OK        VALUE '00'.
       01  HISTORY-FILE-STATUS     PIC XX.
           88  HISTORY-FILE-OK      VALUE '00'.
       01  NOTICE-FILE-STATUS      PIC XX.
           88  NOTICE-FILE-OK       VALUE '00'.

       01  WS-END-OF-COLLATERAL    PIC X VALUE 'N'.
           88  END-OF-COLLATERAL    VALUE 'Y'.
       01  WS-END-OF-INDEX         PIC X VALUE 'N'.
           88  END-OF-INDEX         VALUE 'Y'.
       01  WS-LOAN-ON-FILE         PIC X VALUE 'N'.
           88  LOAN-ON-FILE         VALUE 'Y'.
       01  WS-FACTOR-FOUND         PIC X.
           88  FACTOR-FOUND         VALUE 'Y'.
       01  WS-OLD-VALUE            PIC 9(7)V99.
       01  WS-NEW-VALUE            PIC 9(7)V99.
       01  WS-CURRENT-LTV          PIC 9(3)V99.
       01  WS-VALUE-CLASS          PIC X(20).
       01  WS-BREAK-LOAN-ID        PIC 9(5) VALUE ZERO.
       01  WS-COMBINED-OLD-VALUE   PIC 9(9)V99 VALUE ZERO.
       01  WS-COMBINED-NEW-VALUE   PIC 9(9)V99 VALUE ZERO.
       01  WS-LOAN-ITEMS-REVALUED  PIC 9(3) COMP VALUE ZERO.

      *  Compiled default; overridden by the HELOC MAX CLTV system
      *  parameter when one is on file as of the run date.
       01  WS-MAX-LINE-CLTV        PIC 9(3)V99 VALUE 80.00.
       01  WS-LINE-CLTV            PIC 9(5)V99.
       01  WS-PARM-NAME            PIC X(20).
       01  WS-PARM-VALUE           PIC 9(7)V99.
       01  WS-PARM-FOUND           PIC X.
           88  PARM-WAS-FOUND       VALUE 'Y'.
       01  WS-LINES-FROZEN         PIC 9(5) COMP VALUE ZERO.

       01  WS-REVALUE-USER         PIC X(10) VALUE 'COLLREVAL'.
       01  WS-JRN-FILE-NAME        PIC X(20).
       01  WS-JRN-ACTION           PIC X(10).
       01  WS-JRN-BEFORE           PIC X(400).
       01  WS-JRN-AFTER            PIC X(400).
       01  WS-LOG-ACTION-TYPE      PIC A(20).
       01  WS-LOG-DESCRIPTION      PIC A(50).

       01  WS-RECORDS-REVALUED     PIC 9(5) COMP VALUE ZERO.
       01  WS-NO-FACTOR-COUNT      PIC 9(5) COMP VALUE ZERO.
           ACCEPT WS-RUN-DATE
       END-IF

       MOVE 'HELOC MAX CLTV' TO WS-PARM-NAME
       CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                 WS-RUN-DATE
                                 WS-PARM-VALUE
                                 WS-PARM-FOUND
       IF PARM-WAS-FOUND
           MOVE WS-PARM-VALUE TO WS-MAX-LINE-CLTV
       END-IF

       OPEN I-O COLLATERAL-FILE
       IF NOT COLLATERAL-FILE-OK
           DISPLAY 'No COLLATERAL-FILE On Hand - Nothing To Do.'
           STOP RUN
       END-IF

       OPEN I-O LOAN-FILE
       IF NOT LOAN-FILE-OK
           DISPLAY 'Error Opening LOAN-FILE.'
           CLOSE COLLATERAL-FILE
       DISPLAY 'No Factor On File  : ' WS-NO-FACTOR-COUNT
       DISPLAY 'Underwater Loans   : ' WS-UNDERWATER-COUNT
       DISPLAY 'Underwater Balance : ' WS-UNDERWATER-BALANCE
       DISPLAY 'HELOC Lines Frozen : ' WS-LINES-FROZEN
       DISPLAY '============================================'

       STOP RUN.
           READ COLLATERAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-COLLATERAL
                   PERFORM FINISH-LOAN-LTV
               NOT AT END
                   IF LOAN-ID OF COLLATERAL-REC NOT = WS-BREAK-LOAN-ID
                       PERFORM FINISH-LOAN-LTV
                       PERFORM FIND-COLLATERAL-LOAN
                   END-IF
                   IF LOAN-ON-FILE AND STATUS-ACTIVE AND ITEM-ACTIVE
                       PERFORM REVALUE-ONE-RECORD
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Control break on the loan: the loan is read once, at its
      *  first item, and its combined values built up item by item.
      *----------------------------------------------------------------
       FIND-COLLATERAL-LOAN.
           MOVE 'N' TO WS-LOAN-ON-FILE
           MOVE LOAN-ID OF COLLATERAL-REC TO WS-BREAK-LOAN-ID
           MOVE ZERO TO WS-COMBINED-OLD-VALUE
           MOVE ZERO TO WS-COMBINED-NEW-VALUE
           MOVE ZERO TO WS-LOAN-ITEMS-REVALUED
           MOVE LOAN-ID OF COLLATERAL-REC TO LOAN-ID OF LOAN-REC
           READ LOAN-FILE
               INVALID KEY
           PERFORM FIND-LATEST-FACTOR
           IF NOT FACTOR-FOUND
               ADD 1 TO WS-NO-FACTOR-COUNT
               ADD APPRAISED-VALUE TO WS-COMBINED-OLD-VALUE
               ADD APPRAISED-VALUE TO WS-COMBINED-NEW-VALUE
           ELSE
               MOVE APPRAISED-VALUE TO WS-OLD-VALUE
               COMPUTE WS-NEW-VALUE ROUNDED =
                   INVALID KEY
                       DISPLAY 'Error Updating Collateral For Loan '
                           LOAN-ID OF COLLATERAL-REC
                           '-' COLLATERAL-SEQ
                       ADD WS-OLD-VALUE TO WS-COMBINED-OLD-VALUE
                       ADD WS-OLD-VALUE TO WS-COMBINED-NEW-VALUE
                   NOT INVALID KEY
                       ADD 1 TO WS-RECORDS-REVALUED
                       ADD 1 TO WS-LOAN-ITEMS-REVALUED
                       ADD WS-OLD-VALUE TO WS-COMBINED-OLD-VALUE
                       ADD WS-NEW-VALUE TO WS-COMBINED-NEW-VALUE
                       PERFORM WRITE-HISTORY-ROW
               END-REWRITE
           END-IF.

       FINISH-LOAN-LTV.
           IF LOAN-ON-FILE AND STATUS-ACTIVE
              AND WS-LOAN-ITEMS-REVALUED > ZERO
               PERFORM REPORT-CURRENT-LTV
               IF TYPE-HELOC AND LINE-OPEN
                  AND WS-COMBINED-NEW-VALUE < WS-COMBINED-OLD-VALUE
                   PERFORM CHECK-LINE-COVERAGE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  The factor applied is the newest VALUATION_INDEX.DAT row
      *  for the loan's type dated on or before the run date.  A
      *  home-equity line sits behind (or on) a house, so it takes
      *  the MORTGAGE factor.
      *----------------------------------------------------------------
       FIND-LATEST-FACTOR.
           IF TYPE-HELOC
               MOVE 'MORTGAGE' TO WS-VALUE-CLASS
           ELSE
               MOVE LOAN-TYPE OF LOAN-REC TO WS-VALUE-CLASS
           END-IF
           MOVE 'N' TO WS-FACTOR-FOUND
           MOVE 'N' TO WS-END-OF-INDEX
           MOVE ZERO TO WS-BEST-DATE
               AT END
                   MOVE 'Y' TO WS-END-OF-INDEX
               NOT AT END
                   IF COLLATERAL-CLASS = WS-VALUE-CLASS
                      AND EFFECTIVE-DATE OF VALUATION-INDEX-REC
                          NOT > WS-RUN-DATE
                      AND EFFECTIVE-DATE OF VALUATION-INDEX-REC

       WRITE-HISTORY-ROW.
           MOVE LOAN-ID OF COLLATERAL-REC TO HIST-LOAN-ID
           MOVE COLLATERAL-SEQ TO HIST-COLLATERAL-SEQ
           MOVE WS-RUN-DATE    TO HIST-RUN-DATE
           MOVE WS-OLD-VALUE   TO HIST-OLD-VALUE
           MOVE WS-NEW-VALUE   TO HIST-NEW-VALUE
           WRITE VALUATION-HISTORY-REC.

       REPORT-CURRENT-LTV.
           IF WS-COMBINED-NEW-VALUE > ZERO
               COMPUTE WS-CURRENT-LTV ROUNDED =
                   LOAN-BALANCE OF LOAN-REC * 100
                   / WS-COMBINED-NEW-VALUE
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-CURRENT-LTV
               END-COMPUTE
           ELSE
               MOVE 999.99 TO WS-CURRENT-LTV
           END-IF

           IF LOAN-BALANCE OF LOAN-REC > WS-COMBINED-NEW-VALUE
               ADD 1 TO WS-UNDERWATER-COUNT
               ADD LOAN-BALANCE OF LOAN-REC
                   TO WS-UNDERWATER-BALANCE
               DISPLAY 'UNDERWATER: Loan '
                   LOAN-ID OF LOAN-REC
                   ' Balance ' LOAN-BALANCE OF LOAN-REC
                   ' Value ' WS-COMBINED-NEW-VALUE
                   ' LTV ' WS-CURRENT-LTV
           END-IF.

      *----------------------------------------------------------------
      *  Combined LTV on the full line: the credit limit against the
      *  restated value.  Past HELOC MAX CLTV the line is frozen so
      *  no new money goes out against collateral that has fallen.
      *----------------------------------------------------------------
       CHECK-LINE-COVERAGE.
           IF WS-COMBINED-NEW-VALUE > ZERO
               COMPUTE WS-LINE-CLTV ROUNDED =
                   CREDIT-LIMIT * 100 / WS-COMBINED-NEW-VALUE
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-LINE-CLTV
               END-COMPUTE
           ELSE
               MOVE 99999.99 TO WS-LINE-CLTV
           END-IF

           IF WS-LINE-CLTV > WS-MAX-LINE-CLTV
               PERFORM FREEZE-COLLATERAL-LINE
           END-IF.

       FREEZE-COLLATERAL-LINE.
           MOVE LOAN-REC TO WS-JRN-BEFORE
           MOVE 'F' TO LINE-STATUS
           MOVE 'C' TO LINE-FREEZE-REASON
           MOVE WS-RUN-DATE TO LINE-FREEZE-DATE
           REWRITE LOAN-REC
               INVALID KEY
                   DISPLAY 'Error Freezing Line For Loan '
                       LOAN-ID OF LOAN-REC
               NOT INVALID KEY
                   ADD 1 TO WS-LINES-FROZEN
                   DISPLAY 'LINE FROZEN: Loan ' LOAN-ID OF LOAN-REC
                       ' Limit ' CREDIT-LIMIT
                       ' Value ' WS-COMBINED-NEW-VALUE
                       ' CLTV ' WS-LINE-CLTV
                   MOVE 'LOAN.DAT' TO WS-JRN-FILE-NAME
                   MOVE 'UPDATE'   TO WS-JRN-ACTION
                   MOVE LOAN-REC   TO WS-JRN-AFTER
                   CALL 'WRITE-JOURNAL-ENTRY' USING WS-JRN-FILE-NAME
                                                     WS-JRN-ACTION
                                                     WS-REVALUE-USER
                                                     WS-JRN-BEFORE
                                                     WS-JRN-AFTER
                   MOVE 'HELOC LINE FREEZE' TO WS-LOG-ACTION-TYPE
                   MOVE 'Home-Equity Line Frozen - Collateral Value'
                       TO WS-LOG-DESCRIPTION
                   CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                                 WS-REVALUE-USER
                                                 WS-LOG-DESCRIPTION
                   PERFORM WRITE-FREEZE-NOTICE
           END-REWRITE.

       WRITE-FREEZE-NOTICE.
           OPEN EXTEND LINE-FREEZE-NOTICE-FILE
           IF NOT NOTICE-FILE-OK
               OPEN OUTPUT LINE-FREEZE-NOTICE-FILE
           END-IF
           MOVE LOAN-ID OF LOAN-REC TO LFN-LOAN-ID
           MOVE WS-RUN-DATE TO LFN-FREEZE-DATE
           MOVE 'C' TO LFN-REASON
           MOVE CREDIT-LIMIT TO LFN-CREDIT-LIMIT
           MOVE LOAN-BALANCE OF LOAN-REC TO LFN-BALANCE
           WRITE LINE-FREEZE-NOTICE-REC
           CLOSE LINE-FREEZE-NOTICE-FILE.
