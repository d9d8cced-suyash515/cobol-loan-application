      *         the current bucket mix; each loan's LOAN-BALANCE
      *         times its cell's loss rate is its required reserve.
      *
      *  A loan carrying a classified internal risk grade on
      *  RISK_GRADE.DAT is reserved at no less than its grade's
      *  floor -- RSV PCT SUBSTAND, RSV PCT DOUBTFUL or RSV PCT LOSS
      *  percent of the balance -- whatever its bucket's loss rate
      *  says; the excess over the pool figure is the classified
      *  add-on.
      *
      *  The run prints the supporting loss-rate matrix per loan
      *  type, the reserve figure, and the change against the prior
      *  calculation, then appends a dated RESERVE_HISTORY.DAT row
      *  so next quarter has its comparative.
      *
      *  The allowance is held by each legal entity on its own books,
      *  so a run is for one entity: only loans it owns (COMPANY-CODE
      *  on LOAN-REC) count in either pass, its own RSV PCT
      *  parameters apply (COMPANY-PARM-LOOKUP), and its history row
      *  carries its code.
      *================================================================

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT RISK-GRADE-FILE ASSIGN TO 'RISK_GRADE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF RISK-GRADE-REC
               FILE STATUS IS GRADE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE.
       01  RESERVE-HISTORY-REC.
           05  RSV-CALC-DATE       PIC 9(8).
           05  RSV-RESERVE-AMOUNT  PIC 9(11)V99.
      *  Entity calculated for; spaces (the original charter) on
      *  rows written before the field existed.
           05  RSV-COMPANY-CODE    PIC 9(3).

       FD  RISK-GRADE-FILE.
       COPY RISKGRADEREC.

       WORKING-STORAGE SECTION.
       01  SNAPSHOT-FILE-STATUS    PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
       01  HISTORY-FILE-STATUS     PIC XX.
           88  HISTORY-FILE-OK      VALUE '00'.
       01  GRADE-FILE-STATUS       PIC XX.
           88  GRADE-FILE-OK        VALUE '00'.

       01  WS-END-OF-SNAPSHOT      PIC X VALUE 'N'.
           88  END-OF-SNAPSHOT      VALUE 'Y'.
           88  END-OF-HISTORY       VALUE 'Y'.

       01  WS-CALC-DATE            PIC 9(8).
       01  WS-RSV-COMPANY          PIC 9(3).
       01  WS-LOAN-COMPANY         PIC 9(3).
       01  WS-HISTORY-COMPANY      PIC 9(3).
       01  WS-LOAN-IN-COMPANY      PIC X.
           88  LOAN-IN-COMPANY      VALUE 'Y'.

      *  Open-success flags: the FILE STATUS fields roll with every
      *  READ (an INVALID KEY leaves 23 behind), so the per-row
           88  COLLECTIONS-WAS-OPENED VALUE 'Y'.
       01  WS-LOAN-OPENED          PIC X VALUE 'N'.
           88  LOAN-WAS-OPENED      VALUE 'Y'.
       01  WS-GRADE-OPENED         PIC X VALUE 'N'.
           88  GRADE-WAS-OPENED     VALUE 'Y'.

      *  Loss-rate cells: one row per loan type, four buckets.
       01  WS-RATE-TABLE.
       01  WS-PRIOR-DATE           PIC 9(8) VALUE ZERO.
       01  WS-RESERVE-CHANGE       PIC S9(11)V99.

      *  Classified-grade reserve floors, percent of balance.
      *  Compiled defaults; overridden by system parameters.
       01  WS-FLOOR-PCT-SUBSTAND   PIC 9(3)V99 VALUE 15.00.
       01  WS-FLOOR-PCT-DOUBTFUL   PIC 9(3)V99 VALUE 50.00.
       01  WS-FLOOR-PCT-LOSS       PIC 9(3)V99 VALUE 100.00.
       01  WS-FLOOR-PCT            PIC 9(3)V99.
       01  WS-FLOOR-RESERVE        PIC 9(11)V99.
       01  WS-CLASSIFIED-ADDON     PIC 9(11)V99 VALUE ZERO.
       01  WS-CLASSIFIED-COUNT     PIC 9(5) COMP VALUE ZERO.
       01  WS-PARM-NAME            PIC X(20).
       01  WS-PARM-VALUE           PIC 9(7)V99.
       01  WS-PARM-FOUND           PIC X.
           88  PARM-WAS-FOUND       VALUE 'Y'.

       PROCEDURE DIVISION.

       DISPLAY 'Enter Calculation Date - Must Match A Snapshot '
           'Date (YYYYMMDD): '
       ACCEPT WS-CALC-DATE
       DISPLAY 'Enter Company Code: '
       ACCEPT WS-RSV-COMPANY

       MOVE 'RSV PCT SUBSTAND' TO WS-PARM-NAME
       PERFORM LOOKUP-ONE-PARM
       IF PARM-WAS-FOUND
           MOVE WS-PARM-VALUE TO WS-FLOOR-PCT-SUBSTAND
       END-IF
       MOVE 'RSV PCT DOUBTFUL' TO WS-PARM-NAME
       PERFORM LOOKUP-ONE-PARM
       IF PARM-WAS-FOUND
           MOVE WS-PARM-VALUE TO WS-FLOOR-PCT-DOUBTFUL
       END-IF
       MOVE 'RSV PCT LOSS' TO WS-PARM-NAME
       PERFORM LOOKUP-ONE-PARM
       IF PARM-WAS-FOUND
           MOVE WS-PARM-VALUE TO WS-FLOOR-PCT-LOSS
       END-IF

       OPEN INPUT LOAN-FILE
       IF LOAN-FILE-OK
           MOVE 'Y' TO WS-LOAN-OPENED
       END-IF

       PERFORM BUILD-LOSS-RATE-MATRIX
       PERFORM COMPUTE-CELL-RATES
       PERFORM APPLY-RATES-TO-POSITION

       IF LOAN-WAS-OPENED
           CLOSE LOAN-FILE
       END-IF
       PERFORM READ-PRIOR-RESERVE
       PERFORM PRINT-RESERVE-REPORT
       PERFORM APPEND-RESERVE-HISTORY

       STOP RUN.

       LOOKUP-ONE-PARM.
           CALL 'COMPANY-PARM-LOOKUP' USING WS-RSV-COMPANY
                                             WS-PARM-NAME
                                             WS-CALC-DATE
                                             WS-PARM-VALUE
                                             WS-PARM-FOUND.

       SET-LOAN-COMPANY.
           IF COMPANY-CODE OF LOAN-REC IS NUMERIC
               MOVE COMPANY-CODE OF LOAN-REC TO WS-LOAN-COMPANY
           ELSE
               MOVE ZERO TO WS-LOAN-COMPANY
           END-IF.

      *----------------------------------------------------------------
      *  Does the loan in LOAN-ID OF LOAN-REC belong to the entity
      *  being reserved?  A loan no longer on file counts to the
      *  original charter.
      *----------------------------------------------------------------
       CHECK-LOAN-COMPANY.
           MOVE ZERO TO WS-LOAN-COMPANY
           IF LOAN-WAS-OPENED
               READ LOAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SET-LOAN-COMPANY
               END-READ
           END-IF
           IF WS-LOAN-COMPANY = WS-RSV-COMPANY
               MOVE 'Y' TO WS-LOAN-IN-COMPANY
           ELSE
               MOVE 'N' TO WS-LOAN-IN-COMPANY
           END-IF.

      *----------------------------------------------------------------
      *  Pass 1: every historical snapshot row is an observation;
      *  a later charge-off on the same loan makes it a loss.
                   MOVE 'Y' TO WS-END-OF-SNAPSHOT
               NOT AT END
                   IF SNAPSHOT-DATE < WS-CALC-DATE
                       MOVE LOAN-ID OF DELINQ-SNAPSHOT-REC
                           TO LOAN-ID OF LOAN-REC
                       PERFORM CHECK-LOAN-COMPANY
                       IF LOAN-IN-COMPANY
                           PERFORM OBSERVE-ONE-ROW
                       END-IF
                   END-IF
           END-READ.

               DISPLAY 'Error Reopening Snapshot File.'
               STOP RUN
           END-IF
           OPEN INPUT RISK-GRADE-FILE
           IF GRADE-FILE-OK
               MOVE 'Y' TO WS-GRADE-OPENED
           END-IF
           PERFORM RESERVE-NEXT-POSITION-ROW
               UNTIL END-OF-POSITION
           IF GRADE-WAS-OPENED
               CLOSE RISK-GRADE-FILE
           END-IF
           CLOSE SNAP-POSITION-FILE.

           END-READ.

       RESERVE-ONE-LOAN.
           IF LOAN-WAS-OPENED
               MOVE POS-LOAN-ID TO LOAN-ID OF LOAN-REC
               READ LOAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SET-LOAN-COMPANY
                       IF WS-LOAN-COMPANY = WS-RSV-COMPANY
                           PERFORM RESERVE-LOAN-IN-CELL
                       END-IF
               END-READ
           END-IF.

       RESERVE-LOAN-IN-CELL.
           MOVE POS-LOAN-TYPE TO SNAP-LOAN-TYPE
           MOVE POS-BUCKET    TO SNAP-BUCKET
           PERFORM FIND-TYPE-ENTRY
           IF WS-TYPE-IX > ZERO
               PERFORM SET-BUCKET-INDEX
               ADD LOAN-BALANCE OF LOAN-REC
                   TO WS-RT-BALANCE (WS-TYPE-IX, WS-BUCKET-IX)
               COMPUTE WS-CELL-RESERVE ROUNDED =
                   LOAN-BALANCE OF LOAN-REC
                   * WS-RT-LOSS-RATE (WS-TYPE-IX, WS-BUCKET-IX)
               ADD WS-CELL-RESERVE TO WS-TOTAL-RESERVE
               PERFORM APPLY-CLASSIFIED-FLOOR
           END-IF.

      *----------------------------------------------------------------
      *  A classified loan's reserve is the larger of its pool
      *  figure and its grade's floor; the difference is added on.
      *----------------------------------------------------------------
       APPLY-CLASSIFIED-FLOOR.
           IF GRADE-WAS-OPENED
               MOVE LOAN-ID OF LOAN-REC TO LOAN-ID OF RISK-GRADE-REC
               READ RISK-GRADE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GRADE-CLASSIFIED
                           PERFORM RESERVE-TO-GRADE-FLOOR
                       END-IF
               END-READ
           END-IF.

       RESERVE-TO-GRADE-FLOOR.
           EVALUATE TRUE
               WHEN GRADE-SUBSTANDARD
                   MOVE WS-FLOOR-PCT-SUBSTAND TO WS-FLOOR-PCT
               WHEN GRADE-DOUBTFUL
                   MOVE WS-FLOOR-PCT-DOUBTFUL TO WS-FLOOR-PCT
               WHEN OTHER
                   MOVE WS-FLOOR-PCT-LOSS TO WS-FLOOR-PCT
           END-EVALUATE
           ADD 1 TO WS-CLASSIFIED-COUNT
           COMPUTE WS-FLOOR-RESERVE ROUNDED =
               LOAN-BALANCE OF LOAN-REC * WS-FLOOR-PCT / 100
           IF WS-FLOOR-RESERVE > WS-CELL-RESERVE
               COMPUTE WS-CLASSIFIED-ADDON = WS-CLASSIFIED-ADDON
                   + WS-FLOOR-RESERVE - WS-CELL-RESERVE
               COMPUTE WS-TOTAL-RESERVE = WS-TOTAL-RESERVE
                   + WS-FLOOR-RESERVE - WS-CELL-RESERVE
           END-IF.

       READ-PRIOR-RESERVE.
           OPEN INPUT RESERVE-HISTORY-FILE
           IF HISTORY-FILE-OK
               AT END
                   MOVE 'Y' TO WS-END-OF-HISTORY
               NOT AT END
                   IF RSV-COMPANY-CODE IS NUMERIC
                       MOVE RSV-COMPANY-CODE TO WS-HISTORY-COMPANY
                   ELSE
                       MOVE ZERO TO WS-HISTORY-COMPANY
                   END-IF
                   IF RSV-CALC-DATE < WS-CALC-DATE
                      AND RSV-CALC-DATE > WS-PRIOR-DATE
                      AND WS-HISTORY-COMPANY = WS-RSV-COMPANY
                       MOVE RSV-CALC-DATE TO WS-PRIOR-DATE
                       MOVE RSV-RESERVE-AMOUNT TO WS-PRIOR-RESERVE
                   END-IF
           DISPLAY '============================================'
           DISPLAY '  LOAN LOSS RESERVE CALCULATION '
               WS-CALC-DATE
           DISPLAY '  COMPANY ' WS-RSV-COMPANY
           DISPLAY '============================================'
           DISPLAY 'Loss-Rate Matrix (CURRENT/30/60/90+):'
           IF WS-RATE-ENTRIES > ZERO
                   UNTIL WS-TYPE-IX > WS-RATE-ENTRIES
           END-IF
           DISPLAY '--------------------------------------------'
           DISPLAY 'Classified Loans   : ' WS-CLASSIFIED-COUNT
           DISPLAY 'Classified Add-On  : ' WS-CLASSIFIED-ADDON
           DISPLAY 'Required Reserve   : ' WS-TOTAL-RESERVE
           IF WS-PRIOR-DATE > ZERO
               COMPUTE WS-RESERVE-CHANGE =
           END-IF
           MOVE WS-CALC-DATE     TO RSV-CALC-DATE
           MOVE WS-TOTAL-RESERVE TO RSV-RESERVE-AMOUNT
           MOVE WS-RSV-COMPANY   TO RSV-COMPANY-CODE
           WRITE RESERVE-HISTORY-REC
           CLOSE RESERVE-HISTORY-FILE.
