      *================================================================
      *  Nightly portfolio concentration monitor -- the verdict to
      *  go with PORTFOLIO-SUMMARY-REPORT's raw numbers.  Measures
      *  the live book (ACTIVE and DEFAULT balances) four ways and
      *  checks each against its policy cap on SYSTEM_PARM.DAT:
      *
      *      'CONC PCT <loan type>'  cap per LOAN-TYPE, percent of
      *      'CONC PCT LOWSCORE'     cap on balances to borrowers
      *                              scoring under the CONC SCORE
      *                              FLOOR parameter (620 default)
      *      'CONC PCT CLASSIFIED'   cap on balances carrying a
      *                              classified internal risk grade
      *                              (Substandard or worse) on
      *                              RISK_GRADE.DAT
      *
      *  A dimension over its cap writes a BREACH exception row to
      *  REPORT-FILE; one past CONC WARN PCT percent of the cap (80
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT RISK-GRADE-FILE ASSIGN TO 'RISK_GRADE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF RISK-GRADE-REC
               FILE STATUS IS GRADE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       FD  REPORT-FILE.
       COPY REPORTREC.

       FD  RISK-GRADE-FILE.
       COPY RISKGRADEREC.

       WORKING-STORAGE SECTION.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
           88  CUST-WAS-OPENED      VALUE 'Y'.
       01  REPORT-FILE-STATUS      PIC XX.
           88  REPORT-FILE-OK       VALUE '00'.
       01  GRADE-FILE-STATUS       PIC XX.
           88  GRADE-FILE-OK        VALUE '00'.
       01  WS-GRADE-OPENED         PIC X VALUE 'N'.
           88  GRADE-WAS-OPENED     VALUE 'Y'.

       01  WS-END-OF-LOANS         PIC X VALUE 'N'.
           88  END-OF-LOANS         VALUE 'Y'.

       01  WS-TOTAL-BALANCE        PIC 9(11)V99 VALUE ZERO.
       01  WS-LOWSCORE-BALANCE     PIC 9(11)V99 VALUE ZERO.
       01  WS-CLASSIFIED-BALANCE   PIC 9(11)V99 VALUE ZERO.

       01  WS-TYPE-TABLE.
           05  WS-TYPE-ENTRY OCCURS 10 TIMES.
           PERFORM CHECK-TYPE-LIMITS
           PERFORM CHECK-BRANCH-LIMITS
           PERFORM CHECK-LOWSCORE-LIMIT
           PERFORM CHECK-CLASSIFIED-LIMIT
       END-IF

       DISPLAY '--------------------------------------------'
           IF CUST-FILE-OK
               MOVE 'Y' TO WS-CUST-OPENED
           END-IF
           OPEN INPUT RISK-GRADE-FILE
           IF GRADE-FILE-OK
               MOVE 'Y' TO WS-GRADE-OPENED
           END-IF
           PERFORM MEASURE-NEXT-LOAN UNTIL END-OF-LOANS
           IF CUST-WAS-OPENED
               CLOSE CUSTOMER-FILE
           END-IF
           IF GRADE-WAS-OPENED
               CLOSE RISK-GRADE-FILE
           END-IF
           CLOSE LOAN-FILE.

       MEASURE-NEXT-LOAN.
                       PERFORM ROLL-LOAN-INTO-TYPE
                       PERFORM ROLL-LOAN-INTO-BRANCH
                       PERFORM CHECK-LOAN-SCORE
                       PERFORM CHECK-LOAN-GRADE
                   END-IF
           END-READ.

               END-READ
           END-IF.

       CHECK-LOAN-GRADE.
           IF GRADE-WAS-OPENED
               MOVE LOAN-ID OF LOAN-REC TO LOAN-ID OF RISK-GRADE-REC
               READ RISK-GRADE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GRADE-CLASSIFIED
                           ADD LOAN-BALANCE OF LOAN-REC
                               TO WS-CLASSIFIED-BALANCE
                       END-IF
               END-READ
           END-IF.

       CHECK-TYPE-LIMITS.
           IF WS-TYPE-ENTRIES > ZERO
               PERFORM CHECK-ONE-TYPE-LIMIT
           MOVE WS-LOWSCORE-BALANCE TO WS-MEASURE-BALANCE
           PERFORM CHECK-ONE-DIMENSION.

       CHECK-CLASSIFIED-LIMIT.
           MOVE 'CONC PCT CLASSIFIED' TO WS-PARM-NAME
           MOVE 'CLASSIFIED ASSETS' TO WS-MEASURE-NAME
           MOVE WS-CLASSIFIED-BALANCE TO WS-MEASURE-BALANCE
           PERFORM CHECK-ONE-DIMENSION.

       CHECK-ONE-DIMENSION.
           PERFORM LOOKUP-ONE-PARM
           COMPUTE WS-MEASURE-PCT ROUNDED =
