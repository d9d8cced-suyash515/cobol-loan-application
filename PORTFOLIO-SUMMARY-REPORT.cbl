       01  WS-AUTO-BALANCE          PIC 9(9)V99 VALUE ZERO.
       01  WS-MORTGAGE-COUNT        PIC 9(5) COMP VALUE ZERO.
       01  WS-MORTGAGE-BALANCE      PIC 9(9)V99 VALUE ZERO.
       01  WS-HELOC-COUNT           PIC 9(5) COMP VALUE ZERO.
       01  WS-HELOC-BALANCE         PIC 9(9)V99 VALUE ZERO.
       01  PARTICIPATION-FILE-STATUS PIC XX.
           88  PARTICIPATION-FILE-OK VALUE '00'.
       01  WS-END-OF-PARTIC         PIC X VALUE 'N'.
       01  WS-AUTO-SOLD             PIC 9(9)V99 VALUE ZERO.
       01  WS-MORTGAGE-OWNED        PIC 9(9)V99 VALUE ZERO.
       01  WS-MORTGAGE-SOLD         PIC 9(9)V99 VALUE ZERO.
       01  WS-HELOC-OWNED           PIC 9(9)V99 VALUE ZERO.
       01  WS-HELOC-SOLD            PIC 9(9)V99 VALUE ZERO.
       01  WS-LOANS-READ            PIC 9(7) COMP VALUE ZERO.
       01  WS-TOTAL-BALANCE         PIC 9(9)V99 VALUE ZERO.
       01  WS-CTL-STEP-NAME        PIC X(20).
       WRITE-CONTROL-TOTALS.
           COMPUTE WS-TOTAL-BALANCE =
               WS-PERSONAL-BALANCE + WS-AUTO-BALANCE
               + WS-MORTGAGE-BALANCE + WS-HELOC-BALANCE
           MOVE 'PORTFOLIO-REPORT' TO WS-CTL-STEP-NAME
           MOVE WS-LOANS-READ      TO WS-CTL-RECORDS-READ
           MOVE 4                  TO WS-CTL-RECORDS-WRITTEN
           MOVE WS-TOTAL-BALANCE   TO WS-CTL-DOLLARS-IN
           MOVE WS-TOTAL-BALANCE   TO WS-CTL-DOLLARS-OUT
           CALL 'WRITE-BATCH-CONTROL' USING WS-CTL-STEP-NAME
                               TO WS-MORTGAGE-BALANCE
                           ADD WS-OWNED-AMOUNT TO WS-MORTGAGE-OWNED
                           ADD WS-SOLD-AMOUNT  TO WS-MORTGAGE-SOLD
                       WHEN TYPE-HELOC
                           ADD 1 TO WS-HELOC-COUNT
                           ADD LOAN-BALANCE OF LOAN-REC
                               TO WS-HELOC-BALANCE
                           ADD WS-OWNED-AMOUNT TO WS-HELOC-OWNED
                           ADD WS-SOLD-AMOUNT  TO WS-HELOC-SOLD
                   END-EVALUATE
           END-READ.

           WRITE REPORT-REC
           ADD 1 TO WS-NEXT-REPORT-ID

           MOVE WS-NEXT-REPORT-ID TO REPORT-ID
           MOVE 'HELOC' TO PORT-LOAN-TYPE
           MOVE WS-HELOC-COUNT TO PORT-LOAN-COUNT
           MOVE WS-HELOC-BALANCE TO PORT-TOTAL-BALANCE
           MOVE WS-HELOC-OWNED TO PORT-OWNED-BALANCE
           MOVE WS-HELOC-SOLD  TO PORT-SOLD-BALANCE
           WRITE REPORT-REC
           ADD 1 TO WS-NEXT-REPORT-ID

           DISPLAY 'Portfolio Summary Report Written - 4 Loan Types.'.
