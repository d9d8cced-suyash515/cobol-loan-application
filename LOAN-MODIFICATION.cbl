       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
       END-IF
       DISPLAY 'Enter Loan ID To Modify: '
       ACCEPT WS-TARGET-LOAN-ID
       CALL 'CHECK-LOAN-ACCESS' USING WS-TARGET-LOAN-ID
                                      WS-LOAN-ACCESS
       IF NOT LOAN-ACCESS-ALLOWED
           STOP RUN
       END-IF
       DISPLAY 'Enter Modification Effective Date (YYYYMMDD): '
       ACCEPT WS-EFFECTIVE-DATE
       DISPLAY 'Enter New Interest Rate: '
           STOP RUN
       END-IF

      *  A home-equity line has no level schedule to regenerate --
      *  HELOC-LINE-CYCLE bills it one cycle at a time.
       IF TYPE-HELOC
           DISPLAY 'Loan Is A Home-Equity Line - No Fixed Schedule '
               'To Modify: ' WS-TARGET-LOAN-ID
           CLOSE LOAN-FILE
           STOP RUN
       END-IF

       MOVE INTEREST-RATE TO WS-OLD-RATE
       MOVE LOAN-TERM     TO WS-OLD-TERM
       MOVE LOAN-BALANCE  TO WS-OLD-BALANCE
           MOVE WS-NEW-BALANCE    TO NEW-LOAN-BALANCE
           MOVE WS-CAPITALIZED    TO CAPITALIZED-AMOUNT
           MOVE WS-USER-ID        TO APPROVED-BY
           MOVE 'M'               TO MOD-TYPE
           MOVE ZERO              TO OLD-MATURITY-DATE
           MOVE ZERO              TO NEW-MATURITY-DATE
           MOVE ZERO              TO EXTENSION-FEE

           WRITE LOAN-MOD-HIST-REC

