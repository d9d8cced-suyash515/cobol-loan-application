      *  investor, percentage, sale date).  The nightly
      *  INVESTOR-REMITTANCE split and the owned/sold portfolio
      *  columns both read from here, replacing the monthly
      *  spreadsheet the investors kept catching errors in.  A
      *  participation is refused while the loan's lien is
      *  unperfected (CHECK-LIEN-PERFECTION).
      *================================================================

       ENVIRONMENT DIVISION.
       01  WS-LOG-ACTION-TYPE      PIC A(20).
       01  WS-LOG-DESCRIPTION      PIC A(50).

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       01  WS-LIEN-PERFECTED      PIC X.
           88  LIEN-PERFECTED      VALUE 'Y'.
       01  WS-LIEN-DOC-OWED       PIC X(15).

       PROCEDURE DIVISION.

       DISPLAY '1. Add Investor'
       ADD-PARTICIPATION.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF

           OPEN INPUT LOAN-FILE
           IF NOT LOAN-FILE-OK
           END-READ
           CLOSE LOAN-FILE

      *  No share of a loan is sold while the recorded mortgage or
      *  DMV title evidencing our lien is still outstanding.
           CALL 'CHECK-LIEN-PERFECTION' USING WS-LOAN-ID
                                              WS-LIEN-PERFECTED
                                              WS-LIEN-DOC-OWED
           IF NOT LIEN-PERFECTED
               DISPLAY 'Lien Not Perfected - ' WS-LIEN-DOC-OWED
                   ' Outstanding - Participation Rejected.'
               STOP RUN
           END-IF

           DISPLAY 'Enter Investor ID: '
           ACCEPT WS-INVESTOR-ID

       LIST-PARTICIPATIONS.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF

           OPEN INPUT PARTICIPATION-FILE
           IF NOT PARTICIPATION-FILE-OK
