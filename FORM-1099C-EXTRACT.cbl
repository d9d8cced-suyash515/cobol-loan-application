       COPY CUSTREC.

       FD  FIRE-FILE.
       01  FIRE-REC                 PIC X(160).

       FD  PRINT-FILE.
       01  PRINT-LINE               PIC X(80).
           05  FIRE-T-TRANSMITTER   PIC X(40)
               VALUE 'FIRST FEDERAL LOAN SERVICING'.
           05  FIRE-T-RETURN-TYPE   PIC X(5) VALUE '1099C'.
           05  FILLER               PIC X(110) VALUE SPACES.

       01  FIRE-B-RECORD.
           05  FIRE-B-TYPE          PIC X VALUE 'B'.
           05  FIRE-B-TIN           PIC 9(9).
           05  FIRE-B-NAME          PIC X(30).
           05  FIRE-B-ADDRESS       PIC X(50).
           05  FIRE-B-CITY          PIC X(20).
           05  FIRE-B-STATE         PIC X(2).
           05  FIRE-B-ZIP           PIC X(9).
           05  FIRE-B-ACCOUNT       PIC 9(5).
           05  FIRE-B-DEBT-CANCELED PIC 9(10)V99.
           05  FIRE-B-EVENT-DATE    PIC 9(8).
           05  FILLER               PIC X(10) VALUE SPACES.

       01  FIRE-C-RECORD.
           05  FIRE-C-TYPE          PIC X VALUE 'C'.
           05  FIRE-C-PAYEE-COUNT   PIC 9(7).
           05  FIRE-C-TOTAL-DEBT    PIC 9(10)V99.
           05  FILLER               PIC X(140) VALUE SPACES.

       01  WS-PAYEE-COUNT           PIC 9(7) COMP VALUE ZERO.
       01  WS-TOTAL-CANCELED        PIC 9(10)V99 VALUE ZERO.
       01  WS-MISSING-TIN-COUNT     PIC 9(5) COMP VALUE ZERO.
       01  WS-UNSTRUCTURED-COUNT    PIC 9(5) COMP VALUE ZERO.
       01  WS-ADDRESS-LINES.
           05  WS-ADDRESS-LINE      PIC X(50) OCCURS 3 TIMES.
       01  WS-ADDRESS-IX            PIC 9 COMP.
       01  WS-CASES-SCANNED         PIC 9(5) COMP VALUE ZERO.

       01  WS-CHARGE-OFF-YEAR       PIC 9(4).
       DISPLAY 'Payee B Records Written: ' WS-PAYEE-COUNT
       DISPLAY 'Total Debt Canceled    : ' WS-TOTAL-CANCELED
       DISPLAY 'Payees Missing TIN     : ' WS-MISSING-TIN-COUNT
       DISPLAY 'Addresses Not Structured: ' WS-UNSTRUCTURED-COUNT
       DISPLAY 'Reporting Threshold    : ' WS-MIN-AMOUNT
       DISPLAY 'Transmission File      : FIRE_1099C.DAT'
       DISPLAY '============================================'
           MOVE WS-TAX-YEAR        TO FIRE-B-TAX-YEAR
           MOVE TIN                TO FIRE-B-TIN
           MOVE CUSTOMER-NAME      TO FIRE-B-NAME
           PERFORM BUILD-B-ADDRESS
           MOVE LOAN-ID OF LOAN-REC TO FIRE-B-ACCOUNT
           MOVE WS-FORGIVEN-AMOUNT TO FIRE-B-DEBT-CANCELED
           MOVE CHARGE-OFF-DATE    TO FIRE-B-EVENT-DATE
           WRITE PRINT-LINE
           MOVE CUSTOMER-NAME TO PRINT-LINE
           WRITE PRINT-LINE
           CALL 'FORMAT-MAILING-ADDRESS' USING CUSTOMER-REC
                                                WS-ADDRESS-LINES
           PERFORM PRINT-ADDRESS-LINE
               VARYING WS-ADDRESS-IX FROM 1 BY 1
               UNTIL WS-ADDRESS-IX > 3
           MOVE SPACES TO PRINT-LINE
           STRING 'LOAN ' DELIMITED BY SIZE
                  LOAN-ID OF LOAN-REC DELIMITED BY SIZE
               INTO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-ADDRESS-LINE.
           IF WS-ADDRESS-LINE (WS-ADDRESS-IX) NOT = SPACES
               MOVE WS-ADDRESS-LINE (WS-ADDRESS-IX) TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       LOG-1099C-DELIVERY.
           OPEN EXTEND LETTER-LOG-FILE
           IF NOT LETLOG-FILE-OK
           WRITE LETTER-LOG-REC

           CLOSE LETTER-LOG-FILE.

      *----------------------------------------------------------------
      *  Payee address in the B record: street line(s), then city,
      *  state and ZIP+4 in their own fields.  A customer whose
      *  address has not been converted to the structured fields
      *  goes out with the old free text in the street field and is
      *  counted and listed so it can be corrected before filing.
      *----------------------------------------------------------------
       BUILD-B-ADDRESS.
           MOVE SPACES TO FIRE-B-ADDRESS
           IF ADDRESS-STRUCTURED
               IF ADDR-STREET-2 = SPACES
                   MOVE ADDR-STREET-1 TO FIRE-B-ADDRESS
               ELSE
                   STRING ADDR-STREET-1 DELIMITED BY '  '
                          ' '           DELIMITED BY SIZE
                          ADDR-STREET-2 DELIMITED BY '  '
                       INTO FIRE-B-ADDRESS
               END-IF
               MOVE ADDR-CITY      TO FIRE-B-CITY
               MOVE ADDR-STATE     TO FIRE-B-STATE
               MOVE ADDR-ZIP-CODE  TO FIRE-B-ZIP
           ELSE
               MOVE LEGACY-ADDRESS-TEXT TO FIRE-B-ADDRESS
               MOVE SPACES TO FIRE-B-CITY
               MOVE SPACES TO FIRE-B-STATE
               MOVE SPACES TO FIRE-B-ZIP
               ADD 1 TO WS-UNSTRUCTURED-COUNT
               DISPLAY 'Address Not Structured - Customer '
                   CUSTOMER-ID OF CUSTOMER-REC
           END-IF.
