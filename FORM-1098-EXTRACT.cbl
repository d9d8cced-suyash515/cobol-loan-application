       COPY CUSTREC.

       FD  FIRE-FILE.
       01  FIRE-REC                 PIC X(160).

       WORKING-STORAGE SECTION.
       01  REPORT-FILE-STATUS       PIC XX.
           05  FIRE-T-TRANSMITTER   PIC X(40)
               VALUE 'FIRST FEDERAL LOAN SERVICING'.
           05  FIRE-T-RETURN-TYPE   PIC X(4) VALUE '1098'.
           05  FILLER               PIC X(111) VALUE SPACES.

       01  FIRE-B-RECORD.
           05  FIRE-B-TYPE          PIC X VALUE 'B'.
           05  FIRE-B-TIN           PIC 9(9).
           05  FIRE-B-NAME          PIC X(30).
           05  FIRE-B-ADDRESS       PIC X(50).
           05  FIRE-B-CITY          PIC X(20).
           05  FIRE-B-STATE         PIC X(2).
           05  FIRE-B-ZIP           PIC X(9).
           05  FIRE-B-ACCOUNT       PIC 9(5).
           05  FIRE-B-INTEREST      PIC 9(10)V99.
           05  FIRE-B-TIN-CERT      PIC X.
           05  FILLER               PIC X(17) VALUE SPACES.

       01  FIRE-C-RECORD.
           05  FIRE-C-TYPE          PIC X VALUE 'C'.
           05  FIRE-C-PAYEE-COUNT   PIC 9(7).
           05  FIRE-C-TOTAL-INT     PIC 9(10)V99.
           05  FILLER               PIC X(140) VALUE SPACES.

       01  WS-PAYEE-COUNT           PIC 9(7) COMP VALUE ZERO.
       01  WS-TOTAL-INTEREST        PIC 9(10)V99 VALUE ZERO.
       01  WS-MISSING-TIN-COUNT     PIC 9(5) COMP VALUE ZERO.
       01  WS-UNCERTIFIED-COUNT     PIC 9(5) COMP VALUE ZERO.
       01  WS-UNSTRUCTURED-COUNT    PIC 9(5) COMP VALUE ZERO.


       01  WS-RST-MODE            PIC X.
                   MOVE WS-TAX-YEAR        TO FIRE-B-TAX-YEAR
                   MOVE TIN                TO FIRE-B-TIN
                   MOVE CUSTOMER-NAME      TO FIRE-B-NAME
                   PERFORM BUILD-B-ADDRESS
                   MOVE STMT-LOAN-ID       TO FIRE-B-ACCOUNT
                   MOVE STMT-INTEREST-PAID TO FIRE-B-INTEREST
                   MOVE TIN-CERTIFIED      TO FIRE-B-TIN-CERT
           DISPLAY 'Total Interest Reported : ' WS-TOTAL-INTEREST
           DISPLAY 'Payees Missing TIN      : ' WS-MISSING-TIN-COUNT
           DISPLAY 'TINs Not W-9 Certified  : ' WS-UNCERTIFIED-COUNT
           DISPLAY 'Addresses Not Structured: ' WS-UNSTRUCTURED-COUNT
           DISPLAY 'Transmission File       : FIRE_1098.DAT'
           DISPLAY '============================================'.

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
