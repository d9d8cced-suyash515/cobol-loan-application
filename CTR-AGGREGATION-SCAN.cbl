      *  cash aggregate crosses the CTR THRESHOLD system parameter
      *  (10,000.00 when none is on file) gets a reportable-activity
      *  record on CTR_ACTIVITY.DAT and a filing worksheet on the
      *  run log for the BSA officer, carrying the customer's name,
      *  TIN and structured address in the form's own boxes (street,
      *  city, state, ZIP).
      *================================================================

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-REC
               FILE STATUS IS CUST-FILE-STATUS.

           SELECT CTR-ACTIVITY-FILE ASSIGN TO 'CTR_ACTIVITY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  LOAN-FILE.
       COPY LOANREC.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  CTR-ACTIVITY-FILE.
       01  CTR-ACTIVITY-REC.
           05  CTR-BUSINESS-DATE   PIC 9(8).
           88  TRAN-FILE-OK         VALUE '00'.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
       01  CUST-FILE-STATUS        PIC XX.
           88  CUST-FILE-OK         VALUE '00'.
       01  CTR-FILE-STATUS         PIC XX.
           88  CTR-FILE-OK          VALUE '00'.

           DISPLAY '============================================'
           DISPLAY 'Customer ID       : '
               WS-CASH-CUSTOMER-ID (WS-IX)
           PERFORM SHOW-CTR-CUSTOMER
           DISPLAY 'Cash Transactions : ' WS-CASH-COUNT (WS-IX)
           DISPLAY 'Aggregate Cash In : ' WS-CASH-TOTAL (WS-IX)
           DISPLAY 'Threshold Applied : ' WS-CTR-THRESHOLD
           DISPLAY '============================================'.

      *----------------------------------------------------------------
      *  Person-conducting-transaction boxes from CUSTOMER.DAT.  A
      *  customer whose address is not yet structured shows the old
      *  free text and is marked for the officer to complete by hand.
      *----------------------------------------------------------------
       SHOW-CTR-CUSTOMER.
           OPEN INPUT CUSTOMER-FILE
           IF CUST-FILE-OK
               MOVE WS-CASH-CUSTOMER-ID (WS-IX)
                   TO CUSTOMER-ID OF CUSTOMER-REC
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY 'Customer Name     : NOT ON FILE'
                   NOT INVALID KEY
                       DISPLAY 'Customer Name     : ' CUSTOMER-NAME
                       DISPLAY 'TIN               : ' TIN
                       IF ADDRESS-STRUCTURED
                           DISPLAY 'Street Address    : '
                               ADDR-STREET-1
                           IF ADDR-STREET-2 NOT = SPACES
                               DISPLAY '                    '
                                   ADDR-STREET-2
                           END-IF
                           DISPLAY 'City              : ' ADDR-CITY
                           DISPLAY 'State             : ' ADDR-STATE
                           DISPLAY 'ZIP Code          : ' ADDR-ZIP-5
                               ' ' ADDR-ZIP-4
                       ELSE
                           DISPLAY 'Address (Unparsed): '
                               LEGACY-ADDRESS-TEXT
                       END-IF
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF.
