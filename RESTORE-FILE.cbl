           05  ARC-CUST-CO-BORR-ID      PIC 9(5).
           05  ARC-CUST-CO-BORR-NAME    PIC X(30).
           05  ARC-CUST-CREDIT-SCORE    PIC 9(3).
      *  Rest of the structured mailing address; ARC-CUST-ADDRESS
      *  holds street line 1 and city (or the old free text).
           05  ARC-CUST-STREET-2        PIC X(18).
           05  ARC-CUST-STATE           PIC X(2).
           05  ARC-CUST-ZIP             PIC X(9).
           05  ARC-CUST-ADDR-FORMAT     PIC X.

       01  WS-LOAN-ARCHIVE-DATA.
           05  ARC-LOAN-ID              PIC 9(5).
           05  ARC-APP-REQ-TERM         PIC 9(3).
           05  ARC-APP-APP-DATE         PIC 9(8).
           05  ARC-APP-APP-STATUS       PIC X(10).
           05  ARC-APP-MLA-COVERED      PIC X.
           05  ARC-APP-MLA-CHECK-DATE   PIC 9(8).
           05  ARC-APP-MLA-SOURCE       PIC X(10).
           05  ARC-APP-MLA-CERTIFICATE  PIC X(20).
           05  ARC-APP-MLA-MAPR         PIC 9(3)V9(4).
           05  ARC-APP-ORIGINATOR-ID    PIC A(10).
           05  ARC-APP-NOTICE-DATE      PIC 9(8).
           05  ARC-APP-DUE-DATE         PIC 9(8).
           05  ARC-APP-CLOSED-DATE      PIC 9(8).

       01  WS-LOANAPPR-ARCHIVE-DATA.
           05  ARC-APPR-LOAN-ID         PIC 9(5).
           05  ARC-TRAN-REMAINING-BAL   PIC 9(7)V99.
           05  ARC-TRAN-TYPE            PIC X(10).
           05  ARC-TRAN-REVERSED-ID     PIC 9(5).
      *  Allocation split as posted -- spaces on rows archived before
      *  the split was carried.
           05  ARC-TRAN-ALLOC-SPLIT.
               10  ARC-TRAN-ALLOC-FEE       PIC 9(7)V99.
               10  ARC-TRAN-ALLOC-INTEREST  PIC 9(7)V99.
               10  ARC-TRAN-ALLOC-PRINCIPAL PIC 9(7)V99.
               10  ARC-TRAN-ALLOC-ESCROW    PIC 9(7)V99.

       01  WS-RATE-ARCHIVE-DATA.
           05  ARC-RATE-LOAN-TYPE       PIC A(20).
           MOVE BACKUP-DATA TO WS-CUSTOMER-ARCHIVE-DATA
           MOVE ARC-CUST-ID           TO CUSTOMER-ID OF CUSTOMER-REC
           MOVE ARC-CUST-NAME         TO CUSTOMER-NAME
           MOVE ARC-CUST-ADDRESS      TO CUST-ADDRESS-AREA
           MOVE ARC-CUST-PHONE        TO PHONE
           MOVE ARC-CUST-LOAN-AMOUNT  TO LOAN-AMOUNT OF CUSTOMER-REC
           MOVE ARC-CUST-LOAN-BALANCE TO LOAN-BALANCE OF CUSTOMER-REC
           MOVE ARC-CUST-CO-BORR-ID   TO CO-BORROWER-ID
           MOVE ARC-CUST-CO-BORR-NAME TO CO-BORROWER-NAME
           MOVE ARC-CUST-CREDIT-SCORE TO CREDIT-SCORE
           MOVE ARC-CUST-STREET-2     TO ADDR-STREET-2
           MOVE ARC-CUST-STATE        TO ADDR-STATE
           MOVE ARC-CUST-ZIP          TO ADDR-ZIP-CODE
           MOVE ARC-CUST-ADDR-FORMAT  TO ADDRESS-FORMAT
           WRITE CUSTOMER-REC
               INVALID KEY
                   DISPLAY 'Duplicate Customer ID On Restore: '
           MOVE ARC-APP-REQ-TERM    TO REQUESTED-TERM
           MOVE ARC-APP-APP-DATE    TO APPLICATION-DATE
           MOVE ARC-APP-APP-STATUS  TO APPLICATION-STATUS
      *  Backups taken before the MLA fields were archived carry
      *  spaces where the determination now goes.
           MOVE ARC-APP-MLA-COVERED TO MLA-COVERED-IND
           MOVE ARC-APP-MLA-SOURCE  TO MLA-CHECK-SOURCE
           MOVE ARC-APP-MLA-CERTIFICATE TO MLA-CERTIFICATE-ID
           IF ARC-APP-MLA-CHECK-DATE IS NUMERIC
               MOVE ARC-APP-MLA-CHECK-DATE TO MLA-CHECK-DATE
               MOVE ARC-APP-MLA-MAPR    TO MLA-MAPR
           ELSE
               MOVE ZERO TO MLA-CHECK-DATE
               MOVE ZERO TO MLA-MAPR
           END-IF
      *  Likewise the aging fields on backups taken before them.
           MOVE ARC-APP-ORIGINATOR-ID TO APPL-ORIGINATOR-ID
           IF ARC-APP-CLOSED-DATE IS NUMERIC
               MOVE ARC-APP-NOTICE-DATE TO INCOMPLETE-NOTICE-DATE
               MOVE ARC-APP-DUE-DATE    TO INCOMPLETE-DUE-DATE
               MOVE ARC-APP-CLOSED-DATE TO APPL-CLOSED-DATE
           ELSE
               MOVE ZERO TO INCOMPLETE-NOTICE-DATE
               MOVE ZERO TO INCOMPLETE-DUE-DATE
               MOVE ZERO TO APPL-CLOSED-DATE
           END-IF
           WRITE LOAN-APPLICATION-REC
               INVALID KEY
                   DISPLAY 'Duplicate Loan ID On Restore: '
           MOVE ARC-TRAN-REMAINING-BAL TO REMAINING-BALANCE
           MOVE ARC-TRAN-TYPE         TO TRANSACTION-TYPE
           MOVE ARC-TRAN-REVERSED-ID  TO REVERSED-TRANSACTION-ID
           IF ARC-TRAN-ALLOC-SPLIT NUMERIC
               MOVE ARC-TRAN-ALLOC-SPLIT TO ALLOCATION-SPLIT
           ELSE
               MOVE ZERO TO ALLOC-FEE-AMOUNT
               MOVE ZERO TO ALLOC-INTEREST-AMOUNT
               MOVE ZERO TO ALLOC-PRINCIPAL-AMOUNT
               MOVE ZERO TO ALLOC-ESCROW-AMOUNT
           END-IF
           WRITE TRANSACTION-REC
           ADD 1 TO WS-ROWS-RESTORED.

