       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATE-LIMIT-FILE.

      *================================================================
      *  Maintains STATE_LIMIT.DAT, keyed on LIMIT-STATE plus
      *  LIMIT-EFFECTIVE-DATE so each state's regulatory history can
      *  be read back as of any date.  Each row carries the state's
      *  usury ceiling, its late-fee cap (flat amount and/or percent
      *  of the installment), its minimum grace period and the
      *  minimum finance charge a precomputed contract keeps on early
      *  payoff, enforced by LOAN-APPROVAL-FILE, LATE-FEE-ASSESSMENT,
      *  VARIABLE-RATE-REPRICE and PRECOMPUTED-REBATE through
      *  STATE-LIMIT-LOOKUP.  A change in the law
      *  is keyed as a new row on its effective date -- the old row
      *  stays on file for the dates it governed.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATE-LIMIT-FILE ASSIGN TO 'STATE_LIMIT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STATE-LIMIT-KEY OF STATE-LIMIT-REC
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATE-LIMIT-FILE.
       COPY STATELIMITREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
           88  FILE-OK             VALUE '00'.
           88  FILE-NOT-FOUND      VALUE '35'.
           88  DUPLICATE-KEY       VALUE '22'.
       01  WS-STATE               PIC X(2).
       01  WS-MAX-INTEREST-RATE   PIC 9(3)V99.
       01  WS-FEE-CAP-AMOUNT      PIC 9(7)V99.
       01  WS-FEE-CAP-PERCENT     PIC 9(3)V99.
       01  WS-MIN-GRACE-DAYS      PIC 9(3).
       01  WS-MIN-FINANCE-CHARGE  PIC 9(7)V99.
       01  WS-EFFECTIVE-DATE      PIC 9(8).
       01  WS-EFFECTIVE-DATE-PARTS REDEFINES WS-EFFECTIVE-DATE.
           05  WS-EFF-YEAR         PIC 9(4).
           05  WS-EFF-MONTH        PIC 9(2).
           05  WS-EFF-DAY          PIC 9(2).
       01  WS-MIN-YEAR            PIC 9(4) VALUE 1900.
       01  WS-MAX-YEAR            PIC 9(4) VALUE 2099.
       01  WS-USER-ID             PIC A(10).
       01  WS-LOG-ACTION-TYPE     PIC A(20).
       01  WS-LOG-DESCRIPTION     PIC A(50).

       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

      *  The state code is edited through VALIDATE-MAILING-ADDRESS
      *  so the table holds exactly the codes an address can carry;
      *  the other address fields are filled with passing values.
       01  WS-EDIT-STREET-1       PIC X(30) VALUE 'STATE LIMIT'.
       01  WS-EDIT-CITY           PIC X(20) VALUE 'STATE LIMIT'.
       01  WS-EDIT-ZIP-5          PIC X(5)  VALUE '00000'.
       01  WS-EDIT-ZIP-4          PIC X(4)  VALUE SPACES.
       01  WS-STATE-VALID         PIC X.
           88  STATE-IS-VALID      VALUE 'Y'.
       01  WS-STATE-REASON        PIC X(40).

       PROCEDURE DIVISION.

       DISPLAY 'Enter State Code (2 Letters): '
       ACCEPT WS-STATE

       CALL 'VALIDATE-MAILING-ADDRESS' USING WS-EDIT-STREET-1
                                              WS-EDIT-CITY
                                              WS-STATE
                                              WS-EDIT-ZIP-5
                                              WS-EDIT-ZIP-4
                                              WS-STATE-VALID
                                              WS-STATE-REASON
       IF NOT STATE-IS-VALID
           DISPLAY 'Invalid State Code: ' WS-STATE
           GOBACK
       END-IF

       DISPLAY 'Enter Effective Date (YYYYMMDD): '
       ACCEPT WS-EFFECTIVE-DATE

       IF WS-EFF-YEAR < WS-MIN-YEAR OR WS-EFF-YEAR > WS-MAX-YEAR
          OR WS-EFF-MONTH < 1 OR WS-EFF-MONTH > 12
          OR WS-EFF-DAY < 1 OR WS-EFF-DAY > 31
           DISPLAY 'Invalid Effective Date: ' WS-EFFECTIVE-DATE
           GOBACK
       END-IF

       DISPLAY 'Enter Maximum Interest Rate (0 = No Ceiling): '
       ACCEPT WS-MAX-INTEREST-RATE
       DISPLAY 'Enter Late Fee Cap Amount (0 = No Cap): '
       ACCEPT WS-FEE-CAP-AMOUNT
       DISPLAY 'Enter Late Fee Cap Percent Of Installment '
           '(0 = No Cap): '
       ACCEPT WS-FEE-CAP-PERCENT
       DISPLAY 'Enter Minimum Grace Period Days (0 = None): '
       ACCEPT WS-MIN-GRACE-DAYS
       DISPLAY 'Enter Minimum Finance Charge On Precomputed '
           'Payoff (0 = None): '
       ACCEPT WS-MIN-FINANCE-CHARGE

       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
                                       WS-SIGNON-FOUND
       IF NOT SIGNON-FOUND
           DISPLAY 'Enter Your User ID: '
           ACCEPT WS-USER-ID
       END-IF

       OPEN I-O STATE-LIMIT-FILE
       IF FILE-NOT-FOUND
           OPEN OUTPUT STATE-LIMIT-FILE
           CLOSE STATE-LIMIT-FILE
           OPEN I-O STATE-LIMIT-FILE
       END-IF
       IF NOT FILE-OK
           DISPLAY 'Error Opening STATE-LIMIT-FILE.'
           GOBACK
       END-IF

       MOVE WS-STATE             TO LIMIT-STATE
       MOVE WS-EFFECTIVE-DATE    TO LIMIT-EFFECTIVE-DATE
       MOVE WS-MAX-INTEREST-RATE TO MAX-INTEREST-RATE
       MOVE WS-FEE-CAP-AMOUNT    TO LATE-FEE-CAP-AMOUNT
       MOVE WS-FEE-CAP-PERCENT   TO LATE-FEE-CAP-PERCENT
       MOVE WS-MIN-GRACE-DAYS    TO MIN-GRACE-DAYS
       MOVE WS-MIN-FINANCE-CHARGE TO MIN-FINANCE-CHARGE

       WRITE STATE-LIMIT-REC
           INVALID KEY
               DISPLAY 'Duplicate State Limit Entry For ' WS-STATE
                   ' Effective ' WS-EFFECTIVE-DATE
           NOT INVALID KEY
               DISPLAY 'State Limit Record Added Successfully.'
               MOVE 'STATE LIMIT ADD' TO WS-LOG-ACTION-TYPE
               MOVE SPACES TO WS-LOG-DESCRIPTION
               STRING 'State Limit Added For ' DELIMITED BY SIZE
                      WS-STATE                 DELIMITED BY SIZE
                      ' Effective '            DELIMITED BY SIZE
                      WS-EFFECTIVE-DATE        DELIMITED BY SIZE
                   INTO WS-LOG-DESCRIPTION
               CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                             WS-USER-ID
                                             WS-LOG-DESCRIPTION
       END-WRITE

       CLOSE STATE-LIMIT-FILE

       GOBACK.
