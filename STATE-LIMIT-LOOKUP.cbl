       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATE-LIMIT-LOOKUP.

      *================================================================
      *  Callable subprogram.  Given a borrower's CUSTOMER-ID and an
      *  as-of date, returns the state regulatory limits in force for
      *  that borrower: the state is taken from the structured
      *  mailing address on CUSTOMER-FILE and the limits are the most
      *  recent STATE-LIMIT-FILE row for that state with an
      *  LIMIT-EFFECTIVE-DATE on or before the as-of date -- the same
      *  effective-dated scan FEE-LOOKUP makes.  Found comes back 'N'
      *  (all limits zero) when the customer is missing, the address
      *  has not been converted to structured form, or the state has
      *  no limits on file; the caller then applies no state limit.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-REC
               FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT STATE-LIMIT-FILE ASSIGN TO 'STATE_LIMIT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STATE-LIMIT-KEY OF STATE-LIMIT-REC
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  STATE-LIMIT-FILE.
       COPY STATELIMITREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
           88  FILE-OK             VALUE '00'.
       01  CUSTOMER-FILE-STATUS   PIC XX.
           88  CUSTOMER-FILE-OK    VALUE '00'.
       01  WS-END-OF-LIMITS       PIC X VALUE 'N'.
           88  END-OF-LIMITS       VALUE 'Y'.
       01  WS-DONE-SCANNING       PIC X VALUE 'N'.
           88  DONE-SCANNING       VALUE 'Y'.

       LINKAGE SECTION.
       01  WS-LIMIT-CUSTOMER-ID   PIC 9(5).
       01  WS-LIMIT-AS-OF-DATE    PIC 9(8).
       01  WS-LIMIT-STATE         PIC X(2).
       01  WS-LIMIT-MAX-RATE      PIC 9(3)V99.
       01  WS-LIMIT-FEE-CAP-AMT   PIC 9(7)V99.
       01  WS-LIMIT-FEE-CAP-PCT   PIC 9(3)V99.
       01  WS-LIMIT-MIN-GRACE     PIC 9(3).
       01  WS-LIMIT-MIN-FIN-CHG   PIC 9(7)V99.
       01  WS-LIMIT-FOUND         PIC X.
           88  LIMIT-WAS-FOUND     VALUE 'Y'.

       PROCEDURE DIVISION USING WS-LIMIT-CUSTOMER-ID
                                 WS-LIMIT-AS-OF-DATE
                                 WS-LIMIT-STATE
                                 WS-LIMIT-MAX-RATE
                                 WS-LIMIT-FEE-CAP-AMT
                                 WS-LIMIT-FEE-CAP-PCT
                                 WS-LIMIT-MIN-GRACE
                                 WS-LIMIT-MIN-FIN-CHG
                                 WS-LIMIT-FOUND.

       MOVE 'N' TO WS-LIMIT-FOUND
       MOVE SPACES TO WS-LIMIT-STATE
       MOVE ZERO TO WS-LIMIT-MAX-RATE
       MOVE ZERO TO WS-LIMIT-FEE-CAP-AMT
       MOVE ZERO TO WS-LIMIT-FEE-CAP-PCT
       MOVE ZERO TO WS-LIMIT-MIN-GRACE
       MOVE ZERO TO WS-LIMIT-MIN-FIN-CHG
       MOVE 'N' TO WS-END-OF-LIMITS
       MOVE 'N' TO WS-DONE-SCANNING

       OPEN INPUT CUSTOMER-FILE
       IF NOT CUSTOMER-FILE-OK
           GOBACK
       END-IF

       MOVE WS-LIMIT-CUSTOMER-ID TO CUSTOMER-ID OF CUSTOMER-REC
       READ CUSTOMER-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF ADDRESS-STRUCTURED
                   MOVE ADDR-STATE TO WS-LIMIT-STATE
               END-IF
       END-READ
       CLOSE CUSTOMER-FILE

       IF WS-LIMIT-STATE = SPACES
           GOBACK
       END-IF

       OPEN INPUT STATE-LIMIT-FILE
       IF NOT FILE-OK
           GOBACK
       END-IF

       MOVE WS-LIMIT-STATE TO LIMIT-STATE OF STATE-LIMIT-REC
       MOVE ZERO           TO LIMIT-EFFECTIVE-DATE OF STATE-LIMIT-REC

       START STATE-LIMIT-FILE KEY IS NOT LESS THAN
               STATE-LIMIT-KEY OF STATE-LIMIT-REC
           INVALID KEY
               MOVE 'Y' TO WS-END-OF-LIMITS
       END-START

       PERFORM SCAN-NEXT-LIMIT
           UNTIL END-OF-LIMITS OR DONE-SCANNING

       CLOSE STATE-LIMIT-FILE

       GOBACK.

       SCAN-NEXT-LIMIT.
           READ STATE-LIMIT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-LIMITS
               NOT AT END
                   PERFORM EVALUATE-LIMIT-ROW
           END-READ.

       EVALUATE-LIMIT-ROW.
           IF LIMIT-STATE OF STATE-LIMIT-REC NOT = WS-LIMIT-STATE
               MOVE 'Y' TO WS-DONE-SCANNING
           ELSE
               IF LIMIT-EFFECTIVE-DATE OF STATE-LIMIT-REC
                      > WS-LIMIT-AS-OF-DATE
                   MOVE 'Y' TO WS-DONE-SCANNING
               ELSE
                   MOVE MAX-INTEREST-RATE TO WS-LIMIT-MAX-RATE
                   MOVE LATE-FEE-CAP-AMOUNT TO WS-LIMIT-FEE-CAP-AMT
                   MOVE LATE-FEE-CAP-PERCENT TO WS-LIMIT-FEE-CAP-PCT
                   MOVE MIN-GRACE-DAYS TO WS-LIMIT-MIN-GRACE
                   MOVE MIN-FINANCE-CHARGE TO WS-LIMIT-MIN-FIN-CHG
                   MOVE 'Y' TO WS-LIMIT-FOUND
               END-IF
           END-IF.
