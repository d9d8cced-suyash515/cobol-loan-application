       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPLICATE-CUSTOMER-SCAN.

      *================================================================
      *  Duplicate-suspect scan, run at month-end.  The same person
      *  boarded through manual intake and the two import feeds can
      *  sit under more than one CUSTOMER-ID, which splits exposure,
      *  statements, 1098s and CTR aggregation.  Every live customer
      *  on CUSTOMER.DAT (one already retired by a merge on
      *  CUSTOMER_MERGE.DAT is left out) is compared with every
      *  other, and each pair scores:
      *      TIN equal (and not zero)                       50
      *      name equal, letters only, case ignored         30
      *        or, failing that, first 8 letters equal      15
      *      phone equal (and not zero)                     20
      *  Pairs scoring at or above DUP MATCH THRESHOLD (50 by
      *  default) print as candidates for the supervisor-approved
      *  merge in CUSTOMER-FILE.  Nothing is changed here.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-REC
               FILE STATUS IS CUST-FILE-STATUS.

           SELECT CUSTOMER-MERGE-FILE ASSIGN TO 'CUSTOMER_MERGE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RETIRED-CUSTOMER-ID
               FILE STATUS IS MERGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  CUSTOMER-MERGE-FILE.
       COPY CUSTMERGEREC.

       WORKING-STORAGE SECTION.
       01  CUST-FILE-STATUS         PIC XX.
           88  CUST-FILE-OK          VALUE '00'.
       01  MERGE-FILE-STATUS        PIC XX.
           88  MERGE-FILE-OK         VALUE '00'.
       01  WS-MERGE-FILE-OPEN       PIC X VALUE 'N'.
           88  MERGE-FILE-OPEN       VALUE 'Y'.
       01  WS-END-OF-CUSTOMERS      PIC X VALUE 'N'.
           88  END-OF-CUSTOMERS      VALUE 'Y'.
       01  WS-CUSTOMER-RETIRED      PIC X.
           88  CUSTOMER-RETIRED      VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-BUSDATE-FOUND         PIC X.
           88  BUSINESS-DATE-FOUND   VALUE 'Y'.

      *  Compiled default; overridden by the DUP MATCH THRESHOLD
      *  system parameter when on file.
       01  WS-MATCH-THRESHOLD       PIC 9(3) VALUE 50.
       01  WS-PARM-NAME             PIC X(20).
       01  WS-PARM-VALUE            PIC 9(7)V99.
       01  WS-PARM-FOUND            PIC X.
           88  PARM-WAS-FOUND        VALUE 'Y'.

       01  WS-CUSTOMER-TABLE.
           05  WS-CUST-ENTRY OCCURS 2000 TIMES
                   INDEXED BY CU-IX CU-JX.
               10  WS-CU-ID            PIC 9(5).
               10  WS-CU-NAME          PIC X(30).
               10  WS-CU-MATCH-NAME    PIC X(30).
               10  WS-CU-TIN           PIC 9(9).
               10  WS-CU-PHONE         PIC 9(15).
       01  WS-CUSTOMER-COUNT        PIC 9(4) COMP VALUE ZERO.
       01  WS-CUSTOMERS-DROPPED     PIC 9(5) COMP VALUE ZERO.
       01  WS-CUSTOMERS-RETIRED     PIC 9(5) COMP VALUE ZERO.
       01  WS-OUTER-IX              PIC 9(4) COMP.
       01  WS-INNER-IX              PIC 9(4) COMP.
       01  WS-FIRST-INNER-IX        PIC 9(4) COMP.

      *  Name reduced to its letters, upper case, for matching.
       01  WS-RAW-NAME              PIC X(30).
       01  WS-MATCH-NAME            PIC X(30).
       01  WS-CHAR-IX               PIC 9(2) COMP.
       01  WS-OUT-IX                PIC 9(2) COMP.
       01  WS-ONE-CHAR              PIC X.
           88  CHAR-IS-LETTER        VALUE 'A' THRU 'I'
                                           'J' THRU 'R'
                                           'S' THRU 'Z'.

       01  WS-PAIR-SCORE            PIC 9(3).
       01  WS-PAIR-REASONS          PIC X(20).
       01  WS-REASON-PTR            PIC 9(2) COMP.
       01  WS-PAIRS-LISTED          PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       CALL 'GET-BUSINESS-DATE' USING WS-RUN-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           DISPLAY 'Enter Report Date (YYYYMMDD): '
           ACCEPT WS-RUN-DATE
       END-IF

       MOVE 'DUP MATCH THRESHOLD' TO WS-PARM-NAME
       CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                 WS-RUN-DATE
                                 WS-PARM-VALUE
                                 WS-PARM-FOUND
       IF PARM-WAS-FOUND AND WS-PARM-VALUE > ZERO
           MOVE WS-PARM-VALUE TO WS-MATCH-THRESHOLD
       END-IF

       OPEN INPUT CUSTOMER-FILE
       IF NOT CUST-FILE-OK
           DISPLAY 'Error Opening CUSTOMER-FILE.'
           STOP RUN
       END-IF

       OPEN INPUT CUSTOMER-MERGE-FILE
       IF MERGE-FILE-OK
           MOVE 'Y' TO WS-MERGE-FILE-OPEN
       END-IF

       PERFORM LOAD-NEXT-CUSTOMER UNTIL END-OF-CUSTOMERS

       CLOSE CUSTOMER-FILE
       IF MERGE-FILE-OPEN
           CLOSE CUSTOMER-MERGE-FILE
       END-IF

       DISPLAY ' '
       DISPLAY '============================================'
       DISPLAY '   DUPLICATE CUSTOMER SUSPECTS ' WS-RUN-DATE
       DISPLAY '============================================'
       DISPLAY 'Match Threshold: ' WS-MATCH-THRESHOLD
       DISPLAY 'Score  ID     Name                           '
           'Reasons'

       PERFORM COMPARE-ONE-CUSTOMER
           VARYING WS-OUTER-IX FROM 1 BY 1
           UNTIL WS-OUTER-IX NOT < WS-CUSTOMER-COUNT

       DISPLAY '--------------------------------------------'
       DISPLAY 'Customers Compared:          ' WS-CUSTOMER-COUNT
       DISPLAY 'Retired By Merge (Skipped):  ' WS-CUSTOMERS-RETIRED
       IF WS-CUSTOMERS-DROPPED > ZERO
           DISPLAY 'Beyond Customer Table (Not Compared): '
               WS-CUSTOMERS-DROPPED
       END-IF
       DISPLAY 'Suspect Pairs Listed:        ' WS-PAIRS-LISTED
       DISPLAY '============================================'

       STOP RUN.

       LOAD-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-CUSTOMERS
               NOT AT END
                   PERFORM CHECK-CUSTOMER-RETIRED
                   IF CUSTOMER-RETIRED
                       ADD 1 TO WS-CUSTOMERS-RETIRED
                   ELSE
                       PERFORM ADD-CUSTOMER-ENTRY
                   END-IF
           END-READ.

       CHECK-CUSTOMER-RETIRED.
           MOVE 'N' TO WS-CUSTOMER-RETIRED
           IF MERGE-FILE-OPEN
               MOVE CUSTOMER-ID OF CUSTOMER-REC
                   TO RETIRED-CUSTOMER-ID
               READ CUSTOMER-MERGE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CUSTOMER-RETIRED
               END-READ
           END-IF.

       ADD-CUSTOMER-ENTRY.
           IF WS-CUSTOMER-COUNT < 2000
               ADD 1 TO WS-CUSTOMER-COUNT
               SET CU-IX TO WS-CUSTOMER-COUNT
               MOVE CUSTOMER-ID OF CUSTOMER-REC TO WS-CU-ID (CU-IX)
               MOVE CUSTOMER-NAME TO WS-CU-NAME (CU-IX)
               MOVE TIN TO WS-CU-TIN (CU-IX)
               MOVE PHONE TO WS-CU-PHONE (CU-IX)
               MOVE CUSTOMER-NAME TO WS-RAW-NAME
               PERFORM BUILD-MATCH-NAME
               MOVE WS-MATCH-NAME TO WS-CU-MATCH-NAME (CU-IX)
           ELSE
               ADD 1 TO WS-CUSTOMERS-DROPPED
           END-IF.

      *  Upper-cases the name and keeps only its letters, so
      *  "O'Brien, Mary" and "OBRIEN MARY" compare equal.
       BUILD-MATCH-NAME.
           INSPECT WS-RAW-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-MATCH-NAME
           MOVE ZERO TO WS-OUT-IX
           PERFORM KEEP-ONE-LETTER
               VARYING WS-CHAR-IX FROM 1 BY 1
               UNTIL WS-CHAR-IX > 30.

       KEEP-ONE-LETTER.
           MOVE WS-RAW-NAME (WS-CHAR-IX:1) TO WS-ONE-CHAR
           IF CHAR-IS-LETTER
               ADD 1 TO WS-OUT-IX
               MOVE WS-ONE-CHAR TO WS-MATCH-NAME (WS-OUT-IX:1)
           END-IF.

       COMPARE-ONE-CUSTOMER.
           COMPUTE WS-FIRST-INNER-IX = WS-OUTER-IX + 1
           PERFORM SCORE-ONE-PAIR
               VARYING WS-INNER-IX FROM WS-FIRST-INNER-IX BY 1
               UNTIL WS-INNER-IX > WS-CUSTOMER-COUNT.

       SCORE-ONE-PAIR.
           SET CU-IX TO WS-OUTER-IX
           SET CU-JX TO WS-INNER-IX
           MOVE ZERO TO WS-PAIR-SCORE
           MOVE SPACES TO WS-PAIR-REASONS
           MOVE 1 TO WS-REASON-PTR

           IF WS-CU-TIN (CU-IX) NOT = ZERO
              AND WS-CU-TIN (CU-IX) = WS-CU-TIN (CU-JX)
               ADD 50 TO WS-PAIR-SCORE
               STRING 'TIN ' DELIMITED BY SIZE
                   INTO WS-PAIR-REASONS
                   WITH POINTER WS-REASON-PTR
           END-IF

           IF WS-CU-MATCH-NAME (CU-IX) NOT = SPACES
               IF WS-CU-MATCH-NAME (CU-IX) = WS-CU-MATCH-NAME (CU-JX)
                   ADD 30 TO WS-PAIR-SCORE
                   STRING 'NAME ' DELIMITED BY SIZE
                       INTO WS-PAIR-REASONS
                       WITH POINTER WS-REASON-PTR
               ELSE
                   IF WS-CU-MATCH-NAME (CU-IX) (1:8)
                       = WS-CU-MATCH-NAME (CU-JX) (1:8)
                       ADD 15 TO WS-PAIR-SCORE
                       STRING 'NAME~ ' DELIMITED BY SIZE
                           INTO WS-PAIR-REASONS
                           WITH POINTER WS-REASON-PTR
                   END-IF
               END-IF
           END-IF

           IF WS-CU-PHONE (CU-IX) NOT = ZERO
              AND WS-CU-PHONE (CU-IX) = WS-CU-PHONE (CU-JX)
               ADD 20 TO WS-PAIR-SCORE
               STRING 'PHONE' DELIMITED BY SIZE
                   INTO WS-PAIR-REASONS
                   WITH POINTER WS-REASON-PTR
           END-IF

           IF WS-PAIR-SCORE NOT < WS-MATCH-THRESHOLD
               ADD 1 TO WS-PAIRS-LISTED
               DISPLAY ' ' WS-PAIR-SCORE '   ' WS-CU-ID (CU-IX) '  '
                   WS-CU-NAME (CU-IX) ' ' WS-PAIR-REASONS
               DISPLAY '       ' WS-CU-ID (CU-JX) '  '
                   WS-CU-NAME (CU-JX)
           END-IF.
