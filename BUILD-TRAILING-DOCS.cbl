       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-TRAILING-DOCS.

      *================================================================
      *  Callable subprogram.  Writes the post-closing documents a
      *  newly funded loan still owes us onto TRAILING_DOC.DAT, each
      *  due a number of calendar days after funding:
      *
      *      MORTGAGE  RECORDED MTG  (lien)    RECORDED MTG DAYS   90
      *                TITLE POLICY            TITLE POLICY DAYS  120
      *      HELOC     RECORDED MTG  (lien)    RECORDED MTG DAYS   90
      *      AUTO      DMV TITLE     (lien)    DMV TITLE DAYS      60
      *
      *  PERSONAL loans are unsecured and owe nothing.  Recording
      *  offices and motor-vehicle departments run to their own
      *  clocks, so each period is looked up first as a state
      *  parameter -- the name followed by the borrower's two-letter
      *  state, e.g. 'DMV TITLE DAYS    TX' -- then as the house
      *  parameter under the bare name, and only then falls back to
      *  the compiled default above.  The state is the borrower's
      *  structured mailing-address state, as STATE-LIMIT-LOOKUP
      *  takes it; spaces when the address is not yet converted.
      *  LOAN-FUNDING calls this once the loan goes ACTIVE.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAILING-DOC-FILE ASSIGN TO 'TRAILING_DOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAIL-KEY OF TRAILING-DOC-REC
               FILE STATUS IS FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-REC
               FILE STATUS IS CUSTOMER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAILING-DOC-FILE.
       COPY TRAILDOCREC.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
           88  FILE-OK             VALUE '00'.
           88  FILE-NOT-FOUND      VALUE '35'.
       01  CUSTOMER-FILE-STATUS   PIC XX.
           88  CUSTOMER-FILE-OK    VALUE '00'.

       01  WS-STATE               PIC X(2) VALUE SPACES.
       01  WS-DOC-TYPE            PIC X(15).
       01  WS-DOC-PERFECTS-LIEN   PIC X.
       01  WS-DUE-DAYS            PIC 9(3).

      *  Parameter name: the period's name, a space, and the state
      *  (spaces for the house-wide parameter).
       01  WS-DAYS-PARM-NAME.
           05  WS-DAYS-PARM-BASE  PIC X(17).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-DAYS-PARM-STATE PIC X(2).
       01  WS-PARM-VALUE          PIC 9(7)V99.
       01  WS-PARM-FOUND          PIC X.
           88  PARM-WAS-FOUND      VALUE 'Y'.

       01  WS-WORK-DATE           PIC 9(8).
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR       PIC 9(4).
           05  WS-WORK-MONTH      PIC 9(2).
           05  WS-WORK-DAY        PIC 9(2).
       01  WS-LAST-DAY-OF-MONTH   PIC 9(2).
       01  WS-LEAP-QUOTIENT       PIC 9(4).
       01  WS-LEAP-REMAINDER-4    PIC 9(4).
       01  WS-LEAP-REMAINDER-100  PIC 9(4).
       01  WS-LEAP-REMAINDER-400  PIC 9(4).

       LINKAGE SECTION.
       01  WS-TD-LOAN-ID          PIC 9(5).
       01  WS-TD-LOAN-TYPE        PIC X(20).
           88  TD-TYPE-AUTO        VALUE 'AUTO'.
           88  TD-TYPE-MORTGAGE    VALUE 'MORTGAGE'.
           88  TD-TYPE-HELOC       VALUE 'HELOC'.
       01  WS-TD-CUSTOMER-ID      PIC 9(5).
       01  WS-TD-FUNDED-DATE      PIC 9(8).
       01  WS-TD-DEALER-ID        PIC 9(5).
       01  WS-TD-CLOSING-AGENT    PIC X(30).
       01  WS-TD-ITEMS-BUILT      PIC 9(3).

       PROCEDURE DIVISION USING WS-TD-LOAN-ID
                                 WS-TD-LOAN-TYPE
                                 WS-TD-CUSTOMER-ID
                                 WS-TD-FUNDED-DATE
                                 WS-TD-DEALER-ID
                                 WS-TD-CLOSING-AGENT
                                 WS-TD-ITEMS-BUILT.

       MOVE ZERO TO WS-TD-ITEMS-BUILT
       IF NOT TD-TYPE-AUTO AND NOT TD-TYPE-MORTGAGE
          AND NOT TD-TYPE-HELOC
           GOBACK
       END-IF

       PERFORM FIND-BORROWER-STATE

       OPEN I-O TRAILING-DOC-FILE
       IF FILE-NOT-FOUND
           OPEN OUTPUT TRAILING-DOC-FILE
           CLOSE TRAILING-DOC-FILE
           OPEN I-O TRAILING-DOC-FILE
       END-IF
       IF NOT FILE-OK
           DISPLAY 'Error Opening TRAILING-DOC-FILE.'
           GOBACK
       END-IF

       EVALUATE TRUE
           WHEN TD-TYPE-MORTGAGE
               MOVE 'RECORDED MTG' TO WS-DOC-TYPE
               MOVE 'Y' TO WS-DOC-PERFECTS-LIEN
               MOVE 'RECORDED MTG DAYS' TO WS-DAYS-PARM-BASE
               MOVE 90 TO WS-DUE-DAYS
               PERFORM ADD-TRAILING-ITEM
               MOVE 'TITLE POLICY' TO WS-DOC-TYPE
               MOVE 'N' TO WS-DOC-PERFECTS-LIEN
               MOVE 'TITLE POLICY DAYS' TO WS-DAYS-PARM-BASE
               MOVE 120 TO WS-DUE-DAYS
               PERFORM ADD-TRAILING-ITEM
           WHEN TD-TYPE-HELOC
               MOVE 'RECORDED MTG' TO WS-DOC-TYPE
               MOVE 'Y' TO WS-DOC-PERFECTS-LIEN
               MOVE 'RECORDED MTG DAYS' TO WS-DAYS-PARM-BASE
               MOVE 90 TO WS-DUE-DAYS
               PERFORM ADD-TRAILING-ITEM
           WHEN TD-TYPE-AUTO
               MOVE 'DMV TITLE' TO WS-DOC-TYPE
               MOVE 'Y' TO WS-DOC-PERFECTS-LIEN
               MOVE 'DMV TITLE DAYS' TO WS-DAYS-PARM-BASE
               MOVE 60 TO WS-DUE-DAYS
               PERFORM ADD-TRAILING-ITEM
       END-EVALUATE

       CLOSE TRAILING-DOC-FILE

       GOBACK.

       FIND-BORROWER-STATE.
           MOVE SPACES TO WS-STATE
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-OK
               MOVE WS-TD-CUSTOMER-ID TO CUSTOMER-ID OF CUSTOMER-REC
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ADDRESS-STRUCTURED
                           MOVE ADDR-STATE TO WS-STATE
                       END-IF
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF.

       ADD-TRAILING-ITEM.
           PERFORM FIND-DUE-DAYS

           MOVE WS-TD-FUNDED-DATE TO WS-WORK-DATE
           PERFORM ADD-ONE-DAY WS-DUE-DAYS TIMES

           MOVE WS-TD-LOAN-ID       TO LOAN-ID OF TRAILING-DOC-REC
           MOVE WS-DOC-TYPE         TO TRAIL-DOC-TYPE
           MOVE WS-TD-LOAN-TYPE     TO TRAIL-LOAN-TYPE
           MOVE WS-STATE            TO TRAIL-STATE
           MOVE WS-TD-DEALER-ID     TO TRAIL-DEALER-ID
           MOVE WS-TD-CLOSING-AGENT TO CLOSING-AGENT
           MOVE WS-TD-FUNDED-DATE   TO TRAIL-FUNDED-DATE
           MOVE WS-WORK-DATE        TO TRAIL-DUE-DATE
           MOVE WS-DOC-PERFECTS-LIEN TO PERFECTS-LIEN
           MOVE 'O'                 TO TRAIL-STATUS
           MOVE ZERO                TO TRAIL-RECEIVED-DATE
           MOVE SPACES              TO RECORDING-NUMBER
           MOVE SPACES              TO TRAIL-RECEIVED-BY
           WRITE TRAILING-DOC-REC
               INVALID KEY
                   DISPLAY 'Trailing Document Already On File: '
                       WS-DOC-TYPE
               NOT INVALID KEY
                   ADD 1 TO WS-TD-ITEMS-BUILT
           END-WRITE.

      *----------------------------------------------------------------
      *  State parameter, then house parameter, then the compiled
      *  default already in WS-DUE-DAYS.
      *----------------------------------------------------------------
       FIND-DUE-DAYS.
           MOVE 'N' TO WS-PARM-FOUND
           IF WS-STATE NOT = SPACES
               MOVE WS-STATE TO WS-DAYS-PARM-STATE
               CALL 'PARM-LOOKUP' USING WS-DAYS-PARM-NAME
                                         WS-TD-FUNDED-DATE
                                         WS-PARM-VALUE
                                         WS-PARM-FOUND
           END-IF
           IF NOT PARM-WAS-FOUND
               MOVE SPACES TO WS-DAYS-PARM-STATE
               CALL 'PARM-LOOKUP' USING WS-DAYS-PARM-NAME
                                         WS-TD-FUNDED-DATE
                                         WS-PARM-VALUE
                                         WS-PARM-FOUND
           END-IF
           IF PARM-WAS-FOUND
               MOVE WS-PARM-VALUE TO WS-DUE-DAYS
           END-IF.

       ADD-ONE-DAY.
           PERFORM FIND-LAST-DAY-OF-MONTH
           IF WS-WORK-DAY < WS-LAST-DAY-OF-MONTH
               ADD 1 TO WS-WORK-DAY
           ELSE
               MOVE 1 TO WS-WORK-DAY
               IF WS-WORK-MONTH < 12
                   ADD 1 TO WS-WORK-MONTH
               ELSE
                   MOVE 1 TO WS-WORK-MONTH
                   ADD 1 TO WS-WORK-YEAR
               END-IF
           END-IF.

       FIND-LAST-DAY-OF-MONTH.
           EVALUATE WS-WORK-MONTH
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-LAST-DAY-OF-MONTH
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-LAST-DAY-OF-MONTH
               WHEN 2
                   PERFORM CHECK-LEAP-YEAR
           END-EVALUATE.

       CHECK-LEAP-YEAR.
           DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER-4
           DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER-100
           DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER-400

           IF WS-LEAP-REMAINDER-4 = 0
              AND (WS-LEAP-REMAINDER-100 NOT = 0
                   OR WS-LEAP-REMAINDER-400 = 0)
               MOVE 29 TO WS-LAST-DAY-OF-MONTH
           ELSE
               MOVE 28 TO WS-LAST-DAY-OF-MONTH
           END-IF.
