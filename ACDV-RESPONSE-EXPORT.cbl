       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACDV-RESPONSE-EXPORT.

      *================================================================
      *  Nightly return leg of the credit-bureau dispute cycle.
      *  Every ANSWERED dispute on BUREAU_DISPUTE.DAT is written to
      *  ACDV_OUT.DAT -- control number, bureau, loan, response code
      *  and the figures we stand behind (the corrected ones when
      *  the analyst corrected, else those reported) -- and marked
      *  SENT, with a trailer carrying the count.  The run then ages
      *  the disputes still OPEN against their response deadline,
      *  listing those past due and those due within ACDV WARN DAYS
      *  calendar days (default 5), so no dispute expires unanswered.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUREAU-DISPUTE-FILE ASSIGN TO 'BUREAU_DISPUTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISPUTE-ID OF BUREAU-DISPUTE-REC
               ALTERNATE RECORD KEY IS ACDV-CONTROL-NO
               ALTERNATE RECORD KEY IS LOAN-ID OF BUREAU-DISPUTE-REC
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

           SELECT ACDV-RESPONSE-FILE ASSIGN TO 'ACDV_OUT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS EXPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUREAU-DISPUTE-FILE.
       COPY ACDVREC.

       FD  ACDV-RESPONSE-FILE.
       01  ACDV-RESPONSE-REC        PIC X(100).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS              PIC XX.
           88  FILE-OK               VALUE '00'.
       01  EXPORT-FILE-STATUS       PIC XX.
           88  EXPORT-FILE-OK        VALUE '00'.
       01  WS-END-OF-DISPUTES       PIC X VALUE 'N'.
           88  END-OF-DISPUTES       VALUE 'Y'.

       01  RSP-DETAIL-REC.
           05  RSP-RECORD-TYPE      PIC X VALUE 'D'.
           05  RSP-CONTROL-NO       PIC X(20).
           05  RSP-BUREAU           PIC X(10).
           05  RSP-LOAN-ID          PIC 9(5).
           05  RSP-RESPONSE-CODE    PIC X(10).
           05  RSP-ACCOUNT-STATUS   PIC X(10).
           05  RSP-CURRENT-BALANCE  PIC 9(7)V99.
           05  RSP-PAST-DUE-AMOUNT  PIC 9(7)V99.
           05  RSP-PAYMENT-HISTORY  PIC X(12).
           05  RSP-RESPONSE-DATE    PIC 9(8).
           05  FILLER               PIC X(06) VALUE SPACES.

       01  RSP-TRAILER-REC.
           05  RSP-TRL-TYPE         PIC X VALUE 'T'.
           05  RSP-TRL-COUNT        PIC 9(7).
           05  FILLER               PIC X(92) VALUE SPACES.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-BUSDATE-FOUND         PIC X.
           88  BUSINESS-DATE-FOUND   VALUE 'Y'.
       01  WS-WARN-DAYS             PIC 9(3) VALUE 5.
       01  WS-WARN-HORIZON          PIC 9(8).
       01  WS-PARM-NAME             PIC X(20).
       01  WS-PARM-VALUE            PIC 9(7)V99.
       01  WS-PARM-FOUND            PIC X.
           88  PARM-WAS-FOUND        VALUE 'Y'.
       01  WS-WORK-DATE             PIC 9(8).
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR         PIC 9(4).
           05  WS-WORK-MONTH        PIC 9(2).
           05  WS-WORK-DAY          PIC 9(2).
       01  WS-LAST-DAY-OF-MONTH     PIC 9(2).
       01  WS-LEAP-QUOTIENT         PIC 9(4).
       01  WS-LEAP-REMAINDER-4      PIC 9(4).
       01  WS-LEAP-REMAINDER-100    PIC 9(4).
       01  WS-LEAP-REMAINDER-400    PIC 9(4).
       01  WS-LINE-FLAG             PIC X(16).

       01  WS-RESPONSES-SENT        PIC 9(7) COMP VALUE ZERO.
       01  WS-DISPUTES-OPEN         PIC 9(5) COMP VALUE ZERO.
       01  WS-DISPUTES-PAST-DUE     PIC 9(5) COMP VALUE ZERO.
       01  WS-DISPUTES-NEARING      PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       CALL 'GET-BUSINESS-DATE' USING WS-RUN-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           DISPLAY 'Enter Run Date (YYYYMMDD): '
           ACCEPT WS-RUN-DATE
       END-IF

       MOVE 'ACDV WARN DAYS' TO WS-PARM-NAME
       CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                 WS-RUN-DATE
                                 WS-PARM-VALUE
                                 WS-PARM-FOUND
       IF PARM-WAS-FOUND
           MOVE WS-PARM-VALUE TO WS-WARN-DAYS
       END-IF
       MOVE WS-RUN-DATE TO WS-WORK-DATE
       PERFORM ADD-ONE-DAY WS-WARN-DAYS TIMES
       MOVE WS-WORK-DATE TO WS-WARN-HORIZON

       OPEN I-O BUREAU-DISPUTE-FILE
       IF NOT FILE-OK
           DISPLAY 'No BUREAU-DISPUTE-FILE On Hand - Nothing To '
               'Export.'
           STOP RUN
       END-IF

       OPEN OUTPUT ACDV-RESPONSE-FILE
       IF NOT EXPORT-FILE-OK
           DISPLAY 'Error Opening ACDV-RESPONSE-FILE.'
           CLOSE BUREAU-DISPUTE-FILE
           STOP RUN
       END-IF

       DISPLAY '============================================'
       DISPLAY '  CREDIT BUREAU DISPUTES AS OF ' WS-RUN-DATE
       DISPLAY '  (WARNING THROUGH ' WS-WARN-HORIZON ')'
       DISPLAY '============================================'
       DISPLAY 'Dispute Loan  Bureau     Received Due      '
           'Status'

       PERFORM EXPORT-NEXT-DISPUTE UNTIL END-OF-DISPUTES

       MOVE WS-RESPONSES-SENT TO RSP-TRL-COUNT
       MOVE RSP-TRAILER-REC TO ACDV-RESPONSE-REC
       WRITE ACDV-RESPONSE-REC

       CLOSE BUREAU-DISPUTE-FILE
       CLOSE ACDV-RESPONSE-FILE

       DISPLAY '--------------------------------------------'
       DISPLAY 'Responses Sent         : ' WS-RESPONSES-SENT
       DISPLAY 'Disputes Still Open    : ' WS-DISPUTES-OPEN
       DISPLAY 'Response Past Due      : ' WS-DISPUTES-PAST-DUE
       DISPLAY 'Response Due Soon      : ' WS-DISPUTES-NEARING
       DISPLAY '============================================'

       STOP RUN.

       EXPORT-NEXT-DISPUTE.
           READ BUREAU-DISPUTE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-DISPUTES
               NOT AT END
                   EVALUATE TRUE
                       WHEN DISPUTE-ANSWERED
                           PERFORM SEND-DISPUTE-RESPONSE
                       WHEN DISPUTE-OPEN
                           PERFORM AGE-OPEN-DISPUTE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       SEND-DISPUTE-RESPONSE.
           MOVE ACDV-CONTROL-NO    TO RSP-CONTROL-NO
           MOVE ACDV-BUREAU        TO RSP-BUREAU
           MOVE LOAN-ID OF BUREAU-DISPUTE-REC TO RSP-LOAN-ID
           MOVE ACDV-RESPONSE-CODE TO RSP-RESPONSE-CODE
           MOVE ACDV-RESPONSE-DATE TO RSP-RESPONSE-DATE
           IF RESPONSE-CORRECTED
               MOVE COR-ACCOUNT-STATUS  TO RSP-ACCOUNT-STATUS
               MOVE COR-CURRENT-BALANCE TO RSP-CURRENT-BALANCE
               MOVE COR-PAST-DUE-AMOUNT TO RSP-PAST-DUE-AMOUNT
               MOVE COR-PAYMENT-HISTORY TO RSP-PAYMENT-HISTORY
           ELSE
               MOVE RPT-ACCOUNT-STATUS  TO RSP-ACCOUNT-STATUS
               MOVE RPT-CURRENT-BALANCE TO RSP-CURRENT-BALANCE
               MOVE RPT-PAST-DUE-AMOUNT TO RSP-PAST-DUE-AMOUNT
               MOVE RPT-PAYMENT-HISTORY TO RSP-PAYMENT-HISTORY
           END-IF
           MOVE RSP-DETAIL-REC TO ACDV-RESPONSE-REC
           WRITE ACDV-RESPONSE-REC

           MOVE 'SENT'      TO ACDV-STATUS
           MOVE WS-RUN-DATE TO ACDV-SENT-DATE
           REWRITE BUREAU-DISPUTE-REC
               INVALID KEY
                   DISPLAY 'Error Marking Dispute Sent: ' DISPUTE-ID
               NOT INVALID KEY
                   ADD 1 TO WS-RESPONSES-SENT
           END-REWRITE.

       AGE-OPEN-DISPUTE.
           ADD 1 TO WS-DISPUTES-OPEN
           EVALUATE TRUE
               WHEN ACDV-RESPONSE-DUE < WS-RUN-DATE
                   ADD 1 TO WS-DISPUTES-PAST-DUE
                   MOVE '*** PAST DUE ***' TO WS-LINE-FLAG
                   PERFORM PRINT-OPEN-DISPUTE
               WHEN ACDV-RESPONSE-DUE NOT > WS-WARN-HORIZON
                   ADD 1 TO WS-DISPUTES-NEARING
                   MOVE 'DUE SOON' TO WS-LINE-FLAG
                   PERFORM PRINT-OPEN-DISPUTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PRINT-OPEN-DISPUTE.
           DISPLAY DISPUTE-ID '   ' LOAN-ID OF BUREAU-DISPUTE-REC ' '
               ACDV-BUREAU ' ' ACDV-RECEIVED-DATE ' '
               ACDV-RESPONSE-DUE ' ' WS-LINE-FLAG.

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
