       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISK-GRADE-SUGGEST.

      *================================================================
      *  Nightly risk grade downgrade suggestion.  Every loan on the
      *  run date's DELINQ_SNAPSHOT.DAT rows that is still ACTIVE or
      *  DEFAULT is scored against the credit rule:
      *
      *      Special Mention - 30 days past due, a forbearance
      *                        granted within RISK FORBEAR MOS
      *                        months, or current LTV (balance over
      *                        the revalued collateral) past RISK
      *                        LTV SPECIAL percent
      *      Substandard     - 60 or 90+ days past due, on
      *                        nonaccrual, under an active
      *                        bankruptcy stay, or LTV past RISK LTV
      *                        SUBSTAND percent
      *      Doubtful        - 90+ days past due together with a
      *                        bankruptcy stay or the substandard
      *                        LTV
      *
      *  Loss is a charge-off judgement and is never suggested.
      *  Only a downgrade is suggested -- a rule grade weaker than
      *  the grade of record (an ungraded loan is Pass).  A new or
      *  changed suggestion is stored in the SUGGESTED- fields on
      *  RISK_GRADE.DAT and raised as an EXCEPTION row on REPORT.DAT
      *  for the credit analyst, who requests the change through
      *  RISK-GRADE-FILE; nothing here changes a grade.  A standing
      *  suggestion the rule no longer supports is withdrawn.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE ASSIGN TO 'DELINQ_SNAPSHOT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SNAPSHOT-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-REC
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF LOAN-REC
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT FORBEARANCE-FILE ASSIGN TO 'FORBEARANCE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FORBEAR-FILE-STATUS.

           SELECT RISK-GRADE-FILE ASSIGN TO 'RISK_GRADE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF RISK-GRADE-REC
               FILE STATUS IS GRADE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE.
       COPY DELINQSNAPREC.

       FD  LOAN-FILE.
       COPY LOANREC.

       FD  FORBEARANCE-FILE.
       COPY FORBEARREC.

       FD  RISK-GRADE-FILE.
       COPY RISKGRADEREC.

       FD  REPORT-FILE.
       COPY REPORTREC.

       WORKING-STORAGE SECTION.
       01  SNAPSHOT-FILE-STATUS    PIC XX.
           88  SNAPSHOT-FILE-OK     VALUE '00'.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
       01  WS-CV-LOAN-ID           PIC 9(5).
       01  WS-CV-VALUE             PIC 9(9)V99.
       01  WS-CV-ORIG-VALUE        PIC 9(9)V99.
       01  WS-CV-ITEM-COUNT        PIC 9(3).
       01  FORBEAR-FILE-STATUS     PIC XX.
           88  FORBEAR-FILE-OK      VALUE '00'.
       01  GRADE-FILE-STATUS       PIC XX.
           88  GRADE-FILE-OK        VALUE '00'.
           88  GRADE-FILE-NOT-FOUND VALUE '35'.
       01  REPORT-FILE-STATUS      PIC XX.
           88  REPORT-FILE-OK       VALUE '00'.

       01  WS-END-OF-SNAPSHOT      PIC X VALUE 'N'.
           88  END-OF-SNAPSHOT      VALUE 'Y'.
       01  WS-END-OF-FORBEAR       PIC X VALUE 'N'.
           88  END-OF-FORBEAR       VALUE 'Y'.
       01  WS-END-OF-REPORTS       PIC X VALUE 'N'.
           88  END-OF-REPORTS       VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-FORBEAR-CUTOFF       PIC 9(8).

      *  Compiled defaults; overridden by system parameters.
       01  WS-LTV-SPECIAL          PIC 9(3)V99 VALUE 100.00.
       01  WS-LTV-SUBSTAND         PIC 9(3)V99 VALUE 110.00.
       01  WS-FORBEAR-MONTHS       PIC 9(3) VALUE 12.
       01  WS-PARM-NAME            PIC X(20).
       01  WS-PARM-VALUE           PIC 9(7)V99.
       01  WS-PARM-FOUND           PIC X.
           88  PARM-WAS-FOUND       VALUE 'Y'.

      *  Loans granted forbearance on or after the cutoff.
       01  WS-FORBEAR-TABLE.
           05  WS-FORBEAR-LOAN-ID OCCURS 5000 TIMES PIC 9(5).
       01  WS-FORBEAR-ENTRIES      PIC 9(5) COMP VALUE ZERO.
       01  WS-IX                   PIC 9(5) COMP.
       01  WS-ENTRY-FOUND          PIC X.
           88  ENTRY-FOUND          VALUE 'Y'.

       01  WS-STAY-LOAN-ID         PIC 9(5).
       01  WS-STAY-FLAG            PIC X.
           88  STAY-IN-FORCE        VALUE 'Y'.
       01  WS-CURRENT-LTV          PIC 9(5)V99.

      *  Grade ranks: 1 Pass, 2 Special Mention, 3 Substandard,
      *  4 Doubtful, 5 Loss.
       01  WS-RULE-RANK            PIC 9.
       01  WS-RULE-GRADE           PIC X(15).
       01  WS-RULE-REASON          PIC X(30).
       01  WS-CURRENT-RANK         PIC 9.
       01  WS-GRADE-ON-FILE        PIC X.
           88  GRADE-ON-FILE        VALUE 'Y'.

       01  WS-NEXT-REPORT-ID       PIC 9(5) VALUE ZERO.
       01  WS-EXCEPTION-TEXT       PIC X(60).

       01  WS-LOANS-SCORED         PIC 9(5) COMP VALUE ZERO.
       01  WS-SUGGESTIONS-RAISED   PIC 9(5) COMP VALUE ZERO.
       01  WS-SUGGESTIONS-WITHDRAWN PIC 9(5) COMP VALUE ZERO.

       01  WS-WORK-DATE            PIC 9(8).
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR        PIC 9(4).
           05  WS-WORK-MONTH       PIC 9(2).
           05  WS-WORK-DAY         PIC 9(2).
       01  WS-MONTH-WORK           PIC 9(6).
       01  WS-YEARS-BACK           PIC 9(4).
       01  WS-MONTH-REMAINDER      PIC 9(2).
       01  WS-LAST-DAY-OF-MONTH    PIC 9(2).
       01  WS-LEAP-QUOTIENT        PIC 9(4).
       01  WS-LEAP-REMAINDER-4     PIC 9(4).
       01  WS-LEAP-REMAINDER-100   PIC 9(4).
       01  WS-LEAP-REMAINDER-400   PIC 9(4).

       01  WS-SUGGEST-USER         PIC X(10) VALUE 'RISKSUGG'.
       01  WS-LOG-ACTION-TYPE      PIC A(20).
       01  WS-LOG-DESCRIPTION      PIC A(50).

       01  WS-BUSDATE-FOUND        PIC X.
           88  BUSINESS-DATE-FOUND  VALUE 'Y'.

       PROCEDURE DIVISION.

       CALL 'GET-BUSINESS-DATE' USING WS-RUN-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
       END-IF

       MOVE 'RISK LTV SPECIAL' TO WS-PARM-NAME
       PERFORM LOOKUP-ONE-PARM
       IF PARM-WAS-FOUND
           MOVE WS-PARM-VALUE TO WS-LTV-SPECIAL
       END-IF
       MOVE 'RISK LTV SUBSTAND' TO WS-PARM-NAME
       PERFORM LOOKUP-ONE-PARM
       IF PARM-WAS-FOUND
           MOVE WS-PARM-VALUE TO WS-LTV-SUBSTAND
       END-IF
       MOVE 'RISK FORBEAR MOS' TO WS-PARM-NAME
       PERFORM LOOKUP-ONE-PARM
       IF PARM-WAS-FOUND
           MOVE WS-PARM-VALUE TO WS-FORBEAR-MONTHS
       END-IF

       PERFORM FIND-FORBEAR-CUTOFF
       PERFORM LOAD-RECENT-FORBEARANCE
       PERFORM ASSIGN-NEXT-REPORT-ID

       OPEN INPUT SNAPSHOT-FILE
       IF NOT SNAPSHOT-FILE-OK
           DISPLAY 'No DELINQ_SNAPSHOT File On Hand.'
           STOP RUN
       END-IF
       OPEN INPUT LOAN-FILE
       IF NOT LOAN-FILE-OK
           DISPLAY 'Error Opening LOAN-FILE.'
           CLOSE SNAPSHOT-FILE
           STOP RUN
       END-IF
       OPEN I-O RISK-GRADE-FILE
       IF GRADE-FILE-NOT-FOUND
           OPEN OUTPUT RISK-GRADE-FILE
           CLOSE RISK-GRADE-FILE
           OPEN I-O RISK-GRADE-FILE
       END-IF
       IF NOT GRADE-FILE-OK
           DISPLAY 'Error Opening RISK-GRADE-FILE.'
           CLOSE SNAPSHOT-FILE
           CLOSE LOAN-FILE
           STOP RUN
       END-IF

       PERFORM CHECK-NEXT-SNAPSHOT-ROW
           UNTIL END-OF-SNAPSHOT

       CLOSE SNAPSHOT-FILE
       CLOSE LOAN-FILE
       CLOSE RISK-GRADE-FILE

       DISPLAY 'Risk Grade Suggestion Complete - Loans Scored: '
           WS-LOANS-SCORED
       DISPLAY '  Downgrades Suggested: ' WS-SUGGESTIONS-RAISED
           ' Withdrawn: ' WS-SUGGESTIONS-WITHDRAWN

       MOVE 'RISK GRADE SUGGEST' TO WS-LOG-ACTION-TYPE
       MOVE 'Nightly Risk Grade Downgrade Suggestions Run'
           TO WS-LOG-DESCRIPTION
       CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                     WS-SUGGEST-USER
                                     WS-LOG-DESCRIPTION

       STOP RUN.

       LOOKUP-ONE-PARM.
           CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                     WS-RUN-DATE
                                     WS-PARM-VALUE
                                     WS-PARM-FOUND.

      *----------------------------------------------------------------
      *  Forbearance look-back: the run date less RISK FORBEAR MOS
      *  months, the day held back to the end of a shorter month.
      *----------------------------------------------------------------
       FIND-FORBEAR-CUTOFF.
           MOVE WS-RUN-DATE TO WS-WORK-DATE
           COMPUTE WS-MONTH-WORK = WS-WORK-YEAR * 12
               + WS-WORK-MONTH - 1 - WS-FORBEAR-MONTHS
           DIVIDE WS-MONTH-WORK BY 12 GIVING WS-YEARS-BACK
               REMAINDER WS-MONTH-REMAINDER
           MOVE WS-YEARS-BACK TO WS-WORK-YEAR
           COMPUTE WS-WORK-MONTH = WS-MONTH-REMAINDER + 1
           PERFORM FIND-LAST-DAY-OF-MONTH
           IF WS-WORK-DAY > WS-LAST-DAY-OF-MONTH
               MOVE WS-LAST-DAY-OF-MONTH TO WS-WORK-DAY
           END-IF
           MOVE WS-WORK-DATE TO WS-FORBEAR-CUTOFF.

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

       LOAD-RECENT-FORBEARANCE.
           OPEN INPUT FORBEARANCE-FILE
           IF FORBEAR-FILE-OK
               PERFORM LOAD-NEXT-FORBEARANCE UNTIL END-OF-FORBEAR
               CLOSE FORBEARANCE-FILE
           END-IF.

       LOAD-NEXT-FORBEARANCE.
           READ FORBEARANCE-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FORBEAR
               NOT AT END
                   IF GRANTED-DATE NOT < WS-FORBEAR-CUTOFF
                      AND GRANTED-DATE NOT > WS-RUN-DATE
                      AND WS-FORBEAR-ENTRIES < 5000
                       ADD 1 TO WS-FORBEAR-ENTRIES
                       MOVE LOAN-ID OF FORBEARANCE-REC
                           TO WS-FORBEAR-LOAN-ID (WS-FORBEAR-ENTRIES)
                   END-IF
           END-READ.

       CHECK-NEXT-SNAPSHOT-ROW.
           READ SNAPSHOT-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-SNAPSHOT
               NOT AT END
                   IF SNAPSHOT-DATE = WS-RUN-DATE
                       PERFORM SCORE-SNAPSHOT-LOAN
                   END-IF
           END-READ.

       SCORE-SNAPSHOT-LOAN.
           MOVE LOAN-ID OF DELINQ-SNAPSHOT-REC
               TO LOAN-ID OF LOAN-REC
           READ LOAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF STATUS-ACTIVE OR STATUS-DEFAULT
                       ADD 1 TO WS-LOANS-SCORED
                       PERFORM APPLY-GRADE-RULE
                       PERFORM COMPARE-TO-GRADE-OF-RECORD
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  The rule grade is the weakest grade any one driver earns;
      *  the reason kept is the driver that set it.
      *----------------------------------------------------------------
       APPLY-GRADE-RULE.
           MOVE 1 TO WS-RULE-RANK
           MOVE SPACES TO WS-RULE-REASON

           MOVE LOAN-ID OF LOAN-REC TO WS-STAY-LOAN-ID
           CALL 'CHECK-BANKRUPTCY-STAY' USING WS-STAY-LOAN-ID
                                               WS-STAY-FLAG
           PERFORM FIND-CURRENT-LTV
           PERFORM CHECK-RECENT-FORBEARANCE

           IF ENTRY-FOUND
               PERFORM RAISE-TO-SPECIAL-MENTION
               MOVE 'FORBEARANCE GRANTED' TO WS-RULE-REASON
           END-IF
           IF WS-CURRENT-LTV > WS-LTV-SPECIAL
               PERFORM RAISE-TO-SPECIAL-MENTION
               MOVE 'LTV OVER SPECIAL THRESHOLD' TO WS-RULE-REASON
           END-IF
           IF SNAP-30
               PERFORM RAISE-TO-SPECIAL-MENTION
               MOVE '30 DAYS PAST DUE' TO WS-RULE-REASON
           END-IF
           IF WS-CURRENT-LTV > WS-LTV-SUBSTAND
               PERFORM RAISE-TO-SUBSTANDARD
               MOVE 'LTV OVER SUBSTANDARD THRESHOLD' TO WS-RULE-REASON
           END-IF
           IF STAY-IN-FORCE
               PERFORM RAISE-TO-SUBSTANDARD
               MOVE 'BANKRUPTCY STAY' TO WS-RULE-REASON
           END-IF
           IF NONACCRUAL
               PERFORM RAISE-TO-SUBSTANDARD
               MOVE 'ON NONACCRUAL' TO WS-RULE-REASON
           END-IF
           IF SNAP-60
               PERFORM RAISE-TO-SUBSTANDARD
               MOVE '60 DAYS PAST DUE' TO WS-RULE-REASON
           END-IF
           IF SNAP-90-PLUS
               PERFORM RAISE-TO-SUBSTANDARD
               MOVE '90+ DAYS PAST DUE' TO WS-RULE-REASON
               IF STAY-IN-FORCE
                   MOVE 4 TO WS-RULE-RANK
                   MOVE '90+ DAYS PAST DUE IN BANKRUPTCY'
                       TO WS-RULE-REASON
               END-IF
               IF WS-CURRENT-LTV > WS-LTV-SUBSTAND
                   MOVE 4 TO WS-RULE-RANK
                   MOVE '90+ DAYS PAST DUE, LTV SHORT'
                       TO WS-RULE-REASON
               END-IF
           END-IF

           EVALUATE WS-RULE-RANK
               WHEN 2
                   MOVE 'SPECIAL MENTION' TO WS-RULE-GRADE
               WHEN 3
                   MOVE 'SUBSTANDARD' TO WS-RULE-GRADE
               WHEN 4
                   MOVE 'DOUBTFUL' TO WS-RULE-GRADE
               WHEN OTHER
                   MOVE 'PASS' TO WS-RULE-GRADE
           END-EVALUATE.

       RAISE-TO-SPECIAL-MENTION.
           IF WS-RULE-RANK < 2
               MOVE 2 TO WS-RULE-RANK
           END-IF.

       RAISE-TO-SUBSTANDARD.
           IF WS-RULE-RANK < 3
               MOVE 3 TO WS-RULE-RANK
           END-IF.

       FIND-CURRENT-LTV.
           MOVE ZERO TO WS-CURRENT-LTV
           MOVE LOAN-ID OF LOAN-REC TO WS-CV-LOAN-ID
           CALL 'GET-COLLATERAL-VALUE' USING WS-CV-LOAN-ID
                                             WS-CV-VALUE
                                             WS-CV-ORIG-VALUE
                                             WS-CV-ITEM-COUNT
           IF WS-CV-VALUE > ZERO
               COMPUTE WS-CURRENT-LTV ROUNDED =
                   LOAN-BALANCE OF LOAN-REC * 100
                       / WS-CV-VALUE
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-CURRENT-LTV
               END-COMPUTE
           END-IF.

       CHECK-RECENT-FORBEARANCE.
           MOVE 'N' TO WS-ENTRY-FOUND
           IF WS-FORBEAR-ENTRIES > ZERO
               PERFORM CHECK-ONE-FORBEARANCE
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-FORBEAR-ENTRIES
                      OR ENTRY-FOUND
           END-IF.

       CHECK-ONE-FORBEARANCE.
           IF WS-FORBEAR-LOAN-ID (WS-IX) = LOAN-ID OF LOAN-REC
               MOVE 'Y' TO WS-ENTRY-FOUND
           END-IF.

      *----------------------------------------------------------------
      *  Suggest only when the rule grade is weaker than the grade
      *  of record; a suggestion already standing for the same grade
      *  is not raised again.
      *----------------------------------------------------------------
       COMPARE-TO-GRADE-OF-RECORD.
           MOVE LOAN-ID OF LOAN-REC TO LOAN-ID OF RISK-GRADE-REC
           READ RISK-GRADE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-GRADE-ON-FILE
                   INITIALIZE RISK-GRADE-REC
                   MOVE LOAN-ID OF LOAN-REC TO LOAN-ID OF RISK-GRADE-REC
                   MOVE 'PASS' TO RISK-GRADE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-GRADE-ON-FILE
           END-READ

           EVALUATE TRUE
               WHEN GRADE-SPECIAL-MENTION
                   MOVE 2 TO WS-CURRENT-RANK
               WHEN GRADE-SUBSTANDARD
                   MOVE 3 TO WS-CURRENT-RANK
               WHEN GRADE-DOUBTFUL
                   MOVE 4 TO WS-CURRENT-RANK
               WHEN GRADE-LOSS
                   MOVE 5 TO WS-CURRENT-RANK
               WHEN OTHER
                   MOVE 1 TO WS-CURRENT-RANK
           END-EVALUATE

           IF WS-RULE-RANK > WS-CURRENT-RANK
               IF SUGGESTED-GRADE NOT = WS-RULE-GRADE
                   PERFORM RAISE-SUGGESTION
               END-IF
           ELSE
               IF GRADE-ON-FILE AND NOT NO-GRADE-SUGGESTED
                   PERFORM WITHDRAW-SUGGESTION
               END-IF
           END-IF.

       RAISE-SUGGESTION.
           MOVE WS-RULE-GRADE  TO SUGGESTED-GRADE
           MOVE WS-RUN-DATE    TO SUGGESTED-DATE
           MOVE WS-RULE-REASON TO SUGGESTED-REASON
           IF GRADE-ON-FILE
               REWRITE RISK-GRADE-REC
                   INVALID KEY
                       DISPLAY 'Error Updating Risk Grade For Loan '
                           LOAN-ID OF LOAN-REC
               END-REWRITE
           ELSE
               WRITE RISK-GRADE-REC
                   INVALID KEY
                       DISPLAY 'Error Writing Risk Grade For Loan '
                           LOAN-ID OF LOAN-REC
               END-WRITE
           END-IF
           ADD 1 TO WS-SUGGESTIONS-RAISED
           DISPLAY 'SUGGEST: Loan ' LOAN-ID OF LOAN-REC ' '
               RISK-GRADE ' -> ' WS-RULE-GRADE ' ' WS-RULE-REASON

           MOVE SPACES TO WS-EXCEPTION-TEXT
           STRING 'DOWNGRADE TO ' DELIMITED BY SIZE
                  WS-RULE-GRADE DELIMITED BY '  '
                  ' SUGGESTED - ' DELIMITED BY SIZE
                  WS-RULE-REASON DELIMITED BY '  '
               INTO WS-EXCEPTION-TEXT
           END-STRING
           PERFORM WRITE-GRADE-EXCEPTION.

       WITHDRAW-SUGGESTION.
           MOVE SPACES TO SUGGESTED-GRADE SUGGESTED-REASON
           MOVE ZERO   TO SUGGESTED-DATE
           REWRITE RISK-GRADE-REC
               INVALID KEY
                   DISPLAY 'Error Updating Risk Grade For Loan '
                       LOAN-ID OF LOAN-REC
               NOT INVALID KEY
                   ADD 1 TO WS-SUGGESTIONS-WITHDRAWN
           END-REWRITE.

       ASSIGN-NEXT-REPORT-ID.
           OPEN INPUT REPORT-FILE
           IF NOT REPORT-FILE-OK
               MOVE 1 TO WS-NEXT-REPORT-ID
           ELSE
               PERFORM FIND-HIGHEST-REPORT-ID
                   UNTIL END-OF-REPORTS
               ADD 1 TO WS-NEXT-REPORT-ID
               CLOSE REPORT-FILE
           END-IF.

       FIND-HIGHEST-REPORT-ID.
           READ REPORT-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-REPORTS
               NOT AT END
                   IF REPORT-ID > WS-NEXT-REPORT-ID
                       MOVE REPORT-ID TO WS-NEXT-REPORT-ID
                   END-IF
           END-READ.

       WRITE-GRADE-EXCEPTION.
           OPEN EXTEND REPORT-FILE
           IF NOT REPORT-FILE-OK
               OPEN OUTPUT REPORT-FILE
           END-IF
           MOVE WS-NEXT-REPORT-ID   TO REPORT-ID
           MOVE 'EXCEPTION'         TO REPORT-TYPE
           MOVE WS-RUN-DATE         TO GENERATED-DATE
           MOVE 'RISK_GRADE.DAT'    TO EXCEP-SOURCE-FILE
           MOVE LOAN-ID OF LOAN-REC TO EXCEP-KEY-ID
           MOVE WS-EXCEPTION-TEXT   TO EXCEP-DESCRIPTION
           WRITE REPORT-REC
           CLOSE REPORT-FILE
           ADD 1 TO WS-NEXT-REPORT-ID.
