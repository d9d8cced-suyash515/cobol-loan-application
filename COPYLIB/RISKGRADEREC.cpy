      *================================================================
      *  RISKGRADEREC.CPY  --  RISK-GRADE-REC record layout, shared by
      *  every program that reads or writes RISK_GRADE.DAT, the
      *  loan-level internal risk grade.  One record per LOAN-ID
      *  carries the grade of record (the regulatory classes Pass,
      *  Special Mention, Substandard, Doubtful and Loss), why it was
      *  given, who asked for it and which credit officer approved
      *  it, and when the loan is next due for credit review.  A
      *  loan with no record is an ungraded Pass.
      *
      *  A grade change is staged in the PROPOSED- fields by
      *  RISK-GRADE-FILE and queued to PENDING_APPROVAL.DAT; it only
      *  becomes the grade of record when a credit officer releases
      *  it through SUPERVISOR-APPROVAL.  The SUGGESTED- fields are
      *  the nightly rule's downgrade suggestion (RISK-GRADE-SUGGEST)
      *  for the analyst to act on -- never applied on their own.
      *  Every change and review is appended to RISK_GRADE_HIST.DAT.
      *================================================================
       01  RISK-GRADE-REC.
           05  LOAN-ID             PIC 9(5).
           05  RISK-GRADE          PIC X(15).
               88  GRADE-PASS          VALUE 'PASS'.
               88  GRADE-SPECIAL-MENTION VALUE 'SPECIAL MENTION'.
               88  GRADE-SUBSTANDARD   VALUE 'SUBSTANDARD'.
               88  GRADE-DOUBTFUL      VALUE 'DOUBTFUL'.
               88  GRADE-LOSS          VALUE 'LOSS'.
      *  Criticized is everything below Pass; classified drops
      *  Special Mention.
               88  GRADE-CRITICIZED    VALUE 'SPECIAL MENTION'
                                              'SUBSTANDARD'
                                              'DOUBTFUL' 'LOSS'.
               88  GRADE-CLASSIFIED    VALUE 'SUBSTANDARD'
                                              'DOUBTFUL' 'LOSS'.
           05  GRADE-EFFECTIVE-DATE PIC 9(8).
           05  GRADE-RATIONALE     PIC X(40).
           05  GRADE-REQUESTED-BY  PIC X(10).
           05  GRADE-APPROVED-BY   PIC X(10).
           05  LAST-REVIEW-DATE    PIC 9(8).
           05  LAST-REVIEWED-BY    PIC X(10).
      *  Zero means no review scheduled.
           05  NEXT-REVIEW-DATE    PIC 9(8).
           05  SUGGESTED-GRADE     PIC X(15).
               88  NO-GRADE-SUGGESTED  VALUE SPACES.
           05  SUGGESTED-DATE      PIC 9(8).
           05  SUGGESTED-REASON    PIC X(30).
           05  PROPOSED-GRADE      PIC X(15).
               88  NO-GRADE-PROPOSED   VALUE SPACES.
           05  PROPOSED-RATIONALE  PIC X(40).
           05  PROPOSED-NEXT-REVIEW PIC 9(8).
           05  PROPOSED-BY         PIC X(10).
           05  PROPOSED-DATE       PIC 9(8).
