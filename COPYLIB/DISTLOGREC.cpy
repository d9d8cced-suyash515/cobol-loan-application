      *================================================================
      *  DISTLOGREC.CPY  --  DIST-LOG-REC record layout, shared by
      *  every program that appends to or reads DISTRIBUTION_LOG.DAT.
      *  One record per report type and recipient per burst run,
      *  showing what went where -- or that nothing did, when the
      *  recipient had no pages and the report was suppressed.
      *================================================================
       01  DIST-LOG-REC.
           05  DLOG-RUN-DATE           PIC 9(8).
           05  DLOG-REPORT-TYPE        PIC A(30).
           05  DLOG-BRANCH-ID          PIC 9(3).
           05  DLOG-RECIPIENT-ID       PIC X(10).
           05  DLOG-DESTINATION        PIC X(20).
           05  DLOG-FORMAT             PIC X.
           05  DLOG-ITEM-COUNT         PIC 9(5).
           05  DLOG-STATUS             PIC X.
               88  DLOG-SENT            VALUE 'S'.
               88  DLOG-SUPPRESSED      VALUE 'Z'.
