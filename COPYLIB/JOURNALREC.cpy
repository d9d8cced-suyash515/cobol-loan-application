           05  JRN-DATE            PIC 9(8).
           05  JRN-TIME            PIC 9(6).
           05  JRN-USER            PIC X(10).
      *  Each image must hold the widest record journaled (LOAN-REC);
      *  WRITE-JOURNAL-ENTRY's linkage and every caller's image work
      *  areas are the same width.
           05  JRN-BEFORE-IMAGE    PIC X(400).
           05  JRN-AFTER-IMAGE     PIC X(400).
