       FD  NEW-CONTROL-FILE.
      *  Sized over the current BATCH-CONTROL-REC length so a future
      *  field added to BATCHCTLREC cannot silently truncate here.
       01  NEW-CONTROL-REC         PIC X(100).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
