       01  OPERATOR-SESSION-REC.
           05  SIGNED-ON-OPERATOR  PIC X(10).
           05  SIGNED-ON-ROLE      PIC X(10).
           05  SIGNED-ON-COMPANY   PIC 9(3).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
