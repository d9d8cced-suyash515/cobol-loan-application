           88  ALREADY-SENT         VALUE 'Y'.
       01  WS-BORROWER-FOUND       PIC X VALUE 'N'.
           88  BORROWER-FOUND       VALUE 'Y'.
       01  WS-ADDRESS-LINES.
           05  WS-ADDRESS-LINE     PIC X(50) OCCURS 3 TIMES.
       01  WS-ADDRESS-IX           PIC 9 COMP.
       01  WS-LETTERS-PRINTED      PIC 9(5) COMP VALUE ZERO.
       01  WS-BUSDATE-FOUND        PIC X.
           88  BUSINESS-DATE-FOUND  VALUE 'Y'.
           WRITE LETTER-PRINT-LINE
           MOVE CUSTOMER-NAME TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           CALL 'FORMAT-MAILING-ADDRESS' USING CUSTOMER-REC
                                                WS-ADDRESS-LINES
           PERFORM PRINT-ADDRESS-LINE
               VARYING WS-ADDRESS-IX FROM 1 BY 1
               UNTIL WS-ADDRESS-IX > 3
           MOVE SPACES TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE

               WRITE LETTER-PRINT-LINE
           END-IF.

       PRINT-ADDRESS-LINE.
           IF WS-ADDRESS-LINE (WS-ADDRESS-IX) NOT = SPACES
               MOVE WS-ADDRESS-LINE (WS-ADDRESS-IX)
                   TO LETTER-PRINT-LINE
               WRITE LETTER-PRINT-LINE
           END-IF.

       LOG-LETTER.
           OPEN EXTEND LETTER-LOG-FILE
           IF NOT LETLOG-FILE-OK
