       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORMAT-MAILING-ADDRESS.

      *================================================================
      *  Callable formatter that turns a customer's structured
      *  mailing address into the three print lines used on letters,
      *  statements and worksheets:
      *
      *      street line 1
      *      street line 2 (when there is one)
      *      CITY ST 12345-6789
      *
      *  Unused lines come back as spaces, always at the bottom.  A
      *  customer whose address has not been parsed into the
      *  structured fields (ADDRESS-FORMAT not 'S') gets the old
      *  free-text address as its single line, so nothing goes out
      *  blank while the conversion exceptions are being worked.
      *================================================================

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-LINE-IX             PIC 9 COMP.
       01  WS-LAST-LINE           PIC X(50).

       LINKAGE SECTION.
       COPY CUSTREC.
       01  WS-FMA-ADDRESS-LINES.
           05  WS-FMA-LINE         PIC X(50) OCCURS 3 TIMES.

       PROCEDURE DIVISION USING CUSTOMER-REC
                                 WS-FMA-ADDRESS-LINES.

       MOVE SPACES TO WS-FMA-ADDRESS-LINES

       IF ADDRESS-STRUCTURED
           MOVE ADDR-STREET-1 TO WS-FMA-LINE (1)
           MOVE 2 TO WS-LINE-IX
           IF ADDR-STREET-2 NOT = SPACES
               MOVE ADDR-STREET-2 TO WS-FMA-LINE (2)
               MOVE 3 TO WS-LINE-IX
           END-IF
           PERFORM BUILD-CITY-STATE-ZIP
           MOVE WS-LAST-LINE TO WS-FMA-LINE (WS-LINE-IX)
       ELSE
           MOVE LEGACY-ADDRESS-TEXT TO WS-FMA-LINE (1)
       END-IF

       GOBACK.

      *----------------------------------------------------------------
      *  City runs up to its first double space so a two-word city
      *  ("NEW YORK") stays whole; ZIP+4 only when it is on file.
      *----------------------------------------------------------------
       BUILD-CITY-STATE-ZIP.
           MOVE SPACES TO WS-LAST-LINE
           IF ADDR-ZIP-4 = SPACES
               STRING ADDR-CITY   DELIMITED BY '  '
                      ' '         DELIMITED BY SIZE
                      ADDR-STATE  DELIMITED BY SIZE
                      ' '         DELIMITED BY SIZE
                      ADDR-ZIP-5  DELIMITED BY SIZE
                   INTO WS-LAST-LINE
           ELSE
               STRING ADDR-CITY   DELIMITED BY '  '
                      ' '         DELIMITED BY SIZE
                      ADDR-STATE  DELIMITED BY SIZE
                      ' '         DELIMITED BY SIZE
                      ADDR-ZIP-5  DELIMITED BY SIZE
                      '-'         DELIMITED BY SIZE
                      ADDR-ZIP-4  DELIMITED BY SIZE
                   INTO WS-LAST-LINE
           END-IF.
