       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARSE-MAILING-ADDRESS.

      *================================================================
      *  Callable parser that splits a one-line free-text address
      *  into the structured mailing-address fields on CUSTREC.  The
      *  text is cut at its commas into at most four segments; the
      *  last two words of the last segment are taken as the state
      *  code and the ZIP (five digits, nine digits, or ZIP+4 with
      *  the hyphen).  Any words ahead of them in that segment are
      *  the city -- otherwise the segment before it is -- and what
      *  remains in front is one or two street lines:
      *
      *      123 MAIN ST, SPRINGFIELD, IL 62704
      *      123 MAIN ST, APT 4, SPRINGFIELD IL 62704-1234
      *
      *  The result is edited through VALIDATE-MAILING-ADDRESS.
      *  Returns 'Y' with the fields filled, or 'N' with the reason
      *  the text could not be parsed.  Used by ADDRESS-CONVERSION
      *  for the existing file and by the feeds that still deliver
      *  a one-line address (LOAN-BOARDING-IMPORT, CUSTOMER-MAINT-
      *  IMPORT).
      *================================================================

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-PART-COUNT          PIC 9(2) COMP.
       01  WS-PART-IX             PIC 9(2) COMP.
       01  WS-PARTS.
           05  WS-PART             PIC X(50) OCCURS 4 TIMES.
       01  WS-TOKEN-COUNT         PIC 9(2) COMP.
       01  WS-TOKEN-IX            PIC 9(2) COMP.
       01  WS-TOKENS.
           05  WS-TOKEN            PIC X(50) OCCURS 8 TIMES.
       01  WS-STREET-COUNT        PIC 9(2) COMP.
       01  WS-LEADING-SPACES      PIC 9(2) COMP.
       01  WS-JUSTIFY-WORK        PIC X(50).
       01  WS-CITY-WORK           PIC X(50).
       01  WS-CITY-POINTER        PIC 9(2) COMP.
       01  WS-STATE-TOKEN         PIC X(50).
       01  WS-ZIP-TOKEN           PIC X(50).
       01  WS-ZIP-LENGTH          PIC 9(2) COMP.

       LINKAGE SECTION.
       01  WS-PMA-FREE-TEXT       PIC X(50).
       01  WS-PMA-STREET-1        PIC X(30).
       01  WS-PMA-STREET-2        PIC X(18).
       01  WS-PMA-CITY            PIC X(20).
       01  WS-PMA-STATE           PIC X(2).
       01  WS-PMA-ZIP-5           PIC X(5).
       01  WS-PMA-ZIP-4           PIC X(4).
       01  WS-PMA-PARSED          PIC X.
       01  WS-PMA-REASON          PIC X(40).

       PROCEDURE DIVISION USING WS-PMA-FREE-TEXT
                                 WS-PMA-STREET-1
                                 WS-PMA-STREET-2
                                 WS-PMA-CITY
                                 WS-PMA-STATE
                                 WS-PMA-ZIP-5
                                 WS-PMA-ZIP-4
                                 WS-PMA-PARSED
                                 WS-PMA-REASON.

       MOVE SPACES TO WS-PMA-STREET-1
       MOVE SPACES TO WS-PMA-STREET-2
       MOVE SPACES TO WS-PMA-CITY
       MOVE SPACES TO WS-PMA-STATE
       MOVE SPACES TO WS-PMA-ZIP-5
       MOVE SPACES TO WS-PMA-ZIP-4
       MOVE 'N'    TO WS-PMA-PARSED
       MOVE SPACES TO WS-PMA-REASON

       IF WS-PMA-FREE-TEXT = SPACES
           MOVE 'No Address On File' TO WS-PMA-REASON
       ELSE
           PERFORM SPLIT-INTO-SEGMENTS
       END-IF

       IF WS-PMA-REASON = SPACES
           PERFORM SPLIT-STATE-AND-ZIP
       END-IF

       IF WS-PMA-REASON = SPACES
           PERFORM SPLIT-CITY-AND-STREET
       END-IF

       IF WS-PMA-REASON = SPACES
           CALL 'VALIDATE-MAILING-ADDRESS' USING WS-PMA-STREET-1
                                                  WS-PMA-CITY
                                                  WS-PMA-STATE
                                                  WS-PMA-ZIP-5
                                                  WS-PMA-ZIP-4
                                                  WS-PMA-PARSED
                                                  WS-PMA-REASON
       END-IF

       GOBACK.

      *----------------------------------------------------------------
      *  Commas separate the segments; each is left-justified and a
      *  trailing comma (an empty last segment) is dropped.
      *----------------------------------------------------------------
       SPLIT-INTO-SEGMENTS.
           MOVE SPACES TO WS-PARTS
           MOVE ZERO TO WS-PART-COUNT
           UNSTRING WS-PMA-FREE-TEXT DELIMITED BY ','
               INTO WS-PART (1) WS-PART (2) WS-PART (3) WS-PART (4)
               TALLYING IN WS-PART-COUNT
               ON OVERFLOW
                   MOVE 'More Than Four Comma-Separated Segments'
                       TO WS-PMA-REASON
           END-UNSTRING

           IF WS-PMA-REASON = SPACES
               PERFORM LEFT-JUSTIFY-PART
                   VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX > WS-PART-COUNT
               PERFORM DROP-EMPTY-LAST-PART
                   UNTIL WS-PART-COUNT = ZERO
                      OR WS-PART (WS-PART-COUNT) NOT = SPACES
               IF WS-PART-COUNT = ZERO
                   MOVE 'No Address On File' TO WS-PMA-REASON
               END-IF
           END-IF.

       LEFT-JUSTIFY-PART.
           IF WS-PART (WS-PART-IX) NOT = SPACES
               MOVE ZERO TO WS-LEADING-SPACES
               INSPECT WS-PART (WS-PART-IX)
                   TALLYING WS-LEADING-SPACES FOR LEADING SPACES
               IF WS-LEADING-SPACES > ZERO
                   MOVE WS-PART (WS-PART-IX) (WS-LEADING-SPACES + 1:)
                       TO WS-JUSTIFY-WORK
                   MOVE WS-JUSTIFY-WORK TO WS-PART (WS-PART-IX)
               END-IF
           END-IF.

       DROP-EMPTY-LAST-PART.
           SUBTRACT 1 FROM WS-PART-COUNT.

      *----------------------------------------------------------------
      *  The last two words of the last segment are the state code
      *  and the ZIP.  A nine-digit ZIP, or ZIP+4 written with the
      *  hyphen, splits into the five-digit ZIP and its extension.
      *----------------------------------------------------------------
       SPLIT-STATE-AND-ZIP.
           MOVE SPACES TO WS-TOKENS
           MOVE ZERO TO WS-TOKEN-COUNT
           UNSTRING WS-PART (WS-PART-COUNT) DELIMITED BY ALL SPACE
               INTO WS-TOKEN (1) WS-TOKEN (2) WS-TOKEN (3)
                    WS-TOKEN (4) WS-TOKEN (5) WS-TOKEN (6)
                    WS-TOKEN (7) WS-TOKEN (8)
               TALLYING IN WS-TOKEN-COUNT
               ON OVERFLOW
                   MOVE 'Too Many Words In City/State/ZIP'
                       TO WS-PMA-REASON
           END-UNSTRING

           IF WS-PMA-REASON = SPACES
               IF WS-TOKEN-COUNT < 2
                   MOVE 'No State And ZIP At End Of Address'
                       TO WS-PMA-REASON
               ELSE
                   MOVE WS-TOKEN (WS-TOKEN-COUNT) TO WS-ZIP-TOKEN
                   MOVE WS-TOKEN (WS-TOKEN-COUNT - 1)
                       TO WS-STATE-TOKEN
                   PERFORM EDIT-STATE-TOKEN
                   IF WS-PMA-REASON = SPACES
                       PERFORM EDIT-ZIP-TOKEN
                   END-IF
               END-IF
           END-IF.

       EDIT-STATE-TOKEN.
           IF WS-STATE-TOKEN (3:) NOT = SPACES
               MOVE 'No Two-Letter State Code Before ZIP'
                   TO WS-PMA-REASON
           ELSE
               MOVE WS-STATE-TOKEN (1:2) TO WS-PMA-STATE
           END-IF.

       EDIT-ZIP-TOKEN.
           MOVE ZERO TO WS-ZIP-LENGTH
           INSPECT WS-ZIP-TOKEN
               TALLYING WS-ZIP-LENGTH FOR CHARACTERS BEFORE INITIAL ' '
           EVALUATE TRUE
               WHEN WS-ZIP-LENGTH = 5
                AND WS-ZIP-TOKEN (1:5) NUMERIC
                   MOVE WS-ZIP-TOKEN (1:5) TO WS-PMA-ZIP-5
               WHEN WS-ZIP-LENGTH = 9
                AND WS-ZIP-TOKEN (1:9) NUMERIC
                   MOVE WS-ZIP-TOKEN (1:5) TO WS-PMA-ZIP-5
                   MOVE WS-ZIP-TOKEN (6:4) TO WS-PMA-ZIP-4
               WHEN WS-ZIP-LENGTH = 10
                AND WS-ZIP-TOKEN (1:5) NUMERIC
                AND WS-ZIP-TOKEN (6:1) = '-'
                AND WS-ZIP-TOKEN (7:4) NUMERIC
                   MOVE WS-ZIP-TOKEN (1:5) TO WS-PMA-ZIP-5
                   MOVE WS-ZIP-TOKEN (7:4) TO WS-PMA-ZIP-4
               WHEN OTHER
                   MOVE 'ZIP Not Five Or Nine Digits'
                       TO WS-PMA-REASON
           END-EVALUATE.

      *----------------------------------------------------------------
      *  Words ahead of the state in the last segment are the city
      *  ("SPRINGFIELD IL 62704"); with none, the city is the
      *  segment before.  What is left in front is the street --
      *  one line or two.
      *----------------------------------------------------------------
       SPLIT-CITY-AND-STREET.
           MOVE SPACES TO WS-CITY-WORK
           IF WS-TOKEN-COUNT > 2
               MOVE 1 TO WS-CITY-POINTER
               PERFORM APPEND-CITY-WORD
                   VARYING WS-TOKEN-IX FROM 1 BY 1
                   UNTIL WS-TOKEN-IX > WS-TOKEN-COUNT - 2
               COMPUTE WS-STREET-COUNT = WS-PART-COUNT - 1
           ELSE
               IF WS-PART-COUNT > 1
                   MOVE WS-PART (WS-PART-COUNT - 1) TO WS-CITY-WORK
                   COMPUTE WS-STREET-COUNT = WS-PART-COUNT - 2
               ELSE
                   MOVE ZERO TO WS-STREET-COUNT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-CITY-WORK = SPACES
                   MOVE 'No City Found Before State'
                       TO WS-PMA-REASON
               WHEN WS-CITY-WORK (21:) NOT = SPACES
                   MOVE 'City Longer Than 20 Characters'
                       TO WS-PMA-REASON
               WHEN WS-STREET-COUNT = ZERO
                   MOVE 'No Street Line Found' TO WS-PMA-REASON
               WHEN WS-STREET-COUNT > 2
                   MOVE 'More Than Two Street Lines'
                       TO WS-PMA-REASON
               WHEN WS-PART (1) (31:) NOT = SPACES
                   MOVE 'Street Line Longer Than 30 Characters'
                       TO WS-PMA-REASON
               WHEN WS-STREET-COUNT = 2
                AND WS-PART (2) (19:) NOT = SPACES
                   MOVE 'Second Street Line Over 18 Characters'
                       TO WS-PMA-REASON
               WHEN OTHER
                   MOVE WS-CITY-WORK TO WS-PMA-CITY
                   MOVE WS-PART (1)  TO WS-PMA-STREET-1
                   IF WS-STREET-COUNT = 2
                       MOVE WS-PART (2) TO WS-PMA-STREET-2
                   END-IF
           END-EVALUATE.

       APPEND-CITY-WORD.
           IF WS-TOKEN-IX > 1
               STRING ' ' DELIMITED BY SIZE
                   INTO WS-CITY-WORK WITH POINTER WS-CITY-POINTER
           END-IF
           STRING WS-TOKEN (WS-TOKEN-IX) DELIMITED BY SPACE
               INTO WS-CITY-WORK WITH POINTER WS-CITY-POINTER.
