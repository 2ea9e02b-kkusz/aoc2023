
         77 PTRX                    PIC 999.
         77 TRIMX                   PIC 999.
         77 LOTX                    PIC 9.
         77 PR-LOT-WORK             PIC X(8).

         LINKAGE SECTION.

                      ==WS-WINNING-STR== BY ==LN-WINNING-STR==
                      ==WS-WINNING-NUM== BY ==LN-WINNING-NUM==
                      ==WS-OWNED-STR==   BY ==LN-OWNED-STR==
                      ==WS-OWNED-NUM==   BY ==LN-OWNED-NUM==
                      ==WS-LOT-CODE==    BY ==LN-LOT-CODE==.

         PROCEDURE DIVISION USING LN-RECORD, LN-PARSED.

      *
      *    A CARD MAY CARRY THE SUPPLIER'S PRINT-LOT CODE AFTER ITS
      *    OWNED NUMBERS ('Card N: w w | o o # LOTCODE'); A CARD
      *    WITHOUT ONE PARSES EXACTLY AS BEFORE, WITH A BLANK LOT.
      *
         PARSE-RECORD SECTION.
            INITIALIZE LN-PARSED
            MOVE 1 TO PTRX
            UNSTRING LN-RECORD
                DELIMITED BY ':' OR ' |' OR ' # ' OR ' #'
                INTO LN-CARD-STR,
                     LN-WINNING-STR,
                     LN-OWNED-STR,
                     LN-LOT-CODE
                WITH POINTER PTRX
            END-UNSTRING

            MOVE 1 TO LOTX
            PERFORM UNTIL LOTX > 8
                         OR LN-LOT-CODE(LOTX:1) NOT = SPACE
               ADD 1 TO LOTX
            END-PERFORM
            IF LOTX > 1 AND LOTX <= 8
               MOVE LN-LOT-CODE(LOTX:) TO PR-LOT-WORK
               MOVE PR-LOT-WORK TO LN-LOT-CODE
            END-IF

            MOVE 200 TO TRIMX
            PERFORM UNTIL TRIMX < 1
                         OR LN-RECORD(TRIMX:1) NOT = SPACE
