      *    (LINTRACE) AND ON THE CONSOLE. A DISPUTED QUANTITY IS
      *    EXPLAINED BY A PRINTOUT INSTEAD OF AN AFTERNOON OF
      *    HAND-SIMULATION. NOTHING THE NIGHTLY RUN WRITES IS
      *    TOUCHED. EACH TRACE ASKED FOR IS RECORDED ON THE SHARED
      *    ACCESS LOG THROUGH DAY00ACL, WITH THE NUMBER OF LINEAGE
      *    EVENTS IT RETURNED.
      *

         ENVIRONMENT DIVISION.
         COPY "EXCLOG.CPY".
         COPY "SCRUBDAT.CPY".
         COPY "RUNSTMP.CPY".
         COPY "ACCDAT.CPY".

         77 WS-KEEP-RC           PIC S9(9) VALUE 0.

                                    + WS-TARGET-DIGIT
               END-IF
            END-PERFORM
            MOVE 'DAY04LIN' TO WS-ACC-PROGRAM
            MOVE SPACES TO WS-ACC-KEY
            STRING 'CARD ' WS-ASK-CARD
               DELIMITED BY SIZE INTO WS-ACC-KEY
            END-STRING
            IF WS-TARGET = 0 OR WS-TARGET > 192
               DISPLAY 'DAY04LIN NO TRACEABLE CARD NUMBER - '
                       'NOTHING TO EXPLAIN'
               MOVE 0 TO WS-ACC-RETURNED
               CALL 'DAY00ACL' USING WS-ACCESS-ENTRY
               END-CALL
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
                    WS-QUANTITY(WS-TARGET)
                    ' - TRACE WRITTEN TO LINTRACE'

            MOVE WS-SEQ TO WS-ACC-RETURNED
            CALL 'DAY00ACL' USING WS-ACCESS-ENTRY
            END-CALL

            STOP RUN.

      *
