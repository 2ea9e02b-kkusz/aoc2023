      *    LETTERS TO MATCH ANY NODE ENDING IN THAT SUFFIX. IT
      *    REPORTS THE STEP COUNT, OR THAT THE TARGET IS UNREACHABLE
      *    WITHIN THE STEPS-SIZE * NODE-COUNT BOUND PAST WHICH EVERY
      *    (NODE, INSTRUCTION-POSITION) STATE HAS REPEATED. EACH
      *    QUERY IS RECORDED ON THE SHARED ACCESS LOG THROUGH
      *    DAY00ACL - THE START AND TARGET ASKED FOR AND WHETHER A
      *    ROUTE WAS RETURNED.
      *

         ENVIRONMENT DIVISION.
         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".
         COPY "ACCDAT.CPY".

         01 WS-INPUT-STATUS     PIC XX.
         01 WS-INPUT-FILENAME    PIC X(100).
            STOP RUN.

         RUN-ONE-QUERY SECTION.
            MOVE 0 TO WS-ACC-RETURNED
            MOVE WS-START-INPUT TO WS-LETTERS
            PERFORM CONV-LETTER-TO-NUM
            IF TRAV-DEFINED(WS-CONV-LETTER) = 0
                  PERFORM WALK-TO-TARGET
               END-IF
            END-IF

            MOVE 'DAY08QRY' TO WS-ACC-PROGRAM
            MOVE SPACES TO WS-ACC-KEY
            STRING 'FROM ' WS-START-INPUT ' TO ' WS-TARGET-INPUT
               DELIMITED BY SIZE INTO WS-ACC-KEY
            END-STRING
            CALL 'DAY00ACL' USING WS-ACCESS-ENTRY
            END-CALL
            .

         WALK-TO-TARGET SECTION.
                  DISPLAY 'DAY08QRY ' WS-START-INPUT ' REACHES '
                          WS-TARGET-INPUT ' IN ' WS-WALK-STEPS
                          ' STEPS'
                  MOVE 1 TO WS-ACC-RETURNED
               END-IF
            ELSE
               DISPLAY 'DAY08QRY ' WS-START-INPUT ' NEVER REACHES '
