      *
      *    THE CONFIGURED LIMITS ARE THE ONES ON THE LIMIT LINE AT
      *    THE TOP OF INPFILE - THE SAME LINE DAY02P1C/DAY02P3C READ.
      *
      *    EVERY LOOKUP IS RECORDED ON THE SHARED ACCESS LOG THROUGH
      *    DAY00ACL - THE GAME ASKED FOR AND WHETHER IT WAS FOUND.
      *

         ENVIRONMENT DIVISION.

         COPY "EXCLOG.CPY".
         COPY "SCRUBDAT.CPY".
         COPY "ACCDAT.CPY".

         01 WS-INP-STATUS           PIC XX.


            CLOSE INPUT-FILE

            MOVE 'DAY02INQ' TO WS-ACC-PROGRAM
            MOVE SPACES TO WS-ACC-KEY
            STRING 'GAME ' WS-WANTED-GAME
               DELIMITED BY SIZE INTO WS-ACC-KEY
            END-STRING
            MOVE SW-GAME-FOUND TO WS-ACC-RETURNED
            CALL 'DAY00ACL' USING WS-ACCESS-ENTRY
            END-CALL

            IF GAME-NOT-FOUND
               DISPLAY 'DAY02INQ GAME ' WS-WANTED-GAME
                       ' NOT FOUND IN INPFILE'
