      *    PREIMAGE, AND THE VALUE MAPS TO ITSELF WHEN NO ENTRY'S
      *    SOURCE RANGE COVERS IT. THE CANDIDATE SET IS CARRIED IN A
      *    200-ENTRY TABLE PER STAGE WITH A WARNING IF IT OVERFLOWS.
      *
      *    EACH LOCATION LOOKED UP IS RECORDED ON THE SHARED ACCESS
      *    LOG THROUGH DAY00ACL, WITH THE NUMBER OF SEED-SPACE VALUES
      *    RETURNED FOR IT.
      *

         ENVIRONMENT DIVISION.
         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".
         COPY "ACCDAT.CPY".

         01 WS-CMP-STATUS          PIC XX.
         01 WS-FPR-STATUS          PIC XX.
            IF WS-CAND-COUNT = 0
               DISPLAY ' NO SEED-SPACE VALUE MAPS TO THIS LOCATION'
            END-IF

            MOVE 'DAY05REV' TO WS-ACC-PROGRAM
            MOVE SPACES TO WS-ACC-KEY
            STRING 'LOCATION ' WS-LOCATION
               DELIMITED BY SIZE INTO WS-ACC-KEY
            END-STRING
            MOVE WS-CAND-COUNT TO WS-ACC-RETURNED
            CALL 'DAY00ACL' USING WS-ACCESS-ENTRY
            END-CALL
            .

      *
