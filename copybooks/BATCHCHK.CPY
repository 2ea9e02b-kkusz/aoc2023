      *    OWN NAME AS A LITERAL. THE HEADER'S FEED NAME, BUSINESS
      *    DATE, AND HASH COLUMN/LENGTH AND THE TRAILER'S EXPECTED
      *    COUNT AND HASH TOTAL ARE CAPTURED FOR BATCHEOF.CPY TO
      *    VERIFY, AND THE BUSINESS DATE IS HANDED TO DAY00BUS FOR
      *    THE STEP'S CONTROL TOTALS. THE HASH SLICE RIDES ON THE
      *    HEADER BECAUSE BATCHCNT.CPY MUST KNOW IT WHILE THE DATA
      *    RECORDS STREAM PAST - A SLICE ANNOUNCED ONLY AT THE
      *    TRAILER WOULD COME TOO LATE TO ACCUMULATE. SEE
      *    BATCHDAT.CPY FOR THE LAYOUTS.
      *
           MOVE SPACES TO WS-BAT-PARSE
           UNSTRING BAT-FIELD
              DISPLAY BAT-PGM ' BATCH HEADER - FEED '
                      WS-BAT-FEED-NAME ' BUSINESS DATE '
                      WS-BAT-BUS-DATE
              MOVE 'S' TO WS-BAT-BUS-ACTION
              CALL 'DAY00BUS' USING WS-BAT-BUS-ACTION,
                                     WS-BAT-BUS-DATE,
                                     WS-BAT-BUS-SOURCE
              END-CALL
           ELSE
              MOVE 1 TO WS-BAT-TRL-SEEN
              MOVE 0 TO WS-BAT-VALUE
