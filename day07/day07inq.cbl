      *    WHERE EACH WOULD RANK AND WHAT IT WOULD WIN (RANK TIMES
      *    BID) UNDER BOTH RULES. NOTHING TOUCHES THE MASTER OR THE
      *    NIGHTLY ANSWER.
      *
      *    THE FIELD IS THE CARD DESK'S BID DATA, SO ONLY AN
      *    OPERATOR WITH A HANDMST READ GRANT IN AUTHTAB ('OPERATOR
      *    HANDMST') MAY RUN THE INQUIRY. EVERY QUESTION ANSWERED -
      *    EACH CONSOLE HAND, OR THE INQHANDS BATCH AS A WHOLE - AND
      *    EVERY REFUSAL IS RECORDED ON THE SHARED ACCESS LOG
      *    THROUGH DAY00ACL.
      *

         ENVIRONMENT DIVISION.

         COPY "PFXDAT.CPY".

         COPY "ACCDAT.CPY".

         01 WS-MST-STATUS        PIC XX.
         01 WS-INQ-STATUS        PIC XX.

      *
      *    READ CONTROL - THE HANDMST GRANT IN AUTHTAB.
      *
         01 WS-AUTH-PGM          PIC X(8) VALUE 'HANDMST'.
         01 WS-AUTH-FLAG         PIC 9 VALUE 0.
            88 OPERATOR-AUTHORIZED     VALUE 1.

         01 WS-VALUED-COUNT      PIC 9(7) VALUE 0.

      *
      *    THE FIELD - EVERY MASTER HAND'S SORT KEY UNDER EACH
      *    RULE, THE SAME TYPE-PLUS-CARD-VALUES SHAPE THE CORES'
               REPLACING ==PFX-PGM== BY =='DAY07INQ'==
                         ==PFX-SUB== BY =='/day07'==.

            MOVE 'DAY07INQ' TO WS-ACC-PROGRAM
            CALL 'DAY00AUT' USING WS-AUTH-PGM, WS-AUTH-FLAG
            END-CALL
            IF NOT OPERATOR-AUTHORIZED
               DISPLAY 'DAY07INQ REFUSED - NO HANDMST READ GRANT'
               MOVE 'REFUSED - NO HANDMST READ GRANT' TO WS-ACC-KEY
               MOVE 0 TO WS-ACC-RETURNED
               CALL 'DAY00ACL' USING WS-ACCESS-ENTRY
               END-CALL
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF

            PERFORM LOAD-AND-CLASSIFY-FIELD
            IF WS-HAND-COUNT = 0
               DISPLAY 'DAY07INQ NO HANDS ON HANDMST - NO FIELD '
                  END-READ
               END-PERFORM
               CLOSE INQ-FILE
               MOVE 'INQHANDS BATCH' TO WS-ACC-KEY
               MOVE WS-VALUED-COUNT  TO WS-ACC-RETURNED
               CALL 'DAY00ACL' USING WS-ACCESS-ENTRY
               END-CALL
            ELSE
               PERFORM UNTIL SESSION-DONE
                  DISPLAY 'DAY07INQ - HAND AND BID (BLANK ENDS): '
                     SET SESSION-DONE TO TRUE
                  ELSE
                     PERFORM VALUE-ONE-CANDIDATE
                     MOVE SPACES TO WS-ACC-KEY
                     STRING 'HAND ' WS-ASK
                        DELIMITED BY SIZE INTO WS-ACC-KEY
                     END-STRING
                     MOVE 1 TO WS-ACC-RETURNED
                     CALL 'DAY00ACL' USING WS-ACCESS-ENTRY
                     END-CALL
                  END-IF
               END-PERFORM
            END-IF
            MOVE WS-WINNINGS TO WS-R-WIN2

            DISPLAY WS-RESULT-LINE
            ADD 1 TO WS-VALUED-COUNT
            .

         COUNT-RANK SECTION.
