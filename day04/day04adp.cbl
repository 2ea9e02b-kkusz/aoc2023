      *    REJECTS MALFORMED RECORDS TO ADPEXC WITH THEIR REASONS -
      *    SO ONBOARDING THE NEXT SUPPLIER IS A NEW LAYOUT
      *    DEFINITION, NOT NEW CODE.
      *
      *    A SUPPLIER THAT PRINTS A LOT CODE ON EACH RECORD IS
      *    DESCRIBED WITH AN OPTIONAL 'LOT COL LEN' LINE (UP TO 8
      *    CHARACTERS); THE CODE IS CARRIED ONTO THE CONVERTED CARD
      *    AS ' # LOTCODE' AFTER THE OWNED NUMBERS, WHERE DAY04PR
      *    PICKS IT UP FOR THE PRINT-LOT ANALYSIS. A RECORD WITH A
      *    BLANK LOT SLICE CONVERTS WITHOUT ONE.
      *

         ENVIRONMENT DIVISION.
         01 WS-OWN-COL           PIC 999 VALUE 0.
         01 WS-OWN-COUNT         PIC 99 VALUE 0.
         01 WS-OWN-WIDTH         PIC 99 VALUE 0.
         01 WS-LOT-COL           PIC 999 VALUE 0.
         01 WS-LOT-LEN           PIC 99 VALUE 0.

         01 WS-PARSE-KIND        PIC X(6).
         01 WS-PARSE-T1          PIC X(6).
                        MOVE WS-PARSE-T3 TO WS-TOKEN
                        PERFORM CONVERT-TOKEN
                        MOVE WS-TOKEN-VALUE TO WS-OWN-WIDTH
                     WHEN 'LOT'
                        MOVE WS-PARSE-T1 TO WS-TOKEN
                        PERFORM CONVERT-TOKEN
                        MOVE WS-TOKEN-VALUE TO WS-LOT-COL
                        MOVE WS-PARSE-T2 TO WS-TOKEN
                        PERFORM CONVERT-TOKEN
                        MOVE WS-TOKEN-VALUE TO WS-LOT-LEN
                     WHEN OTHER
                        DISPLAY 'DAY04ADP WARNING - UNKNOWN LAYOUT '
                                'LINE IGNORED: ' DEF-TEXT
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF
            IF (WS-LOT-COL > 0 OR WS-LOT-LEN > 0)
            AND (WS-LOT-COL = 0 OR WS-LOT-LEN = 0 OR WS-LOT-LEN > 8)
               DISPLAY 'DAY04ADP ABEND - LAYDEF LOT LINE NEEDS A '
                       'COLUMN AND A LENGTH OF 1 TO 8'
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF
            IF WS-WIN-COUNT > 20 OR WS-OWN-COUNT > 50
               DISPLAY 'DAY04ADP ABEND - LAYDEF NAMES MORE CELLS '
                       'THAN THE DAY04PR TABLES HOLD (20 WINNING, '
                     PERFORM APPEND-ONE-CELL
                  END-PERFORM
               END-IF

               IF RECORD-ACCEPTED AND WS-LOT-COL > 0
                  PERFORM APPEND-LOT-CODE
               END-IF
            END-IF

            IF RECORD-ACCEPTED
            END-IF
            .

      *
      *    THE LOT SLICE, LEADING SPACES DROPPED, UP TO ITS FIRST
      *    EMBEDDED SPACE.
      *
         APPEND-LOT-CODE SECTION.
            MOVE SPACES TO WS-CELL
            MOVE FOR-TEXT(WS-LOT-COL:WS-LOT-LEN) TO WS-CELL
            IF WS-CELL NOT = SPACES
               MOVE 1 TO CX
               PERFORM UNTIL WS-CELL(CX:1) NOT = SPACE
                  ADD 1 TO CX
               END-PERFORM
               STRING ' # ' DELIMITED BY SIZE
                      WS-CELL(CX:) DELIMITED BY SPACE
                  INTO WS-BUILD-LINE
                  WITH POINTER WS-BUILD-PTR
               END-STRING
            END-IF
            .

         CHECK-CELL-DIGITS SECTION.
            MOVE 0 TO SW-CELL-BAD
            MOVE 0 TO WS-CELL-VALUE
