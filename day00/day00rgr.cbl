         01 WS-IN-COUNT          PIC 9(7) VALUE 0.
         01 WS-OUT-COUNT         PIC 9(7) VALUE 0.
         01 WS-EXC-COUNT         PIC 9(7) VALUE 0.
         01 WS-EXC2-COUNT        PIC 9(7) VALUE 0.
         COPY "TOLTOT.CPY".

         01 WS-T-NAME            PIC X(8).
         01 WS-GOT               PIC S9(18).
            MOVE 0 TO WS-ANSWER-15
            MOVE 0 TO WS-ANSWER-18
            CALL 'DAY01P1C' USING WS-INPUT-FILENAME, WS-ANSWER-10,
               WS-IN-COUNT, WS-OUT-COUNT, TOL-TOTALS
            END-CALL
            PERFORM RETURN-TO-MENU-DIR
            MOVE WS-ANSWER-10 TO WS-GOT
            MOVE 0 TO WS-ANSWER-15
            MOVE 0 TO WS-ANSWER-18
            CALL 'DAY01P2C' USING WS-INPUT-FILENAME, WS-ANSWER-10,
               WS-IN-COUNT, WS-OUT-COUNT, TOL-TOTALS
            END-CALL
            PERFORM RETURN-TO-MENU-DIR
            MOVE WS-ANSWER-10 TO WS-GOT
            MOVE 0 TO WS-ANSWER-15
            MOVE 0 TO WS-ANSWER-18
            CALL 'DAY01P3C' USING WS-INPUT-FILENAME, WS-ANSWER-10,
               WS-ANSWER2-10, WS-IN-COUNT, WS-OUT-COUNT, TOL-TOTALS
            END-CALL
            PERFORM RETURN-TO-MENU-DIR
            MOVE WS-ANSWER-10 TO WS-GOT
            MOVE 0 TO WS-ANSWER-15
            MOVE 0 TO WS-ANSWER-18
            CALL 'DAY03P3C' USING WS-INPUT-FILENAME, WS-ANSWER-10,
               WS-ANSWER2-10, WS-IN-COUNT, WS-OUT-COUNT,
               WS-EXC-COUNT, WS-EXC2-COUNT
            END-CALL
            PERFORM RETURN-TO-MENU-DIR
            MOVE WS-ANSWER-10 TO WS-GOT
