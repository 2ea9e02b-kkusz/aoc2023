         01 WS-IN-COUNT          PIC 9(7) VALUE 0.
         01 WS-OUT-COUNT         PIC 9(7) VALUE 0.
         01 WS-EXC-COUNT         PIC 9(7) VALUE 0.
         01 WS-EXC2-COUNT        PIC 9(7) VALUE 0.

      *
      *    TOLERANCE-BAND RESULTS THE DAY01 CORES HAND BACK (SEE
      *    TOLTOT.CPY) - NOT JUDGED HERE, BUT THE CORES NEED THEM.
      *
         COPY "TOLTOT.CPY".

         01 WS-GOT               PIC S9(18).
         01 WS-GOT2              PIC S9(18).
            EVALUATE WS-P-PROGRAM(PX)
               WHEN 'DAY01P1' WHEN 'DAY01P2'
                  MOVE '../day01' TO WS-DAY-DIR
                  MOVE 6 TO WS-SIG
               WHEN 'DAY01P3'
                  MOVE '../day01' TO WS-DAY-DIR
                  MOVE 7 TO WS-SIG
               WHEN 'DAY02P1' WHEN 'DAY02P2'
                  MOVE '../day02' TO WS-DAY-DIR
                  MOVE 1 TO WS-SIG
                  MOVE 1 TO WS-SIG
               WHEN 'DAY03P3'
                  MOVE '../day03' TO WS-DAY-DIR
                  MOVE 8 TO WS-SIG
               WHEN 'DAY04P1' WHEN 'DAY04P2'
                  MOVE '../day04' TO WS-DAY-DIR
                  MOVE 1 TO WS-SIG
                  END-CALL
                  MOVE WS-ANSWER-S15 TO WS-GOT
                  MOVE 0 TO WS-GOT2
               WHEN 6
                  CALL WS-CORE-NAME USING WS-INPUT-FILENAME,
                     WS-ANSWER-10, WS-IN-COUNT, WS-OUT-COUNT,
                     TOL-TOTALS
                  END-CALL
                  MOVE WS-ANSWER-10 TO WS-GOT
                  MOVE 0 TO WS-GOT2
               WHEN 7
                  CALL WS-CORE-NAME USING WS-INPUT-FILENAME,
                     WS-ANSWER-10, WS-ANSWER2-10,
                     WS-IN-COUNT, WS-OUT-COUNT, TOL-TOTALS
                  END-CALL
                  MOVE WS-ANSWER-10  TO WS-GOT
                  MOVE WS-ANSWER2-10 TO WS-GOT2
               WHEN 8
                  CALL WS-CORE-NAME USING WS-INPUT-FILENAME,
                     WS-ANSWER-10, WS-ANSWER2-10,
                     WS-IN-COUNT, WS-OUT-COUNT,
                     WS-EXC-COUNT, WS-EXC2-COUNT
                  END-CALL
                  MOVE WS-ANSWER-10  TO WS-GOT
                  MOVE WS-ANSWER2-10 TO WS-GOT2
            END-EVALUATE

            MOVE '../day00' TO WS-DAY-DIR
