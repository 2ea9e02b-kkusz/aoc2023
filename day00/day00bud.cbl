      *    SHEET AND DAY00PUB TREATS AS A PUBLICATION BLOCK - AND
      *    THE STEP ENDS WITH RETURN CODE 8, SO A QUIETLY ROTTING
      *    FEED BECOMES A LOUD ONE BEFORE THE ANSWERS GO OUT.
      *
      *    SEVERITY B IS A RATE, NOT A COUNT. A PROGRAM THAT CHECKS
      *    VALUES AGAINST TOLERANCE BANDS (THE DAY01 CORES) LOGS ONE
      *    LINE PER SOURCE - 'PROGRAM B SOURCE PART COUNT OF LINES
      *    ...' - AND AN EXCPOL 'PROGRAM B PERCENT' LINE IS EVERY
      *    SOURCE'S BUDGET: MORE THAN PERCENT OF ITS LINES OUTSIDE
      *    THE BAND ESCALATES THE PROGRAM THE SAME WAY, WITH THE
      *    RATE AND BUDGET IN ESC-COUNT/ESC-THRESHOLD AND THE SOURCE
      *    AND PART IN ESC-SOURCE/ESC-PART. A RERUN UNDER THE SAME
      *    RUN-ID ADDS TO THE SAME SOURCE'S FIGURES.
      *
      *    A DRIVER CATCH-UP RUN NAMES ITS LATE DAYS IN DAYONLY
      *    ('DAY02 DAY05'); ONLY THOSE DAYS' PROGRAMS ARE THEN
      *    TALLIED, SO THE ESCALATIONS COVER THE LATE ANSWERS ALONE.
      *
      *    A LINE THAT MATCHES AN ENTRY ON THE KNOWN-EXCEPTION
      *    REGISTER (KNOWNEXC, MATCHED THROUGH DAY00KNX) IS AN
      *    ACCEPTED RECURRING EXCEPTION AND IS COUNTED AS KNOWN, NOT
      *    AGAINST ITS PROGRAM'S BUDGET. AN ENTRY PAST ITS EXPIRY
      *    MATCHES NOTHING, SO ITS LINES COUNT AGAIN UNTIL IT IS
      *    RENEWED.
      *

         ENVIRONMENT DIVISION.
            05 ESC-COUNT         PIC 9(5).
            05 FILLER            PIC X VALUE SPACE.
            05 ESC-THRESHOLD     PIC 9(5).
            05 FILLER            PIC X VALUE SPACE.
            05 ESC-SOURCE        PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 ESC-PART          PIC X(2).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".
         COPY "ALERTDAT.CPY".
         COPY "KNXDAT.CPY".

         01 WS-EXC-STATUS        PIC XX.
         01 WS-POL-STATUS        PIC XX.

         01 WS-RUNID-X           PIC X(6).
         01 WS-BUD-RUNID         PIC 9(6) VALUE 0.
         01 WS-ONLY-DAYS         PIC X(100) VALUE SPACES.
         01 WS-ONLY-HITS         PIC 99.

         01 WS-POLICY-COUNT      PIC 99 VALUE 0.
         01 WS-POLICY-TABLE.
         01 WS-LIMIT-DIGIT       PIC 9.
         01 WS-LIMIT-CHAR REDEFINES WS-LIMIT-DIGIT PIC X.

      *
      *    SEVERITY-B LINES, ONE ENTRY PER PROGRAM/SOURCE/PART.
      *
         01 WS-RATE-COUNT        PIC 99 VALUE 0.
         01 WS-RATE-TABLE.
            05 WS-RATE-ENTRY OCCURS 60.
               10 WS-R-PROGRAM   PIC X(8).
               10 WS-R-SOURCE    PIC X(8).
               10 WS-R-PART      PIC X(2).
               10 WS-R-OUT       PIC 9(7).
               10 WS-R-LINES     PIC 9(7).
         01 WS-TOKEN-SOURCE      PIC X(8).
         01 WS-TOKEN-PART        PIC X(2).
         01 WS-TOKEN-OUT         PIC 9(7).
         01 WS-TOKEN-OF          PIC X(4).
         01 WS-TOKEN-LINES       PIC 9(7).
         01 WS-RATE-PCT          PIC 9(5).

         01 WS-ESCAL-COUNT       PIC 99 VALUE 0.
         01 WS-KNOWN-TOTAL       PIC 9(5) VALUE 0.

         01 SW-KEY-FOUND         PIC 9.
            88 KEY-FOUND               VALUE 1.
            IF WS-RUNID-X NOT = SPACES
               MOVE WS-RUNID-X TO WS-BUD-RUNID
            END-IF
            ACCEPT WS-ONLY-DAYS FROM ENVIRONMENT 'DAYONLY'
            IF WS-ONLY-DAYS NOT = SPACES
               DISPLAY 'DAY00BUD LATE DAYS ONLY - ' WS-ONLY-DAYS(1:60)
            END-IF

            PERFORM LOAD-POLICY-TABLE
            PERFORM TALLY-RUN-EXCEPTIONS
            PERFORM EVALUATE-BUDGETS

            IF WS-KNOWN-TOTAL > 0
               DISPLAY 'DAY00BUD ' WS-KNOWN-TOTAL ' KNOWN EXCEPTION '
                       'LINE(S) NOT COUNTED AGAINST A BUDGET'
            END-IF
            IF WS-ESCAL-COUNT > 0
               DISPLAY 'DAY00BUD ' WS-ESCAL-COUNT ' PROGRAM(S) '
                       'ESCALATED OVER THEIR EXCEPTION BUDGET - '
               INTO WS-EXC-PROGRAM, WS-TOKEN-SEV
            END-UNSTRING

            MOVE 1 TO WS-ONLY-HITS
            IF WS-ONLY-DAYS NOT = SPACES
               MOVE 0 TO WS-ONLY-HITS
               INSPECT WS-ONLY-DAYS TALLYING WS-ONLY-HITS
                  FOR ALL WS-EXC-PROGRAM(1:5)
            END-IF

            IF WS-ONLY-HITS = 0
               CONTINUE
            ELSE
            MOVE EXC-DATE TO WS-KNOWN-DATE
            MOVE EXC-LINE TO WS-KNOWN-LINE
            CALL 'DAY00KNX' USING WS-KNOWN-CHECK
            END-CALL
            IF KNOWN-LINE
               ADD 1 TO WS-KNOWN-TOTAL
            ELSE
            IF WS-TOKEN-SEV = 'B'
               PERFORM TALLY-RATE-LINE
            ELSE
               PERFORM TALLY-COUNT-LINE
            END-IF
            END-IF
            END-IF
            .

         TALLY-COUNT-LINE SECTION.
            SET KEY-NOT-FOUND TO TRUE
            PERFORM VARYING KX FROM 1 BY 1
                        UNTIL KX > WS-KEY-COUNT OR KEY-FOUND
            END-IF
            .

         TALLY-RATE-LINE SECTION.
            MOVE SPACES TO WS-TOKEN-SOURCE
            MOVE SPACES TO WS-TOKEN-PART
            MOVE 0 TO WS-TOKEN-OUT
            MOVE 0 TO WS-TOKEN-LINES
            UNSTRING EXC-LINE
               DELIMITED BY ALL SPACE
               INTO WS-EXC-PROGRAM, WS-TOKEN-SEV, WS-TOKEN-SOURCE,
                    WS-TOKEN-PART, WS-TOKEN-OUT, WS-TOKEN-OF,
                    WS-TOKEN-LINES
            END-UNSTRING

            SET KEY-NOT-FOUND TO TRUE
            PERFORM VARYING KX FROM 1 BY 1
                        UNTIL KX > WS-RATE-COUNT OR KEY-FOUND
               IF WS-R-PROGRAM(KX) = WS-EXC-PROGRAM(1:8)
               AND WS-R-SOURCE(KX) = WS-TOKEN-SOURCE
               AND WS-R-PART(KX) = WS-TOKEN-PART
                  SET KEY-FOUND TO TRUE
                  SUBTRACT 1 FROM KX
               END-IF
            END-PERFORM

            IF KEY-NOT-FOUND
               IF WS-RATE-COUNT < 60
                  ADD 1 TO WS-RATE-COUNT
                  MOVE WS-RATE-COUNT TO KX
                  MOVE WS-EXC-PROGRAM(1:8) TO WS-R-PROGRAM(KX)
                  MOVE WS-TOKEN-SOURCE     TO WS-R-SOURCE(KX)
                  MOVE WS-TOKEN-PART       TO WS-R-PART(KX)
                  MOVE WS-TOKEN-OUT        TO WS-R-OUT(KX)
                  MOVE WS-TOKEN-LINES      TO WS-R-LINES(KX)
               END-IF
            ELSE
               ADD WS-TOKEN-OUT   TO WS-R-OUT(KX)
               ADD WS-TOKEN-LINES TO WS-R-LINES(KX)
            END-IF
            .

         EVALUATE-BUDGETS SECTION.
            OPEN OUTPUT ESC-FILE
            PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > WS-KEY-COUNT
                  END-IF
               END-PERFORM
            END-PERFORM
            PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > WS-RATE-COUNT
               MOVE 0 TO WS-RATE-PCT
               IF WS-R-LINES(KX) > 0
                  COMPUTE WS-RATE-PCT =
                     WS-R-OUT(KX) * 100 / WS-R-LINES(KX)
               END-IF
               PERFORM VARYING LX FROM 1 BY 1
                           UNTIL LX > WS-POLICY-COUNT
                  IF (WS-P-PROGRAM(LX) = WS-R-PROGRAM(KX)
                      OR WS-P-PROGRAM(LX) = '*')
                  AND WS-P-SEVERITY(LX) = 'B'
                  AND WS-R-OUT(KX) * 100 >
                      WS-P-LIMIT(LX) * WS-R-LINES(KX)
                     PERFORM ESCALATE-RATE
                     COMPUTE LX = WS-POLICY-COUNT
                  END-IF
               END-PERFORM
            END-PERFORM
            CLOSE ESC-FILE
            .

            CALL 'DAY00ALR' USING WS-ALERT-LINE
            END-CALL
            .

         ESCALATE-RATE SECTION.
            ADD 1 TO WS-ESCAL-COUNT
            DISPLAY 'DAY00BUD ESCALATED - ' WS-R-PROGRAM(KX)
                    ' SOURCE ' WS-R-SOURCE(KX) ' ' WS-R-PART(KX)
                    ' ' WS-R-OUT(KX) ' OF ' WS-R-LINES(KX)
                    ' OUT OF BAND, OVER BUDGET ' WS-P-LIMIT(LX) ' PCT'
            MOVE SPACES            TO ESC-RECORD
            MOVE WS-BUD-RUNID      TO ESC-RUN-ID
            MOVE WS-R-PROGRAM(KX)  TO ESC-PROGRAM
            MOVE 'B'               TO ESC-SEVERITY
            MOVE WS-RATE-PCT       TO ESC-COUNT
            MOVE WS-P-LIMIT(LX)    TO ESC-THRESHOLD
            MOVE WS-R-SOURCE(KX)   TO ESC-SOURCE
            MOVE WS-R-PART(KX)     TO ESC-PART
            WRITE ESC-RECORD

            MOVE SPACES TO WS-ALERT-LINE
            STRING 'DAY00BUD 0008 OUT-OF-BAND RATE BREACHED - '
                   WS-R-PROGRAM(KX) ' ' WS-R-SOURCE(KX)
               DELIMITED BY SIZE INTO WS-ALERT-LINE
            END-STRING
            CALL 'DAY00ALR' USING WS-ALERT-LINE
            END-CALL
            .
