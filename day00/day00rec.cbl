      *    AND HOW MANY HEADER LINES THE PROGRAM LEGITIMATELY READS
      *    WITHOUT COUNTING (THE DAY02 LIMIT LINE, THE DAY03 DIMS
      *    AND SYMBOL LINES).
      *
      *    A DRIVER CATCH-UP RUN NAMES ITS LATE DAYS IN DAYONLY
      *    ('DAY02 DAY05'); ONLY THOSE DAYS' PROGRAMS ARE THEN
      *    RECONCILED.
      *

         ENVIRONMENT DIVISION.

         01 WS-RUN-ID            PIC 9(6) VALUE 0.
         01 WS-RUN-ID-X          PIC X(6) VALUE SPACES.
         01 WS-ONLY-DAYS         PIC X(100) VALUE SPACES.
         01 WS-ONLY-HITS         PIC 99.

         01 WS-PARSE-PGM         PIC X(8).
         01 WS-PARSE-FILE        PIC X(60).
            IF WS-RUN-ID-X NOT = SPACES
               MOVE WS-RUN-ID-X TO WS-RUN-ID
            END-IF
            ACCEPT WS-ONLY-DAYS FROM ENVIRONMENT 'DAYONLY'

            OPEN INPUT PARM-FILE
            COPY "FSABEND.CPY"
               MOVE WS-PARSE-HDRS TO WS-HDR-COUNT
            END-IF

            MOVE 1 TO WS-ONLY-HITS
            IF WS-ONLY-DAYS NOT = SPACES
               MOVE 0 TO WS-ONLY-HITS
               INSPECT WS-ONLY-DAYS TALLYING WS-ONLY-HITS
                  FOR ALL WS-PARSE-PGM(1:5)
            END-IF

            IF WS-ONLY-HITS = 0
               CONTINUE
            ELSE
            PERFORM COUNT-INPUT-RECORDS
            IF WS-INPUT-STATUS NOT = '00'
               DISPLAY 'DAY00REC ' WS-PARSE-PGM ' INPUT '
                  END-IF
               END-IF
            END-IF
            END-IF
            .

         COUNT-INPUT-RECORDS SECTION.
