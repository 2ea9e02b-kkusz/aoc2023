      *    "DAY05 ONLY, THIS MONTH" IS ONE PARAMETER LINE INSTEAD OF
      *    A SCROLL-BACK SESSION. THE START-BRACKET PAIRING AND THE
      *    CLOSING COUNTS STAY ON THE CONSOLE.
      *
      *    A DRIVER CATCH-UP RUN NAMES ITS LATE DAYS IN DAYONLY
      *    ('DAY02 DAY05'); THE REPORT THEN HOLDS ONLY THOSE DAYS'
      *    RECORDS FOR THE RUN-ID IN DAYRUNID - THE LATE ANSWERS.
      *

         ENVIRONMENT DIVISION.
         01 WS-PARSE-FROM        PIC X(8).
         01 WS-PARSE-TO          PIC X(8).
         01 WS-PARSE-PGM         PIC X(8).
         01 WS-ONLY-DAYS         PIC X(100) VALUE SPACES.
         01 WS-ONLY-HITS         PIC 99.
         01 WS-ONLY-RUN-X        PIC X(6) VALUE SPACES.
         01 WS-ONLY-RUN-ID       PIC 9(6) VALUE 0.

         01 WS-RUN-DATE          PIC 9(8).
         01 WS-PAGE-NO           PIC 9(4) VALUE 0.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            PERFORM LOAD-SELECTION-PARMS
            ACCEPT WS-ONLY-DAYS FROM ENVIRONMENT 'DAYONLY'
            IF WS-ONLY-DAYS NOT = SPACES
               ACCEPT WS-ONLY-RUN-X FROM ENVIRONMENT 'DAYRUNID'
               IF WS-ONLY-RUN-X NUMERIC
                  MOVE WS-ONLY-RUN-X TO WS-ONLY-RUN-ID
               END-IF
               DISPLAY 'DAY00RPT LATE DAYS ONLY - RUN ID '
                       WS-ONLY-RUN-ID ' ' WS-ONLY-DAYS(1:50)
            END-IF
            OPEN OUTPUT RPT-FILE

            OPEN INPUT CTL-FILE
                  PERFORM NOTE-START-BRACKET
               ELSE
                  PERFORM MATCH-START-BRACKET
                  MOVE 1 TO WS-ONLY-HITS
                  IF WS-ONLY-DAYS NOT = SPACES
                     MOVE 0 TO WS-ONLY-HITS
                     IF CTL-RUN-ID NUMERIC
                     AND CTL-RUN-ID = WS-ONLY-RUN-ID
                        INSPECT WS-ONLY-DAYS TALLYING WS-ONLY-HITS
                           FOR ALL CTL-PROGRAM(1:5)
                     END-IF
                  END-IF
      *
      *    A SHORT PROGRAM PARM IS A PREFIX - 'DAY05' SELECTS
      *    DAY05P1 AND DAY05P2 IN ONE PASS.
      *
                  IF WS-ONLY-HITS > 0
                  AND CTL-RUN-DATE >= WS-SEL-FROM
                  AND CTL-RUN-DATE <= WS-SEL-TO
                  AND (WS-SEL-PROGRAM = SPACES
                       OR CTL-PROGRAM(1:WS-SEL-PGM-LEN)
