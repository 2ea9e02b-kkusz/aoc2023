         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY00KNX.

      *
      *    SHARED KNOWN-EXCEPTION MATCH. SOME WARNINGS COME BACK
      *    EVERY NIGHT FOR A REASON EVERYONE HAS ALREADY ACCEPTED,
      *    AND THEY BURIED THE NEW ONES IN THE EXCEPTION SUMMARY AND
      *    ATE INTO THE EXCEPTION BUDGETS. DAY00EXC AND DAY00BUD NOW
      *    HAND EACH EXCLOG LINE TO THIS MODULE (KNXDAT.CPY) BEFORE
      *    COUNTING IT. THE KNOWNEXC REGISTER (KNWREC.CPY) IS LOADED
      *    ON THE FIRST CALL; A LINE IS KNOWN WHEN AN ENTRY NAMES
      *    ITS PROGRAM (OR *), THE ENTRY'S PATTERN APPEARS IN THE
      *    LINE, AND THE ENTRY HAD NOT EXPIRED ON THE DATE THE LINE
      *    WAS LOGGED. NO REGISTER, NO KNOWN LINES.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT KNW-FILE ASSIGN TO KNOWNEXC
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-KNW-STATUS.

         DATA DIVISION.

         FILE SECTION.
         FD KNW-FILE.
         COPY "KNWREC.CPY".

         WORKING-STORAGE SECTION.

         01 WS-KNW-STATUS        PIC XX.

         01 SW-LOADED            PIC 9 VALUE 0.
            88 REGISTER-LOADED         VALUE 1.

         01 WS-KNOWN-COUNT       PIC 999 VALUE 0.
         01 WS-KNOWN-TABLE.
            05 WS-KNOWN-ENTRY OCCURS 200.
               10 WS-KT-ID       PIC 9(4).
               10 WS-KT-PROGRAM  PIC X(8).
               10 WS-KT-EXPIRY   PIC 9(8).
               10 WS-KT-PATTERN  PIC X(40).
               10 WS-KT-PLEN     PIC 99.

         01 WS-LINE-PROGRAM      PIC X(10).
         01 WS-PATTERN-HITS      PIC 99.

      *
      *    THE CALLER'S RETURN CODE IS SAVED ON ENTRY AND HANDED BACK
      *    ON EXIT, AS DAY00LOG DOES, SO A MATCH NEVER DISTURBS IT.
      *
         01 WS-SAVED-RC          PIC S9(9).

         77 TX                   PIC 999.

         LINKAGE SECTION.

         01 LN-KNOWN-CHECK.
            05 LN-KNOWN-DATE     PIC 9(8).
            05 LN-KNOWN-LINE     PIC X(100).
            05 LN-KNOWN-RESULT   PIC 9.
               88 LN-LINE-KNOWN        VALUE 1.
               88 LN-LINE-NOT-KNOWN    VALUE 0.
            05 LN-KNOWN-ID       PIC 9(4).

         PROCEDURE DIVISION USING LN-KNOWN-CHECK.
            MOVE RETURN-CODE TO WS-SAVED-RC
            IF NOT REGISTER-LOADED
               PERFORM LOAD-REGISTER
               SET REGISTER-LOADED TO TRUE
            END-IF

            SET LN-LINE-NOT-KNOWN TO TRUE
            MOVE 0 TO LN-KNOWN-ID
            MOVE SPACES TO WS-LINE-PROGRAM
            UNSTRING LN-KNOWN-LINE DELIMITED BY ALL SPACE
               INTO WS-LINE-PROGRAM
            END-UNSTRING

            PERFORM VARYING TX FROM 1 BY 1
                    UNTIL TX > WS-KNOWN-COUNT OR LN-LINE-KNOWN
               IF (WS-KT-PROGRAM(TX) = '*'
               OR WS-KT-PROGRAM(TX) = WS-LINE-PROGRAM)
               AND WS-KT-EXPIRY(TX) >= LN-KNOWN-DATE
                  MOVE 0 TO WS-PATTERN-HITS
                  INSPECT LN-KNOWN-LINE TALLYING WS-PATTERN-HITS
                     FOR ALL WS-KT-PATTERN(TX)(1:WS-KT-PLEN(TX))
                  IF WS-PATTERN-HITS > 0
                     SET LN-LINE-KNOWN TO TRUE
                     MOVE WS-KT-ID(TX) TO LN-KNOWN-ID
                  END-IF
               END-IF
            END-PERFORM

            MOVE WS-SAVED-RC TO RETURN-CODE
            GOBACK.

         LOAD-REGISTER SECTION.
            OPEN INPUT KNW-FILE
            IF WS-KNW-STATUS = '00'
               READ KNW-FILE
                  AT END SET KNW-END TO TRUE
               END-READ
               PERFORM UNTIL KNW-END
                  IF KNW-RECORD(1:1) NOT = '*'
                  AND KNW-ID NUMERIC
                  AND KNW-EXPIRY NUMERIC
                  AND KNW-PATTERN NOT = SPACES
                     PERFORM TAKE-REGISTER-ENTRY
                  END-IF
                  READ KNW-FILE
                     AT END SET KNW-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE KNW-FILE
            END-IF
            .

         TAKE-REGISTER-ENTRY SECTION.
            IF WS-KNOWN-COUNT >= 200
               DISPLAY 'DAY00KNX WARNING - KNOWN-EXCEPTION TABLE FULL '
                       'AT 200; ENTRY ' KNW-ID ' NOT LOADED'
            ELSE
               ADD 1 TO WS-KNOWN-COUNT
               MOVE WS-KNOWN-COUNT TO TX
               MOVE KNW-ID      TO WS-KT-ID(TX)
               MOVE KNW-PROGRAM TO WS-KT-PROGRAM(TX)
               MOVE KNW-EXPIRY  TO WS-KT-EXPIRY(TX)
               MOVE KNW-PATTERN TO WS-KT-PATTERN(TX)
               MOVE 40 TO WS-KT-PLEN(TX)
               PERFORM UNTIL WS-KT-PLEN(TX) = 1
                  OR KNW-PATTERN(WS-KT-PLEN(TX):1) NOT = SPACE
                  SUBTRACT 1 FROM WS-KT-PLEN(TX)
               END-PERFORM
            END-IF
            .
