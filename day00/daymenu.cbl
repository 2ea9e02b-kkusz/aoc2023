
         COPY "PFXDAT.CPY".
         COPY "LOCKDAT.CPY".
         COPY "BUSDAT.CPY".

         01 WS-CTL-STATUS        PIC XX.

         01 WS-IN-COUNT          PIC 9(7) VALUE 0.
         01 WS-OUT-COUNT         PIC 9(7) VALUE 0.
         01 WS-EXC-COUNT         PIC 9(7) VALUE 0.
         01 WS-EXC2-COUNT        PIC 9(7) VALUE 0.

      *
      *    THE CORE'S RETURN CODE, CAPTURED BEFORE THE DIRECTORY
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-M-TEXT         PIC X(40).

      *
      *    TOLERANCE-BAND RESULTS HANDED BACK BY THE DAY01 CORES -
      *    ONE CONTROL TOTAL PER SOURCE WITH A BAND, LABEL 'B1'
      *    (DIGIT-ONLY VALUE) OR 'B2' (DICTIONARY VALUE) AND THE
      *    TAG, AS THE DAY01 WRAPPERS WRITE THEM.
      *
         COPY "TOLTOT.CPY".
         01 WS-BAND-PART         PIC X.
         77 TX                   PIC 99.

      *
      *    SESSION LOG - ONE ENTRY PER PROGRAM RUN THIS SESSION,
      *    CAPTURED AS EACH CONTROL TOTAL IS WRITTEN AND LAID OUT AS
            DISPLAY 'ENTER CHOICE (00-23): '
            .

      *
      *    EVERY CORE IS CALLED FROM ITS OWN DAY DIRECTORY, SO THIS IS
      *    ALSO WHERE THE PREVIOUS CORE'S BATCH-HEADER BUSINESS DATE
      *    IS FORGOTTEN - A FEED WITHOUT A HEADER MUST NOT INHERIT THE
      *    LAST ONE'S.
      *
         CHANGE-TO-DAY-DIR SECTION.
            MOVE 'R' TO WS-BUS-ACTION
            CALL 'DAY00BUS' USING WS-BUS-ACTION, WS-BUS-DATE,
                                  WS-BUS-SOURCE
            END-CALL
            CALL 'CBL_CHANGE_DIR' USING WS-DAY-DIR
            END-CALL
            .
            .

         WRITE-CONTROL-TOTAL SECTION.
            MOVE 'G' TO WS-BUS-ACTION
            CALL 'DAY00BUS' USING WS-BUS-ACTION, WS-BUS-DATE,
                                  WS-BUS-SOURCE
            END-CALL
            OPEN EXTEND CTL-FILE
            IF WS-CTL-STATUS NOT = '00'
               OPEN OUTPUT CTL-FILE
            MOVE WS-RUN-ID      TO CTL-RUN-ID
            MOVE WS-RUN-TIME    TO CTL-RUN-TIME
            MOVE WS-OPERATOR TO CTL-OPERATOR
            MOVE WS-BUS-DATE    TO CTL-BUS-DATE
            MOVE WS-LABEL-RUN   TO CTL-LABEL
            MOVE WS-ANSWER-18   TO CTL-ANSWER
            MOVE WS-IN-COUNT    TO CTL-IN-COUNT
            END-IF
            .

      *
      *    ONE CONTROL TOTAL PER SOURCE THE DAY01 CORE CHECKED
      *    AGAINST A TOLERANCE BAND - ANSWER AND OUT-COUNT ARE THE
      *    LINES OUTSIDE THE BAND, IN-COUNT THE SOURCE'S LINES.
      *
         WRITE-BAND-TOTALS SECTION.
            PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TOL-SOURCE-COUNT
               MOVE SPACES TO WS-LABEL-RUN
               STRING 'B' WS-BAND-PART TOL-SOURCE(TX)
                  DELIMITED BY SPACE INTO WS-LABEL-RUN
               END-STRING
               IF WS-BAND-PART = '1'
                  MOVE TOL-OOB1(TX) TO WS-ANSWER-18
               ELSE
                  MOVE TOL-OOB2(TX) TO WS-ANSWER-18
               END-IF
               MOVE TOL-LINES(TX) TO WS-IN-COUNT
               MOVE WS-ANSWER-18  TO WS-OUT-COUNT
               PERFORM WRITE-CONTROL-TOTAL
            END-PERFORM
            .

         RUN-DAY01P1 SECTION.
            MOVE '../day01' TO WS-DAY-DIR
            PERFORM CHANGE-TO-DAY-DIR
            CALL 'DAY01P1C' USING WS-INPUT-FILENAME, WS-ANSWER-10,
               WS-IN-COUNT, WS-OUT-COUNT, TOL-TOTALS
            END-CALL
            PERFORM RETURN-TO-MENU-DIR
            MOVE WS-ANSWER-10 TO WS-ANSWER-10-ED
            MOVE 'SUM'      TO WS-LABEL-RUN
            MOVE WS-ANSWER-10 TO WS-ANSWER-18
            PERFORM WRITE-CONTROL-TOTAL
            MOVE '1' TO WS-BAND-PART
            PERFORM WRITE-BAND-TOTALS
            .

         RUN-DAY01P2 SECTION.
            MOVE '../day01' TO WS-DAY-DIR
            PERFORM CHANGE-TO-DAY-DIR
            CALL 'DAY01P2C' USING WS-INPUT-FILENAME, WS-ANSWER-10,
               WS-IN-COUNT, WS-OUT-COUNT, TOL-TOTALS
            END-CALL
            PERFORM RETURN-TO-MENU-DIR
            MOVE WS-ANSWER-10 TO WS-ANSWER-10-ED
            MOVE 'SUM'      TO WS-LABEL-RUN
            MOVE WS-ANSWER-10 TO WS-ANSWER-18
            PERFORM WRITE-CONTROL-TOTAL
            MOVE '2' TO WS-BAND-PART
            PERFORM WRITE-BAND-TOTALS
            .

         RUN-DAY01P3 SECTION.
            MOVE '../day01' TO WS-DAY-DIR
            PERFORM CHANGE-TO-DAY-DIR
            CALL 'DAY01P3C' USING WS-INPUT-FILENAME, WS-ANSWER-10,
               WS-ANSWER2-10, WS-IN-COUNT, WS-OUT-COUNT, TOL-TOTALS
            END-CALL
            PERFORM RETURN-TO-MENU-DIR
            MOVE WS-ANSWER-10 TO WS-ANSWER-10-ED
            MOVE 'DICT'     TO WS-LABEL-RUN
            MOVE WS-ANSWER2-10 TO WS-ANSWER-18
            PERFORM WRITE-CONTROL-TOTAL
            MOVE '1' TO WS-BAND-PART
            PERFORM WRITE-BAND-TOTALS
            MOVE '2' TO WS-BAND-PART
            PERFORM WRITE-BAND-TOTALS
            .

         RUN-DAY02P1 SECTION.
            MOVE '../day03' TO WS-DAY-DIR
            PERFORM CHANGE-TO-DAY-DIR
            CALL 'DAY03P3C' USING WS-INPUT-FILENAME, WS-ANSWER-10,
               WS-ANSWER2-10, WS-IN-COUNT, WS-OUT-COUNT,
               WS-EXC-COUNT, WS-EXC2-COUNT
            END-CALL
            PERFORM RETURN-TO-MENU-DIR
            MOVE WS-ANSWER-10 TO WS-ANSWER-10-ED
            MOVE 'GEAR'     TO WS-LABEL-RUN
            MOVE WS-ANSWER2-10 TO WS-ANSWER-18
            PERFORM WRITE-CONTROL-TOTAL
            MOVE 'NEARGEAR' TO WS-LABEL-RUN
            MOVE WS-EXC-COUNT TO WS-ANSWER-18
            PERFORM WRITE-CONTROL-TOTAL
            MOVE 'MULTISYM' TO WS-LABEL-RUN
            MOVE WS-EXC2-COUNT TO WS-ANSWER-18
            PERFORM WRITE-CONTROL-TOTAL
            .

         RUN-DAY04P1 SECTION.
