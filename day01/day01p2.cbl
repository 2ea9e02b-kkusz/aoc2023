         01 WS-OPERATOR          PIC X(8) VALUE SPACES.

         COPY "LOCKDAT.CPY".
         COPY "BUSDAT.CPY".

      *
      *    TOLERANCE-BAND RESULTS FROM THE CORE (SEE TOLTOT.CPY),
      *    SUMMED PER SOURCE ACROSS A QUEUED RUN AND WRITTEN TO
      *    CTLFILE AFTER THE ANSWER - ONE RECORD PER SOURCE WITH A
      *    BAND, LABEL 'B2' AND THE TAG, ANSWER = LINES OUTSIDE THE
      *    BAND, IN-COUNT = THE SOURCE'S LINES.
      *
         COPY "TOLTOT.CPY".
         01 WS-BND-COUNT         PIC 99 VALUE 0.
         01 WS-BND-TABLE.
            05 WS-BND-ENTRY OCCURS 10.
               10 WS-BND-SOURCE  PIC X(8).
               10 WS-BND-LINES   PIC 9(7).
               10 WS-BND-OOB1    PIC 9(7).
               10 WS-BND-OOB2    PIC 9(7).
         01 SW-BND-FOUND         PIC 9.
            88 BND-FOUND               VALUE 1.
            88 BND-NOT-FOUND           VALUE 0.
         77 BX                   PIC 99.
         77 TX                   PIC 99.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
            END-IF
            IF WS-QUE-STATUS NOT = '00'
               CALL 'DAY01P2C' USING WS-INPUT-FILENAME, WS-SUM,
                                      WS-IN-COUNT, WS-OUT-COUNT,
                                      TOL-TOTALS
               END-CALL
               PERFORM MERGE-BAND-TOTALS
            ELSE
               DISPLAY 'DAY01P2 PROCESSING THE INPQUEUE INPUT QUEUE'
               READ QUE-FILE
                     MOVE QUE-TEXT TO WS-INPUT-FILENAME
                     CALL 'DAY01P2C' USING WS-INPUT-FILENAME,
                                            WS-SUM, WS-IN-COUNT,
                                            WS-OUT-COUNT,
                                            TOL-TOTALS
                     END-CALL
                     PERFORM MERGE-BAND-TOTALS
                     MOVE WS-SUM TO WS-SUM-ED
                     DISPLAY 'DAY01P2 ' WS-RUN-DATE ' '
                             WS-INPUT-FILENAME(1:30) ' '
            COPY "ELAPSEDP.CPY" REPLACING ==ELP-PGM== BY 'DAY01P2'.

            PERFORM WRITE-CONTROL-TOTAL
            PERFORM WRITE-BAND-TOTALS

            IF WS-LOCK-GRANT = 1
               MOVE 'R' TO WS-LOCK-ACTION
            .

         WRITE-CONTROL-TOTAL SECTION.
            MOVE 'G' TO WS-BUS-ACTION
            CALL 'DAY00BUS' USING WS-BUS-ACTION, WS-BUS-DATE,
                                  WS-BUS-SOURCE
            END-CALL
            OPEN EXTEND CTL-FILE
            IF WS-CTL-STATUS NOT = '00'
               OPEN OUTPUT CTL-FILE
            MOVE WS-RUN-ID   TO CTL-RUN-ID
            MOVE WS-RUN-TIME TO CTL-RUN-TIME
            MOVE WS-OPERATOR TO CTL-OPERATOR
            MOVE WS-BUS-DATE TO CTL-BUS-DATE
            MOVE 'SUM'       TO CTL-LABEL
            MOVE WS-SUM      TO CTL-ANSWER
            MOVE WS-IN-COUNT  TO CTL-IN-COUNT
            WRITE CTL-RECORD
            CLOSE CTL-FILE
            .

         MERGE-BAND-TOTALS SECTION.
            PERFORM VARYING TX FROM 1 BY 1
                        UNTIL TX > TOL-SOURCE-COUNT
               SET BND-NOT-FOUND TO TRUE
               PERFORM VARYING BX FROM 1 BY 1
                           UNTIL BX > WS-BND-COUNT OR BND-FOUND
                  IF WS-BND-SOURCE(BX) = TOL-SOURCE(TX)
                     SET BND-FOUND TO TRUE
                     SUBTRACT 1 FROM BX
                  END-IF
               END-PERFORM
               IF BND-NOT-FOUND AND WS-BND-COUNT < 10
                  ADD 1 TO WS-BND-COUNT
                  MOVE WS-BND-COUNT TO BX
                  MOVE TOL-SOURCE(TX) TO WS-BND-SOURCE(BX)
                  MOVE 0 TO WS-BND-LINES(BX)
                  MOVE 0 TO WS-BND-OOB1(BX)
                  MOVE 0 TO WS-BND-OOB2(BX)
                  SET BND-FOUND TO TRUE
               END-IF
               IF BND-FOUND
                  ADD TOL-LINES(TX) TO WS-BND-LINES(BX)
                  ADD TOL-OOB1(TX)  TO WS-BND-OOB1(BX)
                  ADD TOL-OOB2(TX)  TO WS-BND-OOB2(BX)
               END-IF
            END-PERFORM
            .

         WRITE-BAND-TOTALS SECTION.
            IF WS-BND-COUNT > 0
               OPEN EXTEND CTL-FILE
               IF WS-CTL-STATUS NOT = '00'
                  OPEN OUTPUT CTL-FILE
               END-IF
               PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > WS-BND-COUNT
                  MOVE SPACES      TO CTL-RECORD
                  MOVE 'DAY01P2'   TO CTL-PROGRAM
                  MOVE WS-RUN-DATE TO CTL-RUN-DATE
                  MOVE WS-RUN-ID   TO CTL-RUN-ID
                  MOVE WS-RUN-TIME TO CTL-RUN-TIME
                  MOVE WS-OPERATOR TO CTL-OPERATOR
                  MOVE WS-BUS-DATE TO CTL-BUS-DATE
                  STRING 'B2' WS-BND-SOURCE(BX)
                     DELIMITED BY SPACE INTO CTL-LABEL
                  END-STRING
                  MOVE WS-BND-OOB2(BX)  TO CTL-ANSWER
                  MOVE WS-BND-LINES(BX) TO CTL-IN-COUNT
                  MOVE WS-BND-OOB2(BX)  TO CTL-OUT-COUNT
                  WRITE CTL-RECORD
               END-PERFORM
               CLOSE CTL-FILE
            END-IF
            .
