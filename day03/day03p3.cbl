         01 WS-IN-COUNT           PIC 9(7) VALUE 0.
         01 WS-OUT-COUNT          PIC 9(7) VALUE 0.

      *
      *    ADJACENCY-EXCEPTION COUNTS RETURNED BY DAY03P3C - NEAR-
      *    GEARS AND MULTI-SYMBOL PARTS, EACH CARRIED INTO ITS OWN
      *    CONTROL-TOTAL RECORD SO A SUDDEN JUMP SHOWS UP IN THE
      *    DELTA REPORT. THE DETAIL IS IN ADJEXC.
      *
         01 WS-NEAR-COUNT         PIC 9(7) VALUE 0.
         01 WS-MULTI-COUNT        PIC 9(7) VALUE 0.

         COPY "ELAPSED.CPY".

      *
         01 WS-OPERATOR          PIC X(8) VALUE SPACES.

         COPY "LOCKDAT.CPY".
         COPY "BUSDAT.CPY".

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"

            CALL 'DAY03P3C' USING WS-INPUT-FILENAME, WS-SUM,
                                   WS-GEAR-SUM, WS-IN-COUNT,
                                   WS-OUT-COUNT, WS-NEAR-COUNT,
                                   WS-MULTI-COUNT
            END-CALL

            ACCEPT WS-ELAPSED-END-TIME FROM TIME
            DISPLAY 'DAY03P3 ' WS-RUN-DATE ' ' WS-SUM-ED
            MOVE WS-GEAR-SUM TO WS-GEAR-SUM-ED
            DISPLAY 'DAY03P3 ' WS-RUN-DATE ' ' WS-GEAR-SUM-ED
            IF WS-NEAR-COUNT > 0 OR WS-MULTI-COUNT > 0
               DISPLAY 'DAY03P3 ' WS-NEAR-COUNT ' NEAR-GEARS, '
                       WS-MULTI-COUNT ' MULTI-SYMBOL PARTS (SEE '
                       'ADJEXC)'
            END-IF

            COPY "ELAPSEDP.CPY" REPLACING ==ELP-PGM== BY 'DAY03P3'.

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
            MOVE WS-RUN-ID   TO CTL-RUN-ID
            MOVE WS-RUN-TIME TO CTL-RUN-TIME
            MOVE WS-OPERATOR TO CTL-OPERATOR
            MOVE WS-BUS-DATE TO CTL-BUS-DATE
            MOVE 'GEAR'      TO CTL-LABEL
            MOVE WS-GEAR-SUM TO CTL-ANSWER
            MOVE WS-IN-COUNT  TO CTL-IN-COUNT
            MOVE WS-OUT-COUNT TO CTL-OUT-COUNT
            WRITE CTL-RECORD

            MOVE SPACES      TO CTL-RECORD
            MOVE 'DAY03P3'   TO CTL-PROGRAM
            MOVE WS-RUN-DATE TO CTL-RUN-DATE
            MOVE WS-RUN-ID   TO CTL-RUN-ID
            MOVE WS-RUN-TIME TO CTL-RUN-TIME
            MOVE WS-OPERATOR TO CTL-OPERATOR
            MOVE WS-BUS-DATE TO CTL-BUS-DATE
            MOVE 'NEARGEAR'  TO CTL-LABEL
            MOVE WS-NEAR-COUNT TO CTL-ANSWER
            MOVE WS-IN-COUNT  TO CTL-IN-COUNT
            MOVE WS-OUT-COUNT TO CTL-OUT-COUNT
            WRITE CTL-RECORD

            MOVE SPACES      TO CTL-RECORD
            MOVE 'DAY03P3'   TO CTL-PROGRAM
            MOVE WS-RUN-DATE TO CTL-RUN-DATE
            MOVE WS-RUN-ID   TO CTL-RUN-ID
            MOVE WS-RUN-TIME TO CTL-RUN-TIME
            MOVE WS-OPERATOR TO CTL-OPERATOR
            MOVE WS-BUS-DATE TO CTL-BUS-DATE
            MOVE 'MULTISYM'  TO CTL-LABEL
            MOVE WS-MULTI-COUNT TO CTL-ANSWER
            MOVE WS-IN-COUNT  TO CTL-IN-COUNT
            MOVE WS-OUT-COUNT TO CTL-OUT-COUNT
            WRITE CTL-RECORD

            CLOSE CTL-FILE
            .
