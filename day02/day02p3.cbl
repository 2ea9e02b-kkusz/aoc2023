         01 WS-OPERATOR          PIC X(8) VALUE SPACES.

         COPY "LOCKDAT.CPY".
         COPY "BUSDAT.CPY".

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
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
            MOVE 'VALID'     TO CTL-LABEL
            MOVE WS-VALID-SUM TO CTL-ANSWER
            MOVE WS-IN-COUNT  TO CTL-IN-COUNT
            MOVE WS-RUN-ID   TO CTL-RUN-ID
            MOVE WS-RUN-TIME TO CTL-RUN-TIME
            MOVE WS-OPERATOR TO CTL-OPERATOR
            MOVE WS-BUS-DATE TO CTL-BUS-DATE
            MOVE 'POWER'     TO CTL-LABEL
            MOVE WS-POWER-SUM TO CTL-ANSWER
            MOVE WS-IN-COUNT  TO CTL-IN-COUNT
