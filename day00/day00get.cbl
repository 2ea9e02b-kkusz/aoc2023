      *
      *    DIRECT INQUIRY AGAINST THE CTLMAST CONTROL-TOTALS MASTER
      *    DAY00LOD MAINTAINS. ACCEPTS A PROGRAM NAME (BLANK FOR
      *    ALL), A LABEL (BLANK FOR ALL), AND A FROM/TO BUSINESS-
      *    DATE RANGE (BLANK FOR OPEN-ENDED) FROM THE CONSOLE AND
      *    LISTS THE MATCHING MASTER RECORDS - "WHAT DID DAY03P3
      *    REPORT FOR GEAR ON THE 14TH" IS NOW ONE LOOKUP INSTEAD OF
      *    A FRONT-TO-BACK CTLFILE SCAN. THE RANGE IS ON THE
      *    BUSINESS DATE THE FEED BELONGS TO, NOT THE DATE IT RAN;
      *    EACH LINE SHOWS BOTH, BUSINESS DATE FIRST. A MASTER
      *    RECORD WITHOUT A BUSINESS DATE IS TAKEN AT ITS RUN DATE.
      *
      *    AN ANSWER RESTATED THROUGH DAY00RES IS LISTED AT ITS
      *    RESTATED FIGURE, FLAGGED RESTATED, WITH THE DATE OF THE
      *    RESTATEMENT AND THE FIGURE ORIGINALLY REPORTED BENEATH.
      *
      *    THE DAY07 ANSWERS ARE THE CARD DESK'S WINNINGS, DERIVED
      *    FROM HANDMST, SO AN INQUIRY THAT COULD REACH THEM (ALL
      *    PROGRAMS, OR A DAY07 PROGRAM) LISTS THEM ONLY FOR AN
      *    OPERATOR WITH A HANDMST READ GRANT IN AUTHTAB; WITHOUT
      *    ONE THEY ARE WITHHELD AND COUNTED. EACH INQUIRY - AND ANY
      *    WITHHOLDING - IS RECORDED ON THE SHARED ACCESS LOG
      *    THROUGH DAY00ACL.
      *

         ENVIRONMENT DIVISION.
            05 MST-IN-COUNT      PIC 9(7).
            05 FILLER            PIC X.
            05 MST-OUT-COUNT     PIC 9(7).
            05 FILLER            PIC X.
            05 MST-RESTATED      PIC X.
               88 MST-IS-RESTATED      VALUE 'R'.
            05 FILLER            PIC X.
            05 MST-ORIG-ANSWER   PIC S9(18).
            05 FILLER            PIC X.
            05 MST-RESTATE-DATE  PIC 9(8).
            05 FILLER            PIC X.
            05 MST-BUS-DATE      PIC 9(8).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         COPY "ACCDAT.CPY".

         01 WS-MAST-STATUS       PIC XX.

      *
      *    READ CONTROL OVER THE HANDMST-DERIVED DAY07 ANSWERS.
      *
         01 WS-AUTH-PGM          PIC X(8) VALUE 'HANDMST'.
         01 WS-AUTH-FLAG         PIC 9 VALUE 1.
            88 OPERATOR-AUTHORIZED     VALUE 1.
         01 WS-WITHHELD-COUNT    PIC 9(5) VALUE 0.
         01 WS-KEY-PROGRAM       PIC X(8).
         01 WS-KEY-LABEL         PIC X(10).

         01 WS-ASK-PROGRAM       PIC X(8).
         01 WS-ASK-LABEL         PIC X(10).
         01 WS-ASK-FROM          PIC X(8).

         01 WS-SEL-FROM          PIC 9(8) VALUE 0.
         01 WS-SEL-TO            PIC 9(8) VALUE 99999999.
         01 WS-REC-BUS-DATE      PIC 9(8).

         01 WS-HIT-COUNT         PIC 9(5) VALUE 0.

            05 FILLER            PIC X VALUE SPACE.
            05 WS-D-LABEL        PIC X(10).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-D-BUS-DATE     PIC 9(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-D-DATE         PIC 9(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-D-RUN-ID       PIC 9(6).
            05 WS-D-IN           PIC Z(6)9.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-D-OUT          PIC Z(6)9.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-D-FLAG         PIC X(8).

         01 WS-ORIG-ED           PIC ----,---,---,---,---,--9.
         01 WS-RESTATED-COUNT    PIC 9(5) VALUE 0.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
            ACCEPT WS-ASK-PROGRAM
            DISPLAY 'DAY00GET - LABEL (BLANK = ALL): '
            ACCEPT WS-ASK-LABEL
            DISPLAY 'DAY00GET - FROM BUSINESS DATE YYYYMMDD '
                    '(BLANK = OPEN): '
            ACCEPT WS-ASK-FROM
            DISPLAY 'DAY00GET - TO BUSINESS DATE YYYYMMDD '
                    '(BLANK = OPEN): '
            ACCEPT WS-ASK-TO

            IF WS-ASK-FROM(1:1) NUMERIC
               MOVE WS-ASK-TO TO WS-SEL-TO
            END-IF

            IF WS-ASK-PROGRAM = SPACES
            OR WS-ASK-PROGRAM(1:5) = 'DAY07'
               CALL 'DAY00AUT' USING WS-AUTH-PGM, WS-AUTH-FLAG
               END-CALL
               IF NOT OPERATOR-AUTHORIZED
                  DISPLAY 'DAY00GET NO HANDMST READ GRANT - DAY07 '
                          'ANSWERS WILL BE WITHHELD'
               END-IF
            END-IF

            OPEN INPUT MAST-FILE
            IF WS-MAST-STATUS NOT = '00'
               DISPLAY 'DAY00GET NO CTLMAST MASTER - RUN DAY00LOD '
               AT END SET MAST-END TO TRUE
            END-READ
            PERFORM UNTIL MAST-END
               IF MST-BUS-DATE NUMERIC
               AND MST-BUS-DATE > 0
                  MOVE MST-BUS-DATE TO WS-REC-BUS-DATE
               ELSE
                  MOVE MST-RUN-DATE TO WS-REC-BUS-DATE
               END-IF
               IF (WS-ASK-PROGRAM = SPACES
                   OR MST-PROGRAM = WS-ASK-PROGRAM)
               AND (WS-ASK-LABEL = SPACES
                   OR MST-LABEL = WS-ASK-LABEL)
               AND WS-REC-BUS-DATE >= WS-SEL-FROM
               AND WS-REC-BUS-DATE <= WS-SEL-TO
                  IF NOT OPERATOR-AUTHORIZED
                  AND MST-PROGRAM(1:5) = 'DAY07'
                     ADD 1 TO WS-WITHHELD-COUNT
                  ELSE
                     PERFORM DISPLAY-MASTER-RECORD
                  END-IF
               END-IF
               READ MAST-FILE
                  AT END SET MAST-END TO TRUE
            CLOSE MAST-FILE

            DISPLAY 'DAY00GET ' WS-HIT-COUNT ' RECORD(S) MATCHED'
            IF WS-RESTATED-COUNT > 0
               DISPLAY 'DAY00GET ' WS-RESTATED-COUNT ' OF THEM '
                       'RESTATED'
            END-IF
            IF WS-WITHHELD-COUNT > 0
               DISPLAY 'DAY00GET ' WS-WITHHELD-COUNT ' DAY07 '
                       'RECORD(S) WITHHELD - NO HANDMST READ GRANT'
            END-IF

            PERFORM LOG-INQUIRY

            STOP RUN.

         DISPLAY-MASTER-RECORD SECTION.
            MOVE MST-PROGRAM  TO WS-D-PROGRAM
            MOVE MST-LABEL    TO WS-D-LABEL
            MOVE WS-REC-BUS-DATE TO WS-D-BUS-DATE
            MOVE MST-RUN-DATE TO WS-D-DATE
            MOVE MST-RUN-ID   TO WS-D-RUN-ID
            MOVE MST-RUN-TIME TO WS-D-RUN-TIME
            MOVE MST-ANSWER   TO WS-D-ANSWER
            MOVE MST-IN-COUNT TO WS-D-IN
            MOVE MST-OUT-COUNT TO WS-D-OUT
            MOVE SPACES TO WS-D-FLAG
            IF MST-IS-RESTATED
               MOVE 'RESTATED' TO WS-D-FLAG
            END-IF
            DISPLAY WS-DETAIL-LINE
            IF MST-IS-RESTATED
               MOVE MST-ORIG-ANSWER TO WS-ORIG-ED
               DISPLAY '         RESTATED ' MST-RESTATE-DATE
                       ' - ORIGINALLY REPORTED AS ' WS-ORIG-ED
               ADD 1 TO WS-RESTATED-COUNT
            END-IF
            ADD 1 TO WS-HIT-COUNT
            .

      *
      *    THE INQUIRY AS ASKED - PROGRAM, LABEL (* FOR ALL) AND THE
      *    BUSINESS-DATE RANGE - WITH THE RECORDS LISTED, AND A SEPARATE
      *    REFUSAL RECORD FOR ANY DAY07 ANSWERS WITHHELD.
      *
         LOG-INQUIRY SECTION.
            MOVE 'DAY00GET' TO WS-ACC-PROGRAM
            MOVE WS-ASK-PROGRAM TO WS-KEY-PROGRAM
            IF WS-KEY-PROGRAM = SPACES
               MOVE '*' TO WS-KEY-PROGRAM
            END-IF
            MOVE WS-ASK-LABEL TO WS-KEY-LABEL
            IF WS-KEY-LABEL = SPACES
               MOVE '*' TO WS-KEY-LABEL
            END-IF
            MOVE SPACES TO WS-ACC-KEY
            STRING WS-KEY-PROGRAM ' ' WS-KEY-LABEL ' '
                   WS-SEL-FROM '-' WS-SEL-TO
               DELIMITED BY SIZE INTO WS-ACC-KEY
            END-STRING
            MOVE WS-HIT-COUNT TO WS-ACC-RETURNED
            CALL 'DAY00ACL' USING WS-ACCESS-ENTRY
            END-CALL

            IF WS-WITHHELD-COUNT > 0
               MOVE 'REFUSED - DAY07 ANSWERS WITHHELD'
                  TO WS-ACC-KEY
               MOVE 0 TO WS-ACC-RETURNED
               CALL 'DAY00ACL' USING WS-ACCESS-ENTRY
               END-CALL
            END-IF
            .
