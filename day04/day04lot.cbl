         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY04LOT.

      *
      *    PRINT-LOT PERFORMANCE ANALYSIS FOR THE DAY04 SCRATCHCARD
      *    FEED. THE SUPPLIER PRINTS CARDS IN LOTS, AND A BAD PRINT
      *    RUN REACHES US AS A PAYOUT SPIKE WITH NO EXPLANATION -
      *    DAY04FRQ SHOWS THE WHOLE FEED LOOKS SKEWED BUT NOT WHICH
      *    LOT TO PULL. EACH CARD MAY NOW CARRY ITS LOT CODE AFTER
      *    THE OWNED NUMBERS ('Card N: w w | o o # LOTCODE', OR A
      *    LAYDEF 'LOT COL LEN' LINE FOR A FIXED-COLUMN SUPPLIER
      *    THROUGH DAY04ADP). THIS UTILITY MAKES ONE PASS OVER
      *    INPFILE AND BREAKS THE NIGHT DOWN BY LOT IN LOTRPT: CARD
      *    COUNT, AVERAGE MATCHES, POINTS (THE DAY04P1 DOUBLING
      *    RULE), COPIES GENERATED (THE DAY04P2 CASCADE - EVERY
      *    COPY OF A CARD WINS ONE COPY OF EACH OF THE NEXT MATCHES
      *    CARDS), AND THE MATCH-COUNT DISTRIBUTION. CARDS WITH NO
      *    LOT CODE ARE GROUPED UNDER (NONE).
      *
      *    A LOT IS FLAGGED WHEN ITS MEAN MATCH COUNT IS OUT OF LINE
      *    WITH THE REST OF THE NIGHT: THE DIFFERENCE BETWEEN THE
      *    LOT'S MEAN AND THE MEAN OF ALL OTHER CARDS, OVER ITS
      *    STANDARD ERROR FROM THE NIGHT'S MATCH-COUNT VARIANCE,
      *    IS A Z SCORE, AND A SCORE OF 3 OR MORE EITHER WAY IS
      *    FLAGGED. A LOT OR A REMAINDER UNDER 5 CARDS IS TOO SMALL
      *    TO JUDGE AND IS SHOWN BUT NOT SCORED. ANY FLAGGED LOT
      *    ENDS THE RUN WITH RETURN CODE 4 AND AN EXCLOG LINE.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT INPUT-FILE ASSIGN TO INPFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INP-STATUS.

            SELECT RPT-FILE ASSIGN TO LOTRPT
            ORGANIZATION IS LINE SEQUENTIAL.

         DATA DIVISION.

         FILE SECTION.
         FD INPUT-FILE.
         01 INPUT-RECORD.
            88 INPUT-END        VALUE LOW-VALUE.
            05 INPUT-TEXT       PIC X(200).

         FD RPT-FILE.
         01 RPT-RECORD          PIC X(132).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         COPY "EXCLOG.CPY".
         COPY "SCRUBDAT.CPY".

         COPY "RUNSTMP.CPY".

      *
      *    A CALLED SUBPROGRAM'S GOBACK REPLACES THIS PROGRAM'S
      *    RETURN CODE WITH ITS OWN, SO A WARNING CODE ALREADY
      *    RAISED HERE IS KEPT ACROSS THE PARSER CALLS.
      *
         77 WS-KEEP-RC           PIC S9(9) VALUE 0.

         01 WS-INP-STATUS        PIC XX.

         01 WS-RECORD            PIC X(200).

         COPY "DAY04CRD.CPY".

         01 WS-OWNED-CAPACITY    PIC 99 VALUE 50.

      *
      *    PER CARD NUMBER, THE SAME 192-CARD TABLE DAY04P2C
      *    CASCADES OVER.
      *
         01 WS-CARD-TABLE.
            05 WS-CARD-ENTRY OCCURS 192.
               10 WS-CD-LOT      PIC 999.
               10 WS-CD-MATCHES  PIC 99.
               10 WS-CD-QUANTITY PIC 9(10).
         01 WS-SKIPPED-CARDS     PIC 9(7) VALUE 0.

         01 WS-LOT-TABLE.
            05 WS-LOT OCCURS 200.
               10 WS-L-CODE      PIC X(8).
               10 WS-L-CARDS     PIC 9(7).
               10 WS-L-MATCHES   PIC 9(9).
               10 WS-L-POINTS    PIC 9(15).
               10 WS-L-COPIES    PIC 9(15).
               10 WS-L-DIST      PIC 9(7) OCCURS 21.
               10 WS-L-Z         PIC S9(3)V99.
               10 WS-L-STATE     PIC X.
                  88 LOT-SCORED        VALUE 'S'.
                  88 LOT-FLAGGED       VALUE 'F'.
                  88 LOT-TOO-SMALL     VALUE 'T'.
         01 WS-LOT-COUNT         PIC 999 VALUE 0.
         01 WS-LOT-MAX           PIC 999 VALUE 200.
         01 WS-LOT-KEY           PIC X(8).

      *
      *    THE FLAGGING RULE - A Z SCORE AT OR PAST WS-Z-LIMIT
      *    EITHER WAY, JUDGED ONLY WHEN BOTH THE LOT AND THE REST
      *    OF THE NIGHT HAVE AT LEAST WS-MIN-CARDS CARDS.
      *
         01 WS-Z-LIMIT           PIC 9V99 VALUE 3.00.
         01 WS-MIN-CARDS         PIC 9(3) VALUE 5.

         01 WS-NIGHT-CARDS       PIC 9(7) VALUE 0.
         01 WS-NIGHT-MATCHES     PIC 9(9) VALUE 0.
         01 WS-NIGHT-SQUARES     PIC 9(11) VALUE 0.
         01 WS-NIGHT-POINTS      PIC 9(15) VALUE 0.
         01 WS-NIGHT-COPIES      PIC 9(15) VALUE 0.
         01 WS-NIGHT-MEAN        PIC 9(3)V9(6).
         01 WS-NIGHT-VARIANCE    PIC 9(5)V9(6).
         01 WS-LOT-MEAN          PIC 9(3)V9(6).
         01 WS-REST-MEAN         PIC 9(3)V9(6).
         01 WS-REST-CARDS        PIC 9(7).
         01 WS-STD-ERROR         PIC 9(5)V9(6).
         01 WS-Z                 PIC S9(5)V9(4).
         01 WS-FLAGGED-COUNT     PIC 999 VALUE 0.

         01 WS-MATCHES           PIC 99.
         01 WS-POINTS            PIC 9(7).

         77 IX                   PIC 999.
         77 LX                   PIC 999.
         77 MX                   PIC 99.
         77 CIX                  PIC 999.
         77 CIX2                 PIC 999.

         01 WS-HEAD-LINE.
            05 FILLER            PIC X(10) VALUE 'LOT'.
            05 FILLER            PIC X(8)  VALUE '   CARDS'.
            05 FILLER            PIC X(10) VALUE '   AVG MAT'.
            05 FILLER            PIC X(14) VALUE '        POINTS'.
            05 FILLER            PIC X(17) VALUE
                                        '           COPIES'.
            05 FILLER            PIC X(9)  VALUE '        Z'.

         01 WS-DETAIL-LINE.
            05 WS-D-LOT          PIC X(8).
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-D-CARDS        PIC Z(7)9.
            05 WS-D-AVG          PIC Z(6)9.99.
            05 WS-D-POINTS       PIC Z(13)9.
            05 WS-D-COPIES       PIC Z(16)9.
            05 WS-D-Z            PIC -(5)9.99.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-D-NOTE         PIC X(20).

         01 WS-DIST-LINE         PIC X(132).
         01 WS-DIST-PTR          PIC 999.
         01 WS-DIST-MATCH-ED     PIC Z9.
         01 WS-DIST-COUNT-ED     PIC Z(6)9.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY04LOT'==
                         ==PFX-SUB== BY =='/day04'==.

            COPY "RUNSTMPP.CPY".

            INITIALIZE WS-CARD-TABLE
            INITIALIZE WS-LOT-TABLE

            OPEN INPUT INPUT-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-INP-STATUS==
                         ==FS-FILE-NAME== BY =='INPFILE'==
                         ==FS-PGM==       BY =='DAY04LOT'==.

            PERFORM READ-INPUT-RECORD
            PERFORM UNTIL INPUT-END
               MOVE INPUT-TEXT TO WS-RECORD
               COPY "SCRUBCHK.CPY"
                  REPLACING ==SCR-FIELD== BY WS-RECORD
                            ==SCR-LEN==   BY 200
                            ==SCR-PGM==   BY 'DAY04LOT'.
               IF RETURN-CODE > WS-KEEP-RC
                  MOVE RETURN-CODE TO WS-KEEP-RC
               END-IF
               CALL 'DAY04PR' USING WS-RECORD, WS-PARSED
               END-CALL
               IF WS-KEEP-RC > RETURN-CODE
                  MOVE WS-KEEP-RC TO RETURN-CODE
               END-IF
               PERFORM TALLY-ONE-CARD

               PERFORM READ-INPUT-RECORD
            END-PERFORM

            CLOSE INPUT-FILE

            IF WS-SKIPPED-CARDS > 0
               DISPLAY 'DAY04LOT WARNING - ' WS-SKIPPED-CARDS
                       ' CARD(S) OUTSIDE CARD NUMBERS 1-192 LEFT OUT '
                       'OF THE COPY CASCADE'
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF

            PERFORM CASCADE-COPIES
            PERFORM SCORE-LOTS
            PERFORM WRITE-LOT-REPORT

            DISPLAY 'DAY04LOT ' WS-NIGHT-CARDS ' CARDS IN '
                    WS-LOT-COUNT ' LOT(S), ' WS-FLAGGED-COUNT
                    ' FLAGGED (SEE LOTRPT)'
            IF WS-FLAGGED-COUNT > 0
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF

            STOP RUN.

      *
      *    NEXT DATA RECORD - THE SUPPLIER *HDR/*TRL CONTROL RECORDS
      *    ARE SKIPPED THE SAME WAY DAY04FRQ SKIPS THEM.
      *
         READ-INPUT-RECORD SECTION.
            READ INPUT-FILE
               AT END SET INPUT-END TO TRUE
            END-READ
            PERFORM UNTIL INPUT-END
                         OR (INPUT-TEXT(1:5) NOT = '*HDR '
                             AND INPUT-TEXT(1:5) NOT = '*TRL ')
               READ INPUT-FILE
                  AT END SET INPUT-END TO TRUE
               END-READ
            END-PERFORM
            .

         TALLY-ONE-CARD SECTION.
            MOVE 0 TO WS-MATCHES
            MOVE 0 TO WS-POINTS
            PERFORM VARYING IX FROM 1 BY 1
                        UNTIL IX > WS-OWNED-CAPACITY
               SET IX-WIN TO 1
               SEARCH WS-WINNING-NUM
                  AT END
                     CONTINUE
                  WHEN WS-WINNING-NUM(IX-WIN) = WS-OWNED-NUM(IX)
                   AND WS-WINNING-NUM(IX-WIN) NOT = SPACES
                     ADD 1 TO WS-MATCHES
                     EVALUATE WS-POINTS
                        WHEN 0
                           MOVE 1 TO WS-POINTS
                        WHEN OTHER
                           MULTIPLY 2 BY WS-POINTS
                     END-EVALUATE
               END-SEARCH
            END-PERFORM
            IF WS-MATCHES > 20
               MOVE 20 TO WS-MATCHES
            END-IF

            MOVE WS-LOT-CODE TO WS-LOT-KEY
            IF WS-LOT-KEY = SPACES
               MOVE '(NONE)' TO WS-LOT-KEY
            END-IF
            PERFORM FIND-LOT

            IF LX > 0
               ADD 1                   TO WS-L-CARDS(LX)
               ADD WS-MATCHES          TO WS-L-MATCHES(LX)
               ADD WS-POINTS           TO WS-L-POINTS(LX)
               ADD 1 TO WS-L-DIST(LX, WS-MATCHES + 1)
               ADD 1                   TO WS-NIGHT-CARDS
               ADD WS-MATCHES          TO WS-NIGHT-MATCHES
               COMPUTE WS-NIGHT-SQUARES = WS-NIGHT-SQUARES
                                        + WS-MATCHES * WS-MATCHES
               ADD WS-POINTS           TO WS-NIGHT-POINTS
            END-IF

            MOVE WS-CARD-NO TO CIX
            IF CIX >= 1 AND CIX <= 192 AND LX > 0
               MOVE LX         TO WS-CD-LOT(CIX)
               MOVE WS-MATCHES TO WS-CD-MATCHES(CIX)
               MOVE 1          TO WS-CD-QUANTITY(CIX)
            ELSE
               ADD 1 TO WS-SKIPPED-CARDS
            END-IF
            .

      *
      *    LOT WS-LOT-KEY'S SLOT IN LX, ADDED IF NEW. A FULL TABLE
      *    LEAVES LX AT ZERO AND THE CARD OUT OF THE BREAKDOWN.
      *
         FIND-LOT SECTION.
            MOVE 0 TO LX
            PERFORM VARYING IX FROM 1 BY 1
                    UNTIL IX > WS-LOT-COUNT OR LX > 0
               IF WS-L-CODE(IX) = WS-LOT-KEY
                  MOVE IX TO LX
               END-IF
            END-PERFORM
            IF LX = 0
               IF WS-LOT-COUNT < WS-LOT-MAX
                  ADD 1 TO WS-LOT-COUNT
                  MOVE WS-LOT-COUNT TO LX
                  MOVE WS-LOT-KEY TO WS-L-CODE(LX)
               ELSE
                  DISPLAY 'DAY04LOT WARNING - LOT TABLE FULL AT '
                          WS-LOT-MAX '; CARD ' WS-CARD-NO
                          ' OF LOT ' WS-LOT-KEY ' NOT ANALYSED'
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
               END-IF
            END-IF
            .

      *
      *    THE DAY04P2 CASCADE - THE COPIES EACH CARD'S QUANTITY
      *    WINS ARE CREDITED TO THE LOT OF THE CARD THAT WON THEM.
      *
         CASCADE-COPIES SECTION.
            PERFORM VARYING CIX FROM 1 BY 1 UNTIL CIX > 192
               IF WS-CD-QUANTITY(CIX) > 0
                  MOVE WS-CD-LOT(CIX) TO LX
                  COMPUTE WS-L-COPIES(LX) = WS-L-COPIES(LX)
                     + WS-CD-QUANTITY(CIX) * WS-CD-MATCHES(CIX)
                  COMPUTE WS-NIGHT-COPIES = WS-NIGHT-COPIES
                     + WS-CD-QUANTITY(CIX) * WS-CD-MATCHES(CIX)
                  MOVE CIX TO CIX2
                  PERFORM WS-CD-MATCHES(CIX) TIMES
                     ADD 1 TO CIX2
                     IF CIX2 <= 192
                        ADD WS-CD-QUANTITY(CIX) TO WS-CD-QUANTITY(CIX2)
                     END-IF
                  END-PERFORM
               END-IF
            END-PERFORM
            .

      *
      *    Z = (LOT MEAN - REST MEAN) / SQRT(VAR * (1/NL + 1/NR)),
      *    VAR BEING THE WHOLE NIGHT'S MATCH-COUNT VARIANCE. A
      *    NIGHT WHERE EVERY CARD MATCHED THE SAME HAS NO SPREAD TO
      *    JUDGE AGAINST, SO NOTHING IS SCORED.
      *
         SCORE-LOTS SECTION.
            IF WS-NIGHT-CARDS > 0
               COMPUTE WS-NIGHT-MEAN ROUNDED =
                  WS-NIGHT-MATCHES / WS-NIGHT-CARDS
               COMPUTE WS-NIGHT-VARIANCE ROUNDED =
                  WS-NIGHT-SQUARES / WS-NIGHT-CARDS
                  - WS-NIGHT-MEAN * WS-NIGHT-MEAN
            END-IF
            PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > WS-LOT-COUNT
               COMPUTE WS-REST-CARDS = WS-NIGHT-CARDS - WS-L-CARDS(LX)
               IF WS-L-CARDS(LX) < WS-MIN-CARDS
               OR WS-REST-CARDS < WS-MIN-CARDS
               OR WS-NIGHT-VARIANCE = 0
                  SET LOT-TOO-SMALL(LX) TO TRUE
               ELSE
                  COMPUTE WS-LOT-MEAN ROUNDED =
                     WS-L-MATCHES(LX) / WS-L-CARDS(LX)
                  COMPUTE WS-REST-MEAN ROUNDED =
                     (WS-NIGHT-MATCHES - WS-L-MATCHES(LX))
                     / WS-REST-CARDS
                  COMPUTE WS-STD-ERROR ROUNDED =
                     (WS-NIGHT-VARIANCE
                      * (1 / WS-L-CARDS(LX) + 1 / WS-REST-CARDS))
                     ** 0.5
                  COMPUTE WS-Z ROUNDED =
                     (WS-LOT-MEAN - WS-REST-MEAN) / WS-STD-ERROR
                  MOVE WS-Z TO WS-L-Z(LX)
                  SET LOT-SCORED(LX) TO TRUE
                  IF WS-Z >= WS-Z-LIMIT
                  OR WS-Z <= 0 - WS-Z-LIMIT
                     SET LOT-FLAGGED(LX) TO TRUE
                     ADD 1 TO WS-FLAGGED-COUNT
                     MOVE WS-Z TO WS-D-Z
                     DISPLAY 'DAY04LOT LOT ' WS-L-CODE(LX)
                             ' MATCH RATE OUT OF LINE - Z ' WS-D-Z
                     MOVE SPACES TO WS-EXCLOG-LINE
                     STRING 'DAY04LOT W LOT ' WS-L-CODE(LX)
                            ' MATCH RATE OUT OF LINE WITH THE '
                            'NIGHT, Z ' WS-D-Z
                        DELIMITED BY SIZE INTO WS-EXCLOG-LINE
                     END-STRING
                     CALL 'DAY00LOG' USING WS-EXCLOG-LINE
                     END-CALL
                  END-IF
               END-IF
            END-PERFORM
            .

         WRITE-LOT-REPORT SECTION.
            OPEN OUTPUT RPT-FILE
            MOVE WS-RUN-STAMP TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE 'DAY04LOT PRINT-LOT PERFORMANCE ANALYSIS'
               TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE SPACES TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE WS-HEAD-LINE TO RPT-RECORD
            WRITE RPT-RECORD

            PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > WS-LOT-COUNT
               MOVE SPACES           TO WS-DETAIL-LINE
               MOVE WS-L-CODE(LX)    TO WS-D-LOT
               MOVE WS-L-CARDS(LX)   TO WS-D-CARDS
               COMPUTE WS-LOT-MEAN ROUNDED =
                  WS-L-MATCHES(LX) / WS-L-CARDS(LX)
               MOVE WS-LOT-MEAN      TO WS-D-AVG
               MOVE WS-L-POINTS(LX)  TO WS-D-POINTS
               MOVE WS-L-COPIES(LX)  TO WS-D-COPIES
               EVALUATE TRUE
                  WHEN LOT-FLAGGED(LX)
                     MOVE WS-L-Z(LX) TO WS-D-Z
                     MOVE '** OUT OF LINE' TO WS-D-NOTE
                  WHEN LOT-SCORED(LX)
                     MOVE WS-L-Z(LX) TO WS-D-Z
                  WHEN OTHER
                     MOVE 'NOT SCORED' TO WS-D-NOTE
               END-EVALUATE
               MOVE WS-DETAIL-LINE TO RPT-RECORD
               WRITE RPT-RECORD
            END-PERFORM

            MOVE SPACES              TO WS-DETAIL-LINE
            MOVE 'NIGHT'             TO WS-D-LOT
            MOVE WS-NIGHT-CARDS      TO WS-D-CARDS
            MOVE WS-NIGHT-MEAN       TO WS-D-AVG
            MOVE WS-NIGHT-POINTS     TO WS-D-POINTS
            MOVE WS-NIGHT-COPIES     TO WS-D-COPIES
            MOVE WS-DETAIL-LINE TO RPT-RECORD
            WRITE RPT-RECORD

            MOVE SPACES TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE 'MATCH-COUNT DISTRIBUTION BY LOT - MATCHES:CARDS'
               TO RPT-RECORD
            WRITE RPT-RECORD
            PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > WS-LOT-COUNT
               PERFORM WRITE-LOT-DISTRIBUTION
            END-PERFORM
            CLOSE RPT-FILE
            .

         WRITE-LOT-DISTRIBUTION SECTION.
            MOVE SPACES TO WS-DIST-LINE
            MOVE 1 TO WS-DIST-PTR
            STRING WS-L-CODE(LX) DELIMITED BY SIZE
               INTO WS-DIST-LINE
               WITH POINTER WS-DIST-PTR
            END-STRING
            PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > 21
               IF WS-L-DIST(LX, MX) > 0
                  COMPUTE WS-DIST-MATCH-ED = MX - 1
                  MOVE WS-L-DIST(LX, MX) TO WS-DIST-COUNT-ED
                  STRING '  ' WS-DIST-MATCH-ED ':' WS-DIST-COUNT-ED
                     DELIMITED BY SIZE
                     INTO WS-DIST-LINE
                     WITH POINTER WS-DIST-PTR
                  END-STRING
               END-IF
            END-PERFORM
            MOVE WS-DIST-LINE TO RPT-RECORD
            WRITE RPT-RECORD
            .
