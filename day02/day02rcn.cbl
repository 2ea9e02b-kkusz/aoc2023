         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY02RCN.

      *
      *    PHYSICAL RECOUNT RECONCILIATION FOR THE DAY02 AUDIT
      *    SAMPLE. DAY02SMP DRAWS THE NIGHT'S SAMPLE AND WRITES THE
      *    RCTWORK WORKSHEET; THE AUDITORS KEY THEIR PHYSICAL
      *    RECOUNT INTO ITS RED/GREEN/BLUE COLUMNS AND HAND IT BACK
      *    AS RCTFILE ('GAME SET RED GREEN BLUE', THE *RUN STAMP OF
      *    THE SAMPLING RUN STILL AT THE TOP). THIS PROGRAM RUNS
      *    EVERY GAME ON INPFILE THROUGH THE SAME DAY02PR PARSER THE
      *    PART PROGRAMS USE AND COMPARES EACH KEYED SET AGAINST THE
      *    FEED, SET BY SET.
      *
      *    A GAME AGREES WHEN EVERY KEYED SET MATCHES THE FEED; ONE
      *    DIFFERING SET, OR A KEYED SET THE FEED DOES NOT HAVE,
      *    MAKES IT A MISMATCH AND EVERY DIFFERING SET IS LISTED. A
      *    SAMPLED GAME WITH NO SET KEYED WAS NOT RECOUNTED AND
      *    STAYS OUT OF THE RATE; ONE MISSING FROM THE FEED IS
      *    REPORTED ON ITS OWN. THE DISCREPANCY RATE IS MISMATCHED
      *    GAMES OVER RECOUNTED GAMES. EACH GAME'S OUTCOME IS
      *    APPENDED TO THE SMPHIST AUDIT HISTORY UNDER ITS SAMPLE
      *    DATE, EVERY MISMATCH GOES TO THE SHARED EXCEPTION LOG,
      *    AND ANY MISMATCH OR MISSING GAME RAISES RC 4.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT INPUT-FILE ASSIGN TO INPFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INP-STATUS.

            SELECT RCT-FILE ASSIGN TO RCTFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RCT-STATUS.

            SELECT HIST-FILE ASSIGN TO SMPHIST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HIST-STATUS.

         DATA DIVISION.

         FILE SECTION.
         FD INPUT-FILE.
         01 INPUT-RECORD.
            88 INPUT-END        VALUE LOW-VALUE.
            05 INPUT-TEXT       PIC X(200).

         FD RCT-FILE.
         01 RCT-RECORD.
            88 RCT-END           VALUE LOW-VALUE.
            05 RCT-GAME-NO       PIC X(3).
            05 FILLER            PIC X.
            05 RCT-SET-NO        PIC X(2).
            05 RCT-CELL          OCCURS 3.
               10 FILLER         PIC X.
               10 RCT-COUNT      PIC X(3).
            05 FILLER            PIC X(50).

         FD HIST-FILE.
         COPY "DAY02SMH.CPY".

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         77 WS-KEEP-RC           PIC S9(9) VALUE 0.

         COPY "EXCLOG.CPY".
         COPY "SCRUBDAT.CPY".

         01 WS-INP-STATUS        PIC XX.
         01 WS-RCT-STATUS        PIC XX.
         01 WS-HIST-STATUS       PIC XX.

         01 WS-RECORD            PIC X(200).

         COPY "DAY02GAM.CPY".

         01 WS-DQ-COUNT          PIC 99.
         01 WS-DQ-TABLE.
            05 WS-DQ-ENTRY OCCURS 10.
               10 WS-DQ-SET-NO   PIC 99.
               10 WS-DQ-TEXT     PIC X(100).

         01 WS-SAMPLE-DATE       PIC 9(8) VALUE 0.
         01 WS-RUN-DATE          PIC 9(8).

      *
      *    ONE ENTRY PER SAMPLED GAME, WITH ITS KEYED SETS. A SET
      *    IS KEYED WHEN ANY OF ITS THREE COLUMNS WAS FILLED IN.
      *    STATE 0 NOT YET SEEN ON THE FEED, 1 MATCH, 2 MISMATCH,
      *    3 NOT RECOUNTED.
      *
         01 WS-SAMPLE-COUNT      PIC 9(4) VALUE 0.
         01 WS-SAMPLE-TABLE.
            05 WS-SAMPLE-ENTRY OCCURS 1000.
               10 WS-M-GAME      PIC 999.
               10 WS-M-STATE     PIC 9.
               10 WS-M-KEYED     PIC 99.
               10 WS-M-BAD-SETS  PIC 99.
               10 WS-M-SET       OCCURS 10.
                  15 WS-M-SET-KEYED PIC 9.
                  15 WS-M-COUNT  PIC 999 OCCURS 3.

         01 WS-KEY-GAME          PIC 999.
         01 WS-KEY-SET           PIC 99.

         01 WS-FEED-COUNT        PIC 999 OCCURS 3.

         01 WS-NUMBER-VALUE      PIC 9(4).
         01 WS-NUMBER-DIGIT      PIC 9.
         01 WS-NUMBER-CHAR REDEFINES WS-NUMBER-DIGIT PIC X.
         01 WS-NUMBER-TEXT       PIC X(3).
         01 WS-NUMBER-KEYED      PIC 9.

         01 WS-MATCH-COUNT       PIC 9(4) VALUE 0.
         01 WS-MISMATCH-COUNT    PIC 9(4) VALUE 0.
         01 WS-NOT-RECOUNTED     PIC 9(4) VALUE 0.
         01 WS-NOT-ON-FEED       PIC 9(4) VALUE 0.
         01 WS-RECOUNTED         PIC 9(4) VALUE 0.
         01 WS-RATE              PIC 999V99 VALUE 0.
         01 WS-RATE-EDIT         PIC ZZ9.99.

         77 MX                   PIC 9(4).
         77 IX                   PIC 99.
         77 KX                   PIC 9.
         77 CX                   PIC 9.

         01 WS-DIFF-LINE.
            05 FILLER            PIC X(6) VALUE '  SET '.
            05 WS-D-SET          PIC Z9.
            05 FILLER            PIC X(7) VALUE '  FEED '.
            05 WS-D-FEED         OCCURS 3.
               10 WS-D-FEED-N    PIC ZZ9.
               10 FILLER         PIC X.
            05 FILLER            PIC X(9) VALUE ' RECOUNT '.
            05 WS-D-RCT          OCCURS 3.
               10 WS-D-RCT-N     PIC ZZ9.
               10 FILLER         PIC X.
            05 WS-D-NOTE         PIC X(20).

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY02RCN'==
                         ==PFX-SUB== BY =='/day02'==.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

            PERFORM LOAD-RECOUNT
            IF WS-SAMPLE-COUNT = 0
               DISPLAY 'DAY02RCN NO SAMPLED GAMES ON RCTFILE - '
                       'NOTHING TO RECONCILE'
               STOP RUN
            END-IF
            IF WS-SAMPLE-DATE = 0
               MOVE WS-RUN-DATE TO WS-SAMPLE-DATE
            END-IF

            DISPLAY 'DAY02RCN RECOUNT RECONCILIATION FOR THE SAMPLE '
                    'OF ' WS-SAMPLE-DATE
                    ' - RED/GREEN/BLUE, FEED AGAINST RECOUNT'
            PERFORM COMPARE-FEED
            PERFORM FINISH-SAMPLED-GAMES

            COMPUTE WS-RECOUNTED = WS-MATCH-COUNT + WS-MISMATCH-COUNT
            IF WS-RECOUNTED > 0
               COMPUTE WS-RATE ROUNDED = WS-MISMATCH-COUNT * 100
                                       / WS-RECOUNTED
            END-IF
            MOVE WS-RATE TO WS-RATE-EDIT

            DISPLAY 'DAY02RCN ' WS-RECOUNTED ' GAME(S) RECOUNTED, '
                    WS-MATCH-COUNT ' MATCH, ' WS-MISMATCH-COUNT
                    ' MISMATCH - DISCREPANCY RATE ' WS-RATE-EDIT '%'
            DISPLAY 'DAY02RCN ' WS-NOT-RECOUNTED
                    ' SAMPLED GAME(S) NOT RECOUNTED, '
                    WS-NOT-ON-FEED ' NOT ON THE FEED'

            PERFORM APPEND-OUTCOME-HISTORY

            IF (WS-MISMATCH-COUNT > 0 OR WS-NOT-ON-FEED > 0)
            AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
            END-IF

            STOP RUN.

      *
      *    THE *RUN STAMP LEFT ON THE WORKSHEET IS THE SAMPLING
      *    RUN'S - ITS DATE IS THE SAMPLE THE RECOUNT BELONGS TO.
      *
         LOAD-RECOUNT SECTION.
            OPEN INPUT RCT-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-RCT-STATUS==
                         ==FS-FILE-NAME== BY =='RCTFILE'==
                         ==FS-PGM==       BY =='DAY02RCN'==.
            READ RCT-FILE
               AT END SET RCT-END TO TRUE
            END-READ
            PERFORM UNTIL RCT-END
               EVALUATE TRUE
                  WHEN RCT-RECORD(1:5) = '*RUN '
                     IF RCT-RECORD(6:8) NUMERIC
                        MOVE RCT-RECORD(6:8) TO WS-SAMPLE-DATE
                     END-IF
                  WHEN RCT-RECORD(1:1) = '*'
                  WHEN RCT-RECORD = SPACES
                     CONTINUE
                  WHEN OTHER
                     PERFORM LOAD-ONE-RECOUNT-LINE
               END-EVALUATE
               READ RCT-FILE
                  AT END SET RCT-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE RCT-FILE
            .

         LOAD-ONE-RECOUNT-LINE SECTION.
            MOVE RCT-GAME-NO TO WS-NUMBER-TEXT
            PERFORM CONVERT-NUMBER
            MOVE WS-NUMBER-VALUE TO WS-KEY-GAME
            MOVE SPACE TO WS-NUMBER-TEXT
            MOVE RCT-SET-NO TO WS-NUMBER-TEXT(1:2)
            PERFORM CONVERT-NUMBER
            MOVE WS-NUMBER-VALUE TO WS-KEY-SET

            IF WS-KEY-SET < 1 OR WS-KEY-SET > 10
               DISPLAY 'DAY02RCN WARNING - RCTFILE LINE FOR GAME '
                       RCT-GAME-NO ' HAS SET ' RCT-SET-NO
                       ' OUTSIDE 1-10; LINE IGNORED'
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            ELSE
               PERFORM FIND-SAMPLE-GAME
               IF MX > WS-SAMPLE-COUNT
                  IF WS-SAMPLE-COUNT >= 1000
                     DISPLAY 'DAY02RCN WARNING - SAMPLE TABLE FULL '
                             'AT 1000 GAMES; GAME ' WS-KEY-GAME
                             ' NOT RECONCILED'
                     IF RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                     END-IF
                     MOVE 0 TO MX
                  ELSE
                     ADD 1 TO WS-SAMPLE-COUNT
                     MOVE WS-SAMPLE-COUNT TO MX
                     INITIALIZE WS-SAMPLE-ENTRY(MX)
                     MOVE WS-KEY-GAME TO WS-M-GAME(MX)
                  END-IF
               END-IF
               IF MX > 0
                  PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 3
                     MOVE RCT-COUNT(KX) TO WS-NUMBER-TEXT
                     PERFORM CONVERT-NUMBER
                     MOVE WS-NUMBER-VALUE
                        TO WS-M-COUNT(MX, WS-KEY-SET, KX)
                     IF WS-NUMBER-KEYED = 1
                     AND WS-M-SET-KEYED(MX, WS-KEY-SET) = 0
                        MOVE 1 TO WS-M-SET-KEYED(MX, WS-KEY-SET)
                        ADD 1 TO WS-M-KEYED(MX)
                     END-IF
                  END-PERFORM
               END-IF
            END-IF
            .

         FIND-SAMPLE-GAME SECTION.
            PERFORM VARYING MX FROM 1 BY 1
                        UNTIL MX > WS-SAMPLE-COUNT
                           OR WS-M-GAME(MX) = WS-KEY-GAME
               CONTINUE
            END-PERFORM
            .

      *
      *    A KEYED CELL MAY BE RIGHT- OR LEFT-ALIGNED - BUILD ITS
      *    VALUE DIGIT BY DIGIT AND NOTE WHETHER ANYTHING WAS KEYED.
      *
         CONVERT-NUMBER SECTION.
            MOVE 0 TO WS-NUMBER-VALUE
            MOVE 0 TO WS-NUMBER-KEYED
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 3
               MOVE WS-NUMBER-TEXT(CX:1) TO WS-NUMBER-CHAR
               IF WS-NUMBER-CHAR NUMERIC
                  MOVE 1 TO WS-NUMBER-KEYED
                  COMPUTE WS-NUMBER-VALUE =
                     WS-NUMBER-VALUE * 10 + WS-NUMBER-DIGIT
               END-IF
            END-PERFORM
            .

         COMPARE-FEED SECTION.
            OPEN INPUT INPUT-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-INP-STATUS==
                         ==FS-FILE-NAME== BY =='INPFILE'==
                         ==FS-PGM==       BY =='DAY02RCN'==.

      *
      *    FIRST RECORD PAST ANY *HDR IS THE PART PROGRAMS' OWN
      *    LIMIT LINE - SKIPPED, IT IS NOT A GAME.
      *
            PERFORM READ-INPUT-RECORD

            PERFORM READ-INPUT-RECORD
            PERFORM UNTIL INPUT-END
               IF INPUT-TEXT NOT = SPACES
               AND INPUT-TEXT(1:1) NOT = '*'
                  MOVE INPUT-TEXT TO WS-RECORD
                  COPY "SCRUBCHK.CPY"
                     REPLACING ==SCR-FIELD== BY WS-RECORD
                               ==SCR-LEN==   BY 200
                               ==SCR-PGM==   BY 'DAY02RCN'.
                  IF RETURN-CODE > WS-KEEP-RC
                     MOVE RETURN-CODE TO WS-KEEP-RC
                  END-IF
                  CALL 'DAY02PR' USING WS-RECORD, WS-PARSED, WS-GAME,
                                        WS-DQ-COUNT, WS-DQ-TABLE
                  END-CALL
                  IF WS-KEEP-RC > RETURN-CODE
                     MOVE WS-KEEP-RC TO RETURN-CODE
                  END-IF
                  MOVE WS-GAME-NUMBER TO WS-KEY-GAME
                  PERFORM FIND-SAMPLE-GAME
                  IF MX NOT > WS-SAMPLE-COUNT
                  AND WS-M-STATE(MX) = 0
                     PERFORM COMPARE-ONE-GAME
                  END-IF
               END-IF
               PERFORM READ-INPUT-RECORD
            END-PERFORM
            CLOSE INPUT-FILE
            .

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

         COMPARE-ONE-GAME SECTION.
            IF WS-M-KEYED(MX) = 0
               MOVE 3 TO WS-M-STATE(MX)
               ADD 1 TO WS-NOT-RECOUNTED
               DISPLAY 'GAME ' WS-M-GAME(MX) ' NOT RECOUNTED'
            ELSE
               MOVE 0 TO WS-M-BAD-SETS(MX)
               PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 10
                  IF WS-M-SET-KEYED(MX, IX) = 1
                     PERFORM COMPARE-ONE-SET
                  END-IF
               END-PERFORM
               IF WS-M-BAD-SETS(MX) = 0
                  MOVE 1 TO WS-M-STATE(MX)
                  ADD 1 TO WS-MATCH-COUNT
                  DISPLAY 'GAME ' WS-M-GAME(MX) ' MATCH    '
                          WS-M-KEYED(MX) ' SET(S) RECOUNTED'
               ELSE
                  MOVE 2 TO WS-M-STATE(MX)
                  ADD 1 TO WS-MISMATCH-COUNT
                  DISPLAY 'GAME ' WS-M-GAME(MX) ' MISMATCH '
                          WS-M-BAD-SETS(MX) ' OF '
                          WS-M-KEYED(MX) ' SET(S) DISAGREE'
                  MOVE SPACES TO WS-EXCLOG-LINE
                  STRING 'DAY02RCN W GAME ' WS-M-GAME(MX)
                         ' RECOUNT DISAGREES WITH FEED IN '
                         WS-M-BAD-SETS(MX) ' SET(S)'
                     DELIMITED BY SIZE INTO WS-EXCLOG-LINE
                  END-STRING
                  CALL 'DAY00LOG' USING WS-EXCLOG-LINE
                  END-CALL
               END-IF
            END-IF
            .

         COMPARE-ONE-SET SECTION.
            MOVE WS-RED-CUBES(IX)   TO WS-FEED-COUNT(1)
            MOVE WS-GREEN-CUBES(IX) TO WS-FEED-COUNT(2)
            MOVE WS-BLUE-CUBES(IX)  TO WS-FEED-COUNT(3)
            IF WS-FEED-COUNT(1) NOT = WS-M-COUNT(MX, IX, 1)
            OR WS-FEED-COUNT(2) NOT = WS-M-COUNT(MX, IX, 2)
            OR WS-FEED-COUNT(3) NOT = WS-M-COUNT(MX, IX, 3)
            OR WS-SETS-STR(IX) = SPACES
               ADD 1 TO WS-M-BAD-SETS(MX)
               MOVE SPACES TO WS-D-NOTE
               MOVE IX     TO WS-D-SET
               PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 3
                  MOVE WS-FEED-COUNT(KX)     TO WS-D-FEED-N(KX)
                  MOVE WS-M-COUNT(MX, IX, KX) TO WS-D-RCT-N(KX)
               END-PERFORM
               IF WS-SETS-STR(IX) = SPACES
                  MOVE ' SET NOT ON FEED' TO WS-D-NOTE
               END-IF
               DISPLAY WS-DIFF-LINE
            END-IF
            .

         FINISH-SAMPLED-GAMES SECTION.
            PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > WS-SAMPLE-COUNT
               IF WS-M-STATE(MX) = 0
                  ADD 1 TO WS-NOT-ON-FEED
                  DISPLAY 'GAME ' WS-M-GAME(MX)
                          ' SAMPLED BUT NOT ON THE FEED'
               END-IF
            END-PERFORM
            .

         APPEND-OUTCOME-HISTORY SECTION.
            OPEN EXTEND HIST-FILE
            IF WS-HIST-STATUS NOT = '00'
               OPEN OUTPUT HIST-FILE
            END-IF
            PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > WS-SAMPLE-COUNT
               MOVE SPACES          TO SMH-RECORD
               MOVE WS-SAMPLE-DATE  TO SMH-SAMPLE-DATE
               MOVE WS-RUN-DATE     TO SMH-EVENT-DATE
               MOVE WS-M-GAME(MX)   TO SMH-GAME-NO
               EVALUATE WS-M-STATE(MX)
                  WHEN 1
                     MOVE 'MATCH'         TO SMH-OUTCOME
                     STRING WS-M-KEYED(MX) ' SET(S) RECOUNTED'
                        DELIMITED BY SIZE INTO SMH-DETAIL
                     END-STRING
                  WHEN 2
                     MOVE 'MISMATCH'      TO SMH-OUTCOME
                     STRING WS-M-BAD-SETS(MX) ' OF '
                            WS-M-KEYED(MX) ' SET(S) DISAGREE'
                        DELIMITED BY SIZE INTO SMH-DETAIL
                     END-STRING
                  WHEN 3
                     MOVE 'NOT RECOUNTED' TO SMH-OUTCOME
                  WHEN OTHER
                     MOVE 'NOT ON FEED'   TO SMH-OUTCOME
               END-EVALUATE
               WRITE SMH-RECORD
            END-PERFORM
            CLOSE HIST-FILE
            .
