         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY06AUD.

      *
      *    POST-RACE AUDIT OF THE CREWS' ACTUAL BUTTON HOLDS. THE
      *    NIGHTLY RUN ONLY PREDICTS THE WINNING WINDOW (RAC-FIRST
      *    TO RAC-LAST ON RACEFILE) AND NOTHING CHECKED WHAT THE
      *    CREWS ACTUALLY DID. THE RACE OFFICE NOW SENDS A RACERES
      *    RESULTS FILE, ONE 'RACE-NO HOLD DISTANCE' LINE PER RACE
      *    (THE RACE NUMBER AS PRINTED ON RACEFILE, THE HOLD TIME
      *    ACTUALLY USED, AND THE DISTANCE ACTUALLY RUN; BLANK AND
      *    * LINES SKIPPED). THIS PROGRAM JOINS IT TO THE NIGHT'S
      *    RACEFILE AND THE NIGHTLY BOATPARM MODEL (THE FIRST LINE,
      *    AS DAY06P1 USES) AND REPORTS FOR EACH RACE WHETHER THE
      *    HOLD FELL INSIDE THE WINDOW, THE DISTANCE THE MODEL
      *    PREDICTS FOR THAT HOLD NEXT TO THE ACTUAL DISTANCE, AND
      *    THE MODEL ERROR (ACTUAL LESS PREDICTED, AND AS A PERCENT
      *    OF PREDICTED).
      *
      *    A RACE WHOSE ERROR RUNS PAST THE SET TOLERANCE IS FLAGGED
      *    OFF-MODEL; ANY OFF-MODEL RACE, HOLD OUTSIDE THE WINDOW,
      *    OR RESULT LINE WITH NO MATCHING RACE SETS RETURN CODE 4.
      *    A BOAT THAT KEEPS LANDING AWAY FROM ITS PREDICTED
      *    DISTANCE MEANS THE BOATPARM ACCELERATION FIGURES ARE
      *    STALE.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT RES-FILE ASSIGN TO RACERES
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RES-STATUS.

            SELECT RACE-FILE ASSIGN TO RACEFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RACE-STATUS.

            SELECT PARM-FILE ASSIGN TO BOATPARM
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.

         DATA DIVISION.

         FILE SECTION.
         FD RES-FILE.
         01 RES-RECORD.
            88 RES-END           VALUE LOW-VALUE.
            05 RES-TEXT          PIC X(80).

         FD RACE-FILE.
         01 RACE-RECORD.
            88 RACE-END          VALUE LOW-VALUE.
            05 RACE-TEXT         PIC X(130).

         FD PARM-FILE.
         01 PARM-RECORD.
            88 PARM-END          VALUE LOW-VALUE.
            05 PARM-TEXT         PIC X(40).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".
         COPY "EXCLOG.CPY".

         01 WS-RES-STATUS        PIC XX.
         01 WS-RACE-STATUS       PIC XX.
         01 WS-PARM-STATUS       PIC XX.

      *
      *    MODEL ERROR (PERCENT OF THE PREDICTED DISTANCE) PAST
      *    WHICH A RACE IS FLAGGED OFF-MODEL.
      *
         77 WS-ERROR-PCT         PIC 999 VALUE 10.

      *
      *    THE NIGHTLY MODEL - SAME DEFAULTS AND SAME BOATPARM
      *    FIRST-LINE RULE AS DAY06P1C.
      *
         01 WS-MODEL-NAME        PIC X(8) VALUE SPACES.
         01 WS-ACCEL             PIC 9(9)  VALUE 1.
         01 WS-START-SPEED       PIC 9(15) VALUE 0.

      *
      *    THE NIGHT'S RACES AS RACEFILE HAS THEM.
      *
         01 WS-RACE-COUNT        PIC 99 VALUE 0.
         01 WS-RACE-TABLE.
            05 WS-RACE-ENTRY OCCURS 20.
               10 WS-R-RACE-NO   PIC 99.
               10 WS-R-TIME      PIC 9(15).
               10 WS-R-DIST      PIC 9(15).
               10 WS-R-FIRST     PIC 9(15).
               10 WS-R-LAST      PIC 9(15).
               10 WS-R-AUDITED   PIC 9.

      *
      *    RACEFILE AND RACERES FIELDS ARE SPLIT OUT AS TEXT AND
      *    CONVERTED DIGIT BY DIGIT, AS DAY06HIS DOES.
      *
         01 WS-TOKEN-TABLE.
            05 WS-TOKEN          PIC X(15) OCCURS 8.
         01 WS-TOKEN-VALUE       PIC 9(15).
         01 WS-TOKEN-DIGIT       PIC 9.
         01 WS-TOKEN-CHAR REDEFINES WS-TOKEN-DIGIT PIC X.
         01 SW-TOKEN-BAD         PIC 9.
            88 TOKEN-BAD               VALUE 1.
            88 TOKEN-OK                VALUE 0.

         01 WS-RES-RACE-NO       PIC 9(15).
         01 WS-RES-HOLD          PIC 9(15).
         01 WS-RES-DIST          PIC 9(15).
         01 WS-RES-LINE          PIC 9(5) VALUE 0.

         01 WS-HOLD              PIC 9(15).
         01 WS-TIME              PIC 9(15).
         01 WS-COMP-DIST         PIC 9(18).
         01 WS-MODEL-ERROR       PIC S9(18).
         01 WS-ABS-ERROR         PIC 9(18).
         01 WS-ERROR-OF          PIC 9(5).

         01 WS-AUDIT-COUNT       PIC 9(4) VALUE 0.
         01 WS-INSIDE-COUNT      PIC 9(4) VALUE 0.
         01 WS-OUTSIDE-COUNT     PIC 9(4) VALUE 0.
         01 WS-OFF-MODEL-COUNT   PIC 9(4) VALUE 0.
         01 WS-UNMATCHED-COUNT   PIC 9(4) VALUE 0.
         01 WS-NO-RESULT-COUNT   PIC 9(4) VALUE 0.

         01 SW-RACE-FOUND        PIC 9.
            88 RACE-FOUND              VALUE 1.
            88 RACE-NOT-FOUND          VALUE 0.

         77 RX                   PIC 99.
         77 TX                   PIC 99.
         77 CX                   PIC 99.
         77 FNB                  PIC 999.

         01 WS-AUDIT-LINE.
            05 FILLER            PIC X(5) VALUE 'RACE '.
            05 WS-A-RACE-NO      PIC Z9.
            05 FILLER            PIC X(6) VALUE ' HOLD '.
            05 WS-A-HOLD         PIC Z(14)9.
            05 FILLER            PIC X VALUE SPACE.
            05 WS-A-WINDOW       PIC X(7).
            05 FILLER            PIC X(11) VALUE ' PREDICTED '.
            05 WS-A-PREDICTED    PIC Z(17)9.
            05 FILLER            PIC X(8) VALUE ' ACTUAL '.
            05 WS-A-ACTUAL       PIC Z(14)9.
            05 FILLER            PIC X(7) VALUE ' ERROR '.
            05 WS-A-ERROR        PIC -(17)9.
            05 FILLER            PIC X VALUE SPACE.
            05 WS-A-ERROR-PCT    PIC ZZZZ9.
            05 FILLER            PIC X(2) VALUE '% '.
            05 WS-A-FLAG         PIC X(9).

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY06AUD'==
                         ==PFX-SUB== BY =='/day06'==.

            PERFORM LOAD-BOAT-PARAMETERS
            PERFORM LOAD-RACEFILE

            OPEN INPUT RES-FILE
            IF WS-RES-STATUS NOT = '00'
               DISPLAY 'DAY06AUD NO RACERES RESULTS FILE - NOTHING '
                       'TO AUDIT'
               STOP RUN
            END-IF

            DISPLAY 'DAY06AUD POST-RACE HOLD AUDIT - MODEL '
                    WS-MODEL-NAME ' ACCELERATION ' WS-ACCEL
                    ' START SPEED ' WS-START-SPEED
            READ RES-FILE
               AT END SET RES-END TO TRUE
            END-READ
            PERFORM UNTIL RES-END
               ADD 1 TO WS-RES-LINE
               IF RES-TEXT NOT = SPACES AND RES-TEXT(1:1) NOT = '*'
                  PERFORM AUDIT-ONE-RESULT
               END-IF
               READ RES-FILE
                  AT END SET RES-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE RES-FILE

            PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > WS-RACE-COUNT
               IF WS-R-AUDITED(RX) = 0
                  ADD 1 TO WS-NO-RESULT-COUNT
                  DISPLAY 'DAY06AUD RACE ' WS-R-RACE-NO(RX)
                          ' HAS NO RESULT ON RACERES'
               END-IF
            END-PERFORM

            DISPLAY 'DAY06AUD ' WS-AUDIT-COUNT ' RACES AUDITED, '
                    WS-INSIDE-COUNT ' INSIDE THE WINDOW, '
                    WS-OUTSIDE-COUNT ' OUTSIDE, '
                    WS-OFF-MODEL-COUNT ' OFF-MODEL, '
                    WS-UNMATCHED-COUNT ' UNMATCHED'
            IF WS-OFF-MODEL-COUNT > 0
               DISPLAY 'DAY06AUD MODEL ERROR OVER ' WS-ERROR-PCT
                       ' PERCENT ON ' WS-OFF-MODEL-COUNT
                       ' RACE(S) - BOATPARM FIGURES MAY BE STALE'
               MOVE SPACES TO WS-EXCLOG-LINE
               STRING 'DAY06AUD W ' WS-OFF-MODEL-COUNT
                      ' RACE(S) OFF-MODEL - CHECK BOATPARM FIGURES'
                  DELIMITED BY SIZE INTO WS-EXCLOG-LINE
               END-STRING
               CALL 'DAY00LOG' USING WS-EXCLOG-LINE
               END-CALL
            END-IF

            IF WS-OFF-MODEL-COUNT > 0 OR WS-OUTSIDE-COUNT > 0
            OR WS-UNMATCHED-COUNT > 0
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF

            STOP RUN.

         LOAD-BOAT-PARAMETERS SECTION.
            OPEN INPUT PARM-FILE
            IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                  AT END SET PARM-END TO TRUE
               END-READ
               IF NOT PARM-END
                  IF PARM-TEXT(1:1) NUMERIC
                     UNSTRING PARM-TEXT
                        DELIMITED BY ALL SPACE
                        INTO WS-ACCEL, WS-START-SPEED
                     END-UNSTRING
                  ELSE
                     UNSTRING PARM-TEXT
                        DELIMITED BY ALL SPACE
                        INTO WS-MODEL-NAME, WS-ACCEL,
                             WS-START-SPEED
                     END-UNSTRING
                  END-IF
               END-IF
               CLOSE PARM-FILE
            END-IF
            .

         LOAD-RACEFILE SECTION.
            OPEN INPUT RACE-FILE
            IF WS-RACE-STATUS NOT = '00'
               DISPLAY 'DAY06AUD NO RACEFILE FOUND - RUN DAY06P1 '
                       'FIRST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF
            READ RACE-FILE
               AT END SET RACE-END TO TRUE
            END-READ
            PERFORM UNTIL RACE-END
               IF RACE-TEXT NOT = SPACES AND RACE-TEXT(1:1) NOT = '*'
                  IF WS-RACE-COUNT >= 20
                     DISPLAY 'DAY06AUD WARNING - RACE TABLE FULL AT '
                             '20 ENTRIES; RACE DROPPED'
                     IF RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                     END-IF
                  ELSE
                     PERFORM LOAD-ONE-RACE
                  END-IF
               END-IF
               READ RACE-FILE
                  AT END SET RACE-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE RACE-FILE
            .

      *
      *    THE RACE NUMBER IS RIGHT-ALIGNED, SO THE UNSTRING STARTS
      *    AT THE FIRST NON-BLANK, AS IN DAY06HIS.
      *
         LOAD-ONE-RACE SECTION.
            MOVE 1 TO FNB
            PERFORM UNTIL FNB > 120
                         OR RACE-TEXT(FNB:1) NOT = SPACE
               ADD 1 TO FNB
            END-PERFORM

            MOVE SPACES TO WS-TOKEN-TABLE
            UNSTRING RACE-TEXT(FNB:)
               DELIMITED BY ALL SPACE
               INTO WS-TOKEN(1), WS-TOKEN(2), WS-TOKEN(3),
                    WS-TOKEN(4), WS-TOKEN(5), WS-TOKEN(6),
                    WS-TOKEN(7), WS-TOKEN(8)
            END-UNSTRING

            ADD 1 TO WS-RACE-COUNT
            MOVE WS-RACE-COUNT TO RX
            MOVE 1 TO TX
            PERFORM CONVERT-TOKEN
            MOVE WS-TOKEN-VALUE TO WS-R-RACE-NO(RX)
            MOVE 2 TO TX
            PERFORM CONVERT-TOKEN
            MOVE WS-TOKEN-VALUE TO WS-R-TIME(RX)
            MOVE 3 TO TX
            PERFORM CONVERT-TOKEN
            MOVE WS-TOKEN-VALUE TO WS-R-DIST(RX)
            MOVE 4 TO TX
            PERFORM CONVERT-TOKEN
            MOVE WS-TOKEN-VALUE TO WS-R-FIRST(RX)
            MOVE 5 TO TX
            PERFORM CONVERT-TOKEN
            MOVE WS-TOKEN-VALUE TO WS-R-LAST(RX)
            MOVE 0 TO WS-R-AUDITED(RX)
            .

         AUDIT-ONE-RESULT SECTION.
            MOVE SPACES TO WS-TOKEN-TABLE
            UNSTRING RES-TEXT
               DELIMITED BY ALL SPACE
               INTO WS-TOKEN(1), WS-TOKEN(2), WS-TOKEN(3)
            END-UNSTRING

            SET TOKEN-OK TO TRUE
            MOVE 1 TO TX
            PERFORM CONVERT-TOKEN
            MOVE WS-TOKEN-VALUE TO WS-RES-RACE-NO
            MOVE 2 TO TX
            PERFORM CONVERT-TOKEN
            MOVE WS-TOKEN-VALUE TO WS-RES-HOLD
            MOVE 3 TO TX
            PERFORM CONVERT-TOKEN
            MOVE WS-TOKEN-VALUE TO WS-RES-DIST
            IF WS-TOKEN(3) = SPACES
               SET TOKEN-BAD TO TRUE
            END-IF

            SET RACE-NOT-FOUND TO TRUE
            IF TOKEN-OK
               PERFORM VARYING RX FROM 1 BY 1
                           UNTIL RX > WS-RACE-COUNT OR RACE-FOUND
                  IF WS-R-RACE-NO(RX) = WS-RES-RACE-NO
                     SET RACE-FOUND TO TRUE
                     SUBTRACT 1 FROM RX
                  END-IF
               END-PERFORM
            END-IF

            IF RACE-FOUND
               IF WS-RES-HOLD > WS-R-TIME(RX)
                  SET RACE-NOT-FOUND TO TRUE
               END-IF
            END-IF

            IF RACE-NOT-FOUND
               ADD 1 TO WS-UNMATCHED-COUNT
               DISPLAY 'DAY06AUD RACERES LINE ' WS-RES-LINE
                       ' NOT AUDITED - NO SUCH RACE ON RACEFILE, '
                       'BAD FIELD, OR HOLD LONGER THAN THE RACE: '
                       RES-TEXT(1:40)
            ELSE
               PERFORM REPORT-ONE-RACE
            END-IF
            .

         REPORT-ONE-RACE SECTION.
            ADD 1 TO WS-AUDIT-COUNT
            MOVE 1 TO WS-R-AUDITED(RX)
            MOVE SPACES TO WS-A-FLAG

            IF WS-RES-HOLD >= WS-R-FIRST(RX)
            AND WS-RES-HOLD <= WS-R-LAST(RX)
            AND WS-R-LAST(RX) > 0
               MOVE 'INSIDE ' TO WS-A-WINDOW
               ADD 1 TO WS-INSIDE-COUNT
            ELSE
               MOVE 'OUTSIDE' TO WS-A-WINDOW
               ADD 1 TO WS-OUTSIDE-COUNT
            END-IF

            MOVE WS-R-TIME(RX) TO WS-TIME
            MOVE WS-RES-HOLD   TO WS-HOLD
            PERFORM COMPUTE-MODEL-DIST

            COMPUTE WS-MODEL-ERROR = WS-RES-DIST - WS-COMP-DIST
            IF WS-MODEL-ERROR < 0
               COMPUTE WS-ABS-ERROR = 0 - WS-MODEL-ERROR
            ELSE
               MOVE WS-MODEL-ERROR TO WS-ABS-ERROR
            END-IF

      *
      *    A ZERO PREDICTION (A HOLD OF NOTHING OR THE WHOLE RACE)
      *    THAT STILL RAN SOME DISTANCE IS OFF BY DEFINITION.
      *
            IF WS-COMP-DIST = 0
               IF WS-ABS-ERROR = 0
                  MOVE 0 TO WS-ERROR-OF
               ELSE
                  MOVE 99999 TO WS-ERROR-OF
               END-IF
            ELSE
               COMPUTE WS-ERROR-OF ROUNDED =
                  WS-ABS-ERROR * 100 / WS-COMP-DIST
                  ON SIZE ERROR
                     MOVE 99999 TO WS-ERROR-OF
               END-COMPUTE
            END-IF
            IF WS-ERROR-OF > WS-ERROR-PCT
               MOVE 'OFF-MODEL' TO WS-A-FLAG
               ADD 1 TO WS-OFF-MODEL-COUNT
            END-IF

            MOVE WS-R-RACE-NO(RX) TO WS-A-RACE-NO
            MOVE WS-RES-HOLD      TO WS-A-HOLD
            MOVE WS-COMP-DIST     TO WS-A-PREDICTED
            MOVE WS-RES-DIST      TO WS-A-ACTUAL
            MOVE WS-MODEL-ERROR   TO WS-A-ERROR
            MOVE WS-ERROR-OF      TO WS-A-ERROR-PCT
            DISPLAY WS-AUDIT-LINE
            .

         COMPUTE-MODEL-DIST SECTION.
            COMPUTE WS-COMP-DIST = (WS-START-SPEED
                                    + WS-ACCEL * WS-HOLD)
                                 * (WS-TIME - WS-HOLD)
            .

      *
      *    BUILD A FIELD'S VALUE DIGIT BY DIGIT, SKIPPING SPACES; ANY
      *    OTHER NON-DIGIT MARKS THE RESULT LINE BAD.
      *
         CONVERT-TOKEN SECTION.
            MOVE 0 TO WS-TOKEN-VALUE
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 15
               MOVE WS-TOKEN(TX)(CX:1) TO WS-TOKEN-CHAR
               IF WS-TOKEN-CHAR NUMERIC
                  COMPUTE WS-TOKEN-VALUE =
                     WS-TOKEN-VALUE * 10 + WS-TOKEN-DIGIT
               ELSE
                  IF WS-TOKEN-CHAR NOT = SPACE
                     SET TOKEN-BAD TO TRUE
                  END-IF
               END-IF
            END-PERFORM
            .
