         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY09SIT.

      *
      *    SITE AND SYSTEM ROLLUP OF THE DAY09 SENSOR RESULTS. THE
      *    INSTRUMENTS TEAM MANAGES SENSORS BY PLANT SITE AND
      *    SYSTEM, NOT ONE ID AT A TIME, AND THE PER-LINE EXCEPTIONS
      *    COULD NOT SHOW ONE BAD SITE WITH TWENTY SENSORS FROM
      *    TWENTY BAD SITES WITH ONE EACH. THIS REPORT GROUPS THE
      *    NIGHT BY THE SITE AND SYSTEM CODES ON SENREG AND SHOWS,
      *    PER GROUP, HOW MANY SENSORS REPORTED (SENMST ROWS FOR THE
      *    NIGHT), HOW MANY IN-SERVICE SENSORS WENT SILENT, HOW MANY
      *    NEVER CONVERGED AND HOW MANY WERE SPIKE-REPAIRED (SENEXC),
      *    AND THE SUM OF THE EXTRAPOLATED VALUES - EACH NEXT TO ITS
      *    CHANGE FROM THE SAME NIGHT A WEEK EARLIER.
      *
      *    THE NIGHT IS THE DATE ON THE *RUN STAMP OF SENEXC (THE
      *    LATEST DATE ON SENMST WHEN SENEXC IS ABSENT). A SENSOR
      *    NOT ON THE REGISTRY IS ROLLED UP UNDER SITE ???? SYSTEM
      *    ????. EACH NIGHT'S GROUP COUNTS ARE KEPT IN THE SITEHIST
      *    HISTORY (A RERUN OF THE SAME NIGHT REPLACES ITS ROWS) SO
      *    THE WEEK-OVER-WEEK CHANGE NEEDS NOTHING BUT THIS REPORT'S
      *    OWN EARLIER RUNS; A GROUP WITH NO ROW A WEEK BACK SHOWS
      *    NEW IN PLACE OF ITS CHANGES.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT REG-FILE ASSIGN TO SENREG
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REG-STATUS.

            SELECT MAST-FILE ASSIGN TO SENMST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MAST-STATUS.

            SELECT EXC-FILE ASSIGN TO SENEXC
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EXC-STATUS.

            SELECT HIST-FILE ASSIGN TO SITEHIST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HIST-STATUS.

         DATA DIVISION.

         FILE SECTION.
         FD REG-FILE.
         COPY "DAY09SRG.CPY".

         FD MAST-FILE.
         01 MAST-RECORD.
            88 MAST-END         VALUE LOW-VALUE.
            05 MST-SENSOR        PIC X(8).
            05 MST-RUN-DATE      PIC 9(8).
            05 FILLER            PIC X.
            05 MST-VALUE-TEXT    PIC X(11).

         FD EXC-FILE.
         01 EXC-RECORD.
            88 EXC-END          VALUE LOW-VALUE.
            05 EXC-SENSOR        PIC X(8).
            05 FILLER            PIC X(14).
            05 EXC-TEXT          PIC X(40).

         FD HIST-FILE.
         01 HIST-RECORD.
            88 HIST-END         VALUE LOW-VALUE.
            05 HIS-DATE          PIC 9(8).
            05 FILLER            PIC X.
            05 HIS-SITE          PIC X(4).
            05 FILLER            PIC X.
            05 HIS-SYSTEM        PIC X(4).
            05 HIS-COUNT-CELL    OCCURS 4.
               10 FILLER         PIC X.
               10 HIS-COUNT      PIC 9(5).
            05 FILLER            PIC X.
            05 HIS-SUM           PIC +9(15).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         01 WS-REG-STATUS        PIC XX.
         01 WS-MAST-STATUS       PIC XX.
         01 WS-EXC-STATUS        PIC XX.
         01 WS-HIST-STATUS       PIC XX.

         01 WS-RUN-DATE          PIC 9(8) VALUE 0.

      *
      *    THE SAME NIGHT ONE WEEK EARLIER, WORKED BACK BY HAND.
      *
         01 WS-PRIOR-DATE        PIC 9(8).
         01 WS-PRIOR-PARTS REDEFINES WS-PRIOR-DATE.
            05 WS-PRIOR-YY       PIC 9(4).
            05 WS-PRIOR-MM       PIC 99.
            05 WS-PRIOR-DD       PIC 99.
         01 WS-DAYS-BACK         PIC S99.
         01 WS-DAYS-IN-MONTH     PIC 99.
         01 WS-LEAP-REM          PIC 9(4).

         01 WS-SENSOR-COUNT      PIC 9(4) VALUE 0.
         01 WS-SENSOR-TABLE.
            05 WS-SENSOR-ENTRY OCCURS 500.
               10 WS-S-SENSOR    PIC X(8).
               10 WS-S-GROUP     PIC 999.
               10 WS-S-ACTIVE    PIC 9.
               10 WS-S-SEEN      PIC 9.

      *
      *    ONE ENTRY PER SITE AND SYSTEM. COUNT 1 IS REPORTED,
      *    2 SILENT, 3 NEVER CONVERGED, 4 SPIKE-REPAIRED; THE PRIOR
      *    FIELDS HOLD THE SAME GROUP A WEEK BACK.
      *
         01 WS-GROUP-COUNT       PIC 999 VALUE 0.
         01 WS-GROUP-TABLE.
            05 WS-GROUP-ENTRY OCCURS 200.
               10 WS-G-KEY.
                  15 WS-G-SITE   PIC X(4).
                  15 WS-G-SYSTEM PIC X(4).
               10 WS-G-COUNT     PIC 9(5) OCCURS 4.
               10 WS-G-SUM       PIC S9(15).
               10 WS-G-HAS-PRIOR PIC 9.
               10 WS-G-PRIOR     PIC 9(5) OCCURS 4.
               10 WS-G-PRIOR-SUM PIC S9(15).

         01 WS-SAVE-GROUP        PIC X(79).

         01 WS-NEW-KEY.
            05 WS-NK-SITE        PIC X(4).
            05 WS-NK-SYSTEM      PIC X(4).

      *
      *    SITEHIST ROWS FROM EARLIER NIGHTS, KEPT FOR THE REWRITE.
      *
         01 WS-HIST-COUNT        PIC 9(4) VALUE 0.
         01 WS-HIST-DROP         PIC 9(7) VALUE 0.
         01 WS-HIST-SKIP         PIC 9(7) VALUE 0.
         01 WS-HIST-TABLE.
            05 WS-HIST-ROW       PIC X(60) OCCURS 5000.

         01 WS-VALUE             PIC S9(15).
         01 WS-VALUE-TEXT        PIC X(16).
         01 WS-VAL-DIGIT         PIC 9.
         01 WS-VAL-CHAR REDEFINES WS-VAL-DIGIT PIC X.

         01 WS-CHANGE            PIC S9(15).
         01 WS-UNKNOWN-COUNT     PIC 9(5) VALUE 0.

         77 SX                   PIC 9(4).
         77 GX                   PIC 999.
         77 GX2                  PIC 999.
         77 KX                   PIC 9.
         77 HX                   PIC 9(4).
         77 CX                   PIC 99.

         01 WS-ROLL-HEAD.
            05 FILLER            PIC X(10) VALUE 'SITE SYST'.
            05 FILLER            PIC X(14) VALUE 'REPORTED'.
            05 FILLER            PIC X(14) VALUE 'SILENT'.
            05 FILLER            PIC X(14) VALUE 'NONCONV'.
            05 FILLER            PIC X(14) VALUE 'SPIKE'.
            05 FILLER            PIC X(17) VALUE ' EXTRAPOLATED SUM'.

         01 WS-ROLL-LINE.
            05 WS-RL-SITE        PIC X(4).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-RL-SYSTEM      PIC X(4).
            05 WS-RL-CELL        OCCURS 4.
               10 FILLER         PIC X VALUE SPACE.
               10 WS-RL-COUNT    PIC ZZZZ9.
               10 WS-RL-CHG      PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-RL-SUM         PIC -(15)9.
            05 WS-RL-SUM-CHG     PIC X(20).

         01 WS-CHG-EDIT          PIC +(4)9.
         01 WS-SUM-CHG-EDIT      PIC +(15)9.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY09SIT'==
                         ==PFX-SUB== BY =='/day09'==.

            PERFORM LOAD-REGISTRY
            PERFORM FIND-REPORT-NIGHT
            IF WS-RUN-DATE = 0
               DISPLAY 'DAY09SIT NO SENEXC OR SENMST NIGHT TO ROLL UP'
               STOP RUN
            END-IF
            PERFORM WORK-OUT-PRIOR-WEEK

            PERFORM ROLL-UP-MASTER
            PERFORM ROLL-UP-SILENT
            PERFORM ROLL-UP-EXCEPTIONS
            PERFORM SORT-GROUPS-BY-KEY
            PERFORM LOAD-HISTORY
            PERFORM REPORT-GROUPS
            PERFORM REWRITE-HISTORY

            STOP RUN.

         LOAD-REGISTRY SECTION.
            OPEN INPUT REG-FILE
            IF WS-REG-STATUS = '00'
               READ REG-FILE
                  AT END SET REG-END TO TRUE
               END-READ
               PERFORM UNTIL REG-END
                  IF REG-SENSOR NOT = SPACES
                  AND REG-RECORD(1:1) NOT = '*'
                     IF WS-SENSOR-COUNT >= 500
                        DISPLAY 'DAY09SIT WARNING - REGISTRY TABLE '
                                'FULL AT 500 SENSORS; ' REG-SENSOR
                                ' ROLLED UP AS UNREGISTERED'
                        IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                        END-IF
                     ELSE
                        ADD 1 TO WS-SENSOR-COUNT
                        MOVE WS-SENSOR-COUNT TO SX
                        MOVE REG-SENSOR TO WS-S-SENSOR(SX)
                        MOVE REG-SITE   TO WS-NK-SITE
                        MOVE REG-SYSTEM TO WS-NK-SYSTEM
                        PERFORM FIND-OR-ADD-GROUP
                        MOVE GX TO WS-S-GROUP(SX)
                        MOVE 0  TO WS-S-SEEN(SX)
                        IF REG-IN-SERVICE
                           MOVE 1 TO WS-S-ACTIVE(SX)
                        ELSE
                           MOVE 0 TO WS-S-ACTIVE(SX)
                        END-IF
                     END-IF
                  END-IF
                  READ REG-FILE
                     AT END SET REG-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE REG-FILE
            ELSE
               DISPLAY 'DAY09SIT NO SENREG REGISTRY - EVERY SENSOR '
                       'ROLLED UP AS UNREGISTERED'
            END-IF
            .

      *
      *    THE NIGHT BEING REPORTED - SENEXC'S *RUN STAMP, OR FAILING
      *    THAT THE LATEST NIGHT ON THE MASTER.
      *
         FIND-REPORT-NIGHT SECTION.
            OPEN INPUT EXC-FILE
            IF WS-EXC-STATUS = '00'
               READ EXC-FILE
                  AT END SET EXC-END TO TRUE
               END-READ
               IF NOT EXC-END
               AND EXC-RECORD(1:5) = '*RUN '
               AND EXC-RECORD(6:8) NUMERIC
                  MOVE EXC-RECORD(6:8) TO WS-RUN-DATE
               END-IF
               CLOSE EXC-FILE
            END-IF

            IF WS-RUN-DATE = 0
               OPEN INPUT MAST-FILE
               IF WS-MAST-STATUS = '00'
                  READ MAST-FILE
                     AT END SET MAST-END TO TRUE
                  END-READ
                  PERFORM UNTIL MAST-END
                     IF MST-RUN-DATE > WS-RUN-DATE
                        MOVE MST-RUN-DATE TO WS-RUN-DATE
                     END-IF
                     READ MAST-FILE
                        AT END SET MAST-END TO TRUE
                     END-READ
                  END-PERFORM
                  CLOSE MAST-FILE
               END-IF
            END-IF
            .

         WORK-OUT-PRIOR-WEEK SECTION.
            MOVE WS-RUN-DATE TO WS-PRIOR-DATE
            COMPUTE WS-DAYS-BACK = WS-PRIOR-DD - 7
            IF WS-DAYS-BACK > 0
               MOVE WS-DAYS-BACK TO WS-PRIOR-DD
            ELSE
               IF WS-PRIOR-MM = 1
                  MOVE 12 TO WS-PRIOR-MM
                  SUBTRACT 1 FROM WS-PRIOR-YY
               ELSE
                  SUBTRACT 1 FROM WS-PRIOR-MM
               END-IF
               EVALUATE WS-PRIOR-MM
                  WHEN 01 WHEN 03 WHEN 05 WHEN 07
                  WHEN 08 WHEN 10 WHEN 12
                     MOVE 31 TO WS-DAYS-IN-MONTH
                  WHEN 04 WHEN 06 WHEN 09 WHEN 11
                     MOVE 30 TO WS-DAYS-IN-MONTH
                  WHEN OTHER
                     MOVE 28 TO WS-DAYS-IN-MONTH
                     DIVIDE WS-PRIOR-YY BY 4
                        GIVING WS-LEAP-REM
                        REMAINDER WS-LEAP-REM
                     IF WS-LEAP-REM = 0
                        MOVE 29 TO WS-DAYS-IN-MONTH
                     END-IF
               END-EVALUATE
               COMPUTE WS-PRIOR-DD = WS-DAYS-IN-MONTH + WS-DAYS-BACK
            END-IF
            .

         ROLL-UP-MASTER SECTION.
            OPEN INPUT MAST-FILE
            IF WS-MAST-STATUS = '00'
               READ MAST-FILE
                  AT END SET MAST-END TO TRUE
               END-READ
               PERFORM UNTIL MAST-END
                  IF MST-RUN-DATE = WS-RUN-DATE
                     PERFORM GROUP-OF-MASTER-SENSOR
                     ADD 1 TO WS-G-COUNT(GX, 1)
                     MOVE MST-VALUE-TEXT TO WS-VALUE-TEXT
                     PERFORM CONVERT-VALUE
                     ADD WS-VALUE TO WS-G-SUM(GX)
                  END-IF
                  READ MAST-FILE
                     AT END SET MAST-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE MAST-FILE
            END-IF
            .

         GROUP-OF-MASTER-SENSOR SECTION.
            PERFORM FIND-SENSOR
            IF SX > WS-SENSOR-COUNT
               ADD 1 TO WS-UNKNOWN-COUNT
               MOVE '????' TO WS-NK-SITE
               MOVE '????' TO WS-NK-SYSTEM
               PERFORM FIND-OR-ADD-GROUP
            ELSE
               MOVE 1 TO WS-S-SEEN(SX)
               MOVE WS-S-GROUP(SX) TO GX
            END-IF
            .

         ROLL-UP-SILENT SECTION.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-SENSOR-COUNT
               IF WS-S-ACTIVE(SX) = 1 AND WS-S-SEEN(SX) = 0
                  MOVE WS-S-GROUP(SX) TO GX
                  ADD 1 TO WS-G-COUNT(GX, 2)
               END-IF
            END-PERFORM
            .

      *
      *    A HISTORY REJECTED FOR LENGTH NEVER REACHED CONVERGENCE
      *    EITHER, SO IT COUNTS WITH THE NON-CONVERGING ONES.
      *
         ROLL-UP-EXCEPTIONS SECTION.
            OPEN INPUT EXC-FILE
            IF WS-EXC-STATUS = '00'
               READ EXC-FILE
                  AT END SET EXC-END TO TRUE
               END-READ
               PERFORM UNTIL EXC-END
                  IF EXC-RECORD(1:1) NOT = '*'
                  AND EXC-SENSOR NOT = SPACES
                     MOVE EXC-SENSOR TO MST-SENSOR
                     PERFORM FIND-SENSOR
                     IF SX > WS-SENSOR-COUNT
                        MOVE '????' TO WS-NK-SITE
                        MOVE '????' TO WS-NK-SYSTEM
                        PERFORM FIND-OR-ADD-GROUP
                     ELSE
                        MOVE WS-S-GROUP(SX) TO GX
                     END-IF
                     IF EXC-TEXT(1:14) = 'SPIKE REPAIRED'
                        ADD 1 TO WS-G-COUNT(GX, 4)
                     ELSE
                        ADD 1 TO WS-G-COUNT(GX, 3)
                     END-IF
                  END-IF
                  READ EXC-FILE
                     AT END SET EXC-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE EXC-FILE
            END-IF
            .

         FIND-SENSOR SECTION.
            PERFORM VARYING SX FROM 1 BY 1
                        UNTIL SX > WS-SENSOR-COUNT
                           OR WS-S-SENSOR(SX) = MST-SENSOR
               CONTINUE
            END-PERFORM
            .

      *
      *    A FULL GROUP TABLE FOLDS THE OVERFLOW INTO THE LAST
      *    ENTRY RATHER THAN LOSING THE COUNTS.
      *
         FIND-OR-ADD-GROUP SECTION.
            PERFORM VARYING GX FROM 1 BY 1
                        UNTIL GX > WS-GROUP-COUNT
                           OR WS-G-KEY(GX) = WS-NEW-KEY
               CONTINUE
            END-PERFORM
            IF GX > WS-GROUP-COUNT
               IF WS-GROUP-COUNT >= 200
                  DISPLAY 'DAY09SIT WARNING - GROUP TABLE FULL AT '
                          '200 SITE/SYSTEMS; ' WS-NEW-KEY
                          ' FOLDED INTO THE LAST GROUP'
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
                  MOVE 200 TO GX
               ELSE
                  ADD 1 TO WS-GROUP-COUNT
                  MOVE WS-GROUP-COUNT TO GX
                  MOVE WS-NEW-KEY TO WS-G-KEY(GX)
                  PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 4
                     MOVE 0 TO WS-G-COUNT(GX, KX)
                     MOVE 0 TO WS-G-PRIOR(GX, KX)
                  END-PERFORM
                  MOVE 0 TO WS-G-SUM(GX)
                  MOVE 0 TO WS-G-PRIOR-SUM(GX)
                  MOVE 0 TO WS-G-HAS-PRIOR(GX)
               END-IF
            END-IF
            .

         SORT-GROUPS-BY-KEY SECTION.
            PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > WS-GROUP-COUNT
               PERFORM VARYING GX2 FROM GX BY 1
                           UNTIL GX2 > WS-GROUP-COUNT
                  IF WS-G-KEY(GX2) < WS-G-KEY(GX)
                     MOVE WS-GROUP-ENTRY(GX)  TO WS-SAVE-GROUP
                     MOVE WS-GROUP-ENTRY(GX2) TO WS-GROUP-ENTRY(GX)
                     MOVE WS-SAVE-GROUP       TO WS-GROUP-ENTRY(GX2)
                  END-IF
               END-PERFORM
            END-PERFORM
            .

      *
      *    EARLIER NIGHTS ARE KEPT FOR THE REWRITE; TONIGHT'S OLD
      *    ROWS (A RERUN) ARE DROPPED, AND THE ROWS A WEEK BACK ARE
      *    MATCHED TO THEIR GROUPS. THE GROUP TABLE IS SORTED BY
      *    NOW, SO THE SORT NEVER MOVES A GROUP AFTER ITS SUBSCRIPT
      *    HAS BEEN HANDED OUT. WHEN THERE ARE MORE THAN 5000
      *    EARLIER ROWS, A FIRST PASS COUNTS THEM AND THE OLDEST
      *    ARE LEFT OUT, SO THE MOST RECENT 5000 ARE KEPT.
      *
         LOAD-HISTORY SECTION.
            PERFORM COUNT-HISTORY-ROWS
            MOVE WS-HIST-DROP TO WS-HIST-SKIP
            OPEN INPUT HIST-FILE
            IF WS-HIST-STATUS = '00'
               READ HIST-FILE
                  AT END SET HIST-END TO TRUE
               END-READ
               PERFORM UNTIL HIST-END
                  IF HIS-DATE NOT = WS-RUN-DATE
                     IF WS-HIST-SKIP > 0
                        SUBTRACT 1 FROM WS-HIST-SKIP
                     ELSE
                        ADD 1 TO WS-HIST-COUNT
                        MOVE HIST-RECORD
                           TO WS-HIST-ROW(WS-HIST-COUNT)
                     END-IF
                  END-IF
                  IF HIS-DATE = WS-PRIOR-DATE
                     PERFORM MATCH-PRIOR-ROW
                  END-IF
                  READ HIST-FILE
                     AT END SET HIST-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE HIST-FILE
            END-IF
            IF WS-HIST-DROP > 0
               DISPLAY 'DAY09SIT WARNING - SITEHIST TABLE FULL AT '
                       '5000 ROWS; ' WS-HIST-DROP ' OLDER ROWS DROPPED'
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF
            .

         COUNT-HISTORY-ROWS SECTION.
            MOVE 0 TO WS-HIST-DROP
            OPEN INPUT HIST-FILE
            IF WS-HIST-STATUS = '00'
               READ HIST-FILE
                  AT END SET HIST-END TO TRUE
               END-READ
               PERFORM UNTIL HIST-END
                  IF HIS-DATE NOT = WS-RUN-DATE
                     ADD 1 TO WS-HIST-DROP
                  END-IF
                  READ HIST-FILE
                     AT END SET HIST-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE HIST-FILE
            END-IF
            IF WS-HIST-DROP > 5000
               SUBTRACT 5000 FROM WS-HIST-DROP
            ELSE
               MOVE 0 TO WS-HIST-DROP
            END-IF
            .

         MATCH-PRIOR-ROW SECTION.
            MOVE HIS-SITE   TO WS-NK-SITE
            MOVE HIS-SYSTEM TO WS-NK-SYSTEM
            PERFORM VARYING GX FROM 1 BY 1
                        UNTIL GX > WS-GROUP-COUNT
                           OR WS-G-KEY(GX) = WS-NEW-KEY
               CONTINUE
            END-PERFORM
            IF GX NOT > WS-GROUP-COUNT
               MOVE 1 TO WS-G-HAS-PRIOR(GX)
               PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 4
                  MOVE HIS-COUNT(KX) TO WS-G-PRIOR(GX, KX)
               END-PERFORM
               MOVE HIS-SUM TO WS-VALUE-TEXT
               PERFORM CONVERT-VALUE
               MOVE WS-VALUE TO WS-G-PRIOR-SUM(GX)
            END-IF
            .

         REPORT-GROUPS SECTION.
            DISPLAY 'DAY09SIT SITE/SYSTEM ROLLUP FOR ' WS-RUN-DATE
                    ' - CHANGES AGAINST ' WS-PRIOR-DATE
            DISPLAY WS-ROLL-HEAD
            PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > WS-GROUP-COUNT
               MOVE SPACES          TO WS-ROLL-LINE
               MOVE WS-G-SITE(GX)   TO WS-RL-SITE
               MOVE WS-G-SYSTEM(GX) TO WS-RL-SYSTEM
               PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 4
                  MOVE WS-G-COUNT(GX, KX) TO WS-RL-COUNT(KX)
                  IF WS-G-HAS-PRIOR(GX) = 1
                     COMPUTE WS-CHANGE = WS-G-COUNT(GX, KX)
                                       - WS-G-PRIOR(GX, KX)
                     MOVE WS-CHANGE TO WS-CHG-EDIT
                     STRING ' (' WS-CHG-EDIT ')'
                        DELIMITED BY SIZE INTO WS-RL-CHG(KX)
                     END-STRING
                  ELSE
                     MOVE ' (NEW)' TO WS-RL-CHG(KX)
                  END-IF
               END-PERFORM
               MOVE WS-G-SUM(GX) TO WS-RL-SUM
               IF WS-G-HAS-PRIOR(GX) = 1
                  COMPUTE WS-CHANGE = WS-G-SUM(GX)
                                    - WS-G-PRIOR-SUM(GX)
                  MOVE WS-CHANGE TO WS-SUM-CHG-EDIT
                  STRING ' (' WS-SUM-CHG-EDIT ')'
                     DELIMITED BY SIZE INTO WS-RL-SUM-CHG
                  END-STRING
               ELSE
                  MOVE ' (NEW)' TO WS-RL-SUM-CHG
               END-IF
               DISPLAY WS-ROLL-LINE
            END-PERFORM
            IF WS-UNKNOWN-COUNT > 0
               DISPLAY 'DAY09SIT ' WS-UNKNOWN-COUNT ' REPORTING '
                       'SENSOR(S) NOT IN SENREG, ROLLED UP UNDER ????'
            END-IF
            .

         REWRITE-HISTORY SECTION.
            OPEN OUTPUT HIST-FILE
            PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > WS-HIST-COUNT
               MOVE WS-HIST-ROW(HX) TO HIST-RECORD
               WRITE HIST-RECORD
            END-PERFORM
            PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > WS-GROUP-COUNT
               MOVE SPACES          TO HIST-RECORD
               MOVE WS-RUN-DATE     TO HIS-DATE
               MOVE WS-G-SITE(GX)   TO HIS-SITE
               MOVE WS-G-SYSTEM(GX) TO HIS-SYSTEM
               PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 4
                  MOVE WS-G-COUNT(GX, KX) TO HIS-COUNT(KX)
               END-PERFORM
               MOVE WS-G-SUM(GX)    TO HIS-SUM
               WRITE HIST-RECORD
            END-PERFORM
            CLOSE HIST-FILE
            .

      *
      *    A SIGN-EDITED VALUE - BUILD THE MAGNITUDE DIGIT BY DIGIT
      *    AND APPLY THE SIGN.
      *
         CONVERT-VALUE SECTION.
            MOVE 0 TO WS-VALUE
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 16
               MOVE WS-VALUE-TEXT(CX:1) TO WS-VAL-CHAR
               IF WS-VAL-CHAR NUMERIC
                  COMPUTE WS-VALUE = WS-VALUE * 10 + WS-VAL-DIGIT
               END-IF
            END-PERFORM
            IF WS-VALUE-TEXT(1:1) = '-'
               COMPUTE WS-VALUE = 0 - WS-VALUE
            END-IF
            .
