         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY06VAL.

      *
      *    STRUCTURAL VALIDATION STEP FOR THE DAY06 RACE SHEET AND
      *    BOAT MODEL. DAY03, DAY04, DAY05, AND DAY08 ALL HAVE
      *    PRE-RUN VALIDATORS; DAY06 HAD NONE, AND DAY06P1C'S
      *    PARSE-TIME-LINE AND PARSE-DISTANCE-LINE TAKE WHATEVER THE
      *    SHEET SAYS - A TIME LINE WITH MORE COLUMNS THAN THE
      *    DISTANCE LINE, MORE RACES THAN THE 20 WS-INP-TIME SLOTS,
      *    OR A ZERO OR NON-NUMERIC TIME STILL PRODUCED A WAYS-TO-WIN
      *    PRODUCT THAT WAS PUBLISHED. RUN THIS BEFORE THE PART
      *    PROGRAMS: IT CHECKS THE TWO SHEET LINES' LABELS, COLUMN
      *    COUNTS, SLOT USAGE, AND EVERY TIME AND DISTANCE CELL,
      *    THE PART-2 CONCATENATED FIGURES' WIDTH, AND EVERY
      *    BOATPARM MODEL LINE, WRITES THE FINDINGS TO RACEXC, AND
      *    REPORTS A GO/NO-GO VERDICT. A NO-GO ENDS WITH RETURN
      *    CODE 8 AND AN ALERT SO THE BATCH LAYER STOPS THE DAY'S
      *    STEPS INSTEAD OF PUBLISHING A BAD ANSWER.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT INPUT-FILE ASSIGN TO INPFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INP-STATUS.

            SELECT PARM-FILE ASSIGN TO BOATPARM
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.

            SELECT EXC-FILE ASSIGN TO RACEXC
            ORGANIZATION IS LINE SEQUENTIAL.

         DATA DIVISION.

         FILE SECTION.
         FD INPUT-FILE.
         01 INPUT-RECORD.
            88 INPUT-END        VALUE LOW-VALUE.
            05 INPUT-TEXT       PIC X(300).

         FD PARM-FILE.
         01 PARM-RECORD.
            88 PARM-END         VALUE LOW-VALUE.
            05 PARM-TEXT        PIC X(40).

      *
      *    ONE FINDING PER LINE - THE SOURCE (SHEET OR BOATPARM),
      *    ITS LINE NUMBER, THE COLUMN (RACE) NUMBER WHERE ONE
      *    APPLIES, AND THE REASON.
      *
         FD EXC-FILE.
         01 EXC-RECORD.
            05 EXC-SOURCE        PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 EXC-LINE          PIC ZZZ9.
            05 FILLER            PIC X VALUE SPACE.
            05 EXC-COL           PIC ZZZ9.
            05 FILLER            PIC X VALUE SPACE.
            05 EXC-REASON        PIC X(50).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".
         COPY "EXCLOG.CPY".
         COPY "ALERTDAT.CPY".
         COPY "SCRUBDAT.CPY".

         01 WS-INP-STATUS        PIC XX.
         01 WS-PARM-STATUS       PIC XX.

         01 WS-RECORD            PIC X(300).
         01 WS-LINES-READ        PIC 9(4) VALUE 0.
         01 WS-EXC-COUNT         PIC 9(5) VALUE 0.

         01 WS-LABEL             PIC X(20).
         01 WS-NUMS-TEXT         PIC X(280).
         01 WS-EXPECT-LABEL      PIC X(20).

      *
      *    PER-LINE COLUMN FIGURES - THE DATA COLUMNS ACTUALLY ON
      *    THE LINE, AND THE WS-INP-TIME/WS-INP-DIST SLOTS THE CORE
      *    WILL USE FOR THEM (ONE MORE WHEN THE NUMBERS OPEN WITH A
      *    BLANK, WHICH THE CORE'S UNSTRING TURNS INTO A LEADING
      *    ZERO-TIME ARTIFACT ENTRY).
      *
         01 WS-COLS              PIC 9(4).
         01 WS-SLOTS             PIC 9(4).
         01 WS-TIME-COLS         PIC 9(4) VALUE 0.
         01 WS-DIST-COLS         PIC 9(4) VALUE 0.
         01 WS-MAX-SLOTS         PIC 99 VALUE 20.

      *
      *    PART 2 READS EACH LINE'S DIGITS RUN TOGETHER AS ONE
      *    PIC 9(15) FIGURE - MORE THAN 15 DIGITS OVERFLOWS IT.
      *
         01 WS-DIGIT-COUNT       PIC 9(4).

         01 WS-CELL              PIC X(20).
         01 WS-CELL-LEN          PIC 99.
         01 SW-CELL-NUMERIC      PIC 9.
            88 CELL-NUMERIC            VALUE 1.
            88 CELL-NOT-NUMERIC        VALUE 0.
         01 SW-CELL-ZERO         PIC 9.
            88 CELL-ZERO               VALUE 1.
            88 CELL-NOT-ZERO           VALUE 0.

         01 WS-PARM-LINE         PIC 9(4) VALUE 0.
         01 WS-PARM-MODELS       PIC 9(4) VALUE 0.
         01 WS-PARM-T1           PIC X(20).
         01 WS-PARM-T2           PIC X(20).
         01 WS-PARM-T3           PIC X(20).

         77 CX                   PIC 999.
         77 WS-SAVE-CX           PIC 999.
         77 KX                   PIC 99.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY06VAL'==
                         ==PFX-SUB== BY =='/day06'==.

            OPEN INPUT INPUT-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-INP-STATUS==
                         ==FS-FILE-NAME== BY =='INPFILE'==
                         ==FS-PGM==       BY =='DAY06VAL'==.
            OPEN OUTPUT EXC-FILE
            MOVE SPACES TO EXC-RECORD

            PERFORM READ-INPUT-RECORD
            PERFORM UNTIL INPUT-END
               ADD 1 TO WS-LINES-READ
               MOVE INPUT-TEXT TO WS-RECORD
               COPY "SCRUBCHK.CPY"
                  REPLACING ==SCR-FIELD== BY WS-RECORD
                            ==SCR-LEN==   BY 300
                            ==SCR-PGM==   BY 'DAY06VAL'.
               EVALUATE WS-LINES-READ
                  WHEN 1
                     MOVE 'TIME' TO WS-EXPECT-LABEL
                     PERFORM CHECK-SHEET-LINE
                     MOVE WS-COLS TO WS-TIME-COLS
                  WHEN 2
                     MOVE 'DISTANCE' TO WS-EXPECT-LABEL
                     PERFORM CHECK-SHEET-LINE
                     MOVE WS-COLS TO WS-DIST-COLS
                  WHEN OTHER
                     IF WS-RECORD NOT = SPACES
                        MOVE 0 TO CX
                        MOVE 'EXTRA LINE AFTER THE DISTANCE LINE'
                           TO EXC-REASON
                        PERFORM WRITE-SHEET-EXCEPTION
                     END-IF
               END-EVALUATE
               PERFORM READ-INPUT-RECORD
            END-PERFORM

            CLOSE INPUT-FILE

            IF WS-LINES-READ < 2
               MOVE 0 TO CX
               MOVE 'SHEET NEEDS A TIME LINE AND A DISTANCE LINE'
                  TO EXC-REASON
               PERFORM WRITE-SHEET-EXCEPTION
            ELSE
               IF WS-TIME-COLS NOT = WS-DIST-COLS
                  MOVE WS-DIST-COLS TO CX
                  MOVE 'TIME AND DISTANCE COLUMN COUNTS DIFFER'
                     TO EXC-REASON
                  PERFORM WRITE-SHEET-EXCEPTION
               END-IF
            END-IF

            PERFORM CHECK-BOAT-PARAMETERS

            CLOSE EXC-FILE

            DISPLAY 'DAY06VAL ' WS-TIME-COLS ' TIME COLUMNS, '
                    WS-DIST-COLS ' DISTANCE COLUMNS, '
                    WS-PARM-MODELS ' BOAT MODEL(S)'
            IF WS-EXC-COUNT = 0
               DISPLAY 'DAY06VAL VERDICT GO - RACE SHEET AND BOAT '
                       'MODEL OK'
            ELSE
               DISPLAY 'DAY06VAL VERDICT NO-GO - ' WS-EXC-COUNT
                       ' EXCEPTIONS LISTED IN RACEXC'
               MOVE SPACES TO WS-ALERT-LINE
               STRING 'DAY06VAL 0008 FEED NO-GO - '
                      WS-EXC-COUNT ' RACE SHEET EXCEPTIONS'
                  DELIMITED BY SIZE INTO WS-ALERT-LINE
               END-STRING
               CALL 'DAY00ALR' USING WS-ALERT-LINE
               END-CALL
               MOVE 8 TO RETURN-CODE
            END-IF

            STOP RUN.

      *
      *    NEXT DATA RECORD - THE SUPPLIER BATCH CONTROL RECORDS
      *    (*HDR/*TRL) ARE SKIPPED THE SAME WAY THE OTHER
      *    VALIDATORS SKIP THEM, OR A HEADER WOULD BE JUDGED AS THE
      *    TIME LINE AND A GOOD FEED BLOCKED.
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

      *
      *    ONE SHEET LINE - THE LABEL BEFORE THE COLON MUST BE THE
      *    ONE EXPECTED FOR ITS POSITION, EVERY BLANK-DELIMITED CELL
      *    AFTER IT MUST BE NUMERIC AND FIT A PIC 9(15), A TIME CELL
      *    MUST NOT BE ZERO (THE CORE SKIPS A ZERO TIME AS A PARSE
      *    ARTIFACT, SO THE RACE WOULD SILENTLY VANISH), AND THE
      *    SLOTS USED MUST FIT THE CORE'S 20-ENTRY TABLE.
      *
         CHECK-SHEET-LINE SECTION.
            MOVE SPACES TO WS-LABEL WS-NUMS-TEXT
            UNSTRING WS-RECORD
               DELIMITED BY ':'
               INTO WS-LABEL, WS-NUMS-TEXT
            END-UNSTRING
            INSPECT WS-LABEL CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            IF WS-LABEL NOT = WS-EXPECT-LABEL
               MOVE 0 TO CX
               MOVE SPACES TO EXC-REASON
               STRING 'EXPECTED LABEL ' DELIMITED BY SIZE
                      WS-EXPECT-LABEL DELIMITED BY SPACE
                      ': MISSING OR WRONG' DELIMITED BY SIZE
                  INTO EXC-REASON
               END-STRING
               PERFORM WRITE-SHEET-EXCEPTION
            END-IF

            MOVE 0 TO WS-COLS
            MOVE 0 TO WS-DIGIT-COUNT
            MOVE 0 TO WS-CELL-LEN
            MOVE SPACES TO WS-CELL
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 280
               IF WS-NUMS-TEXT(CX:1) = SPACE
                  IF WS-CELL-LEN > 0
                     PERFORM CHECK-ONE-CELL
                  END-IF
               ELSE
                  IF WS-NUMS-TEXT(CX:1) NUMERIC
                     ADD 1 TO WS-DIGIT-COUNT
                  END-IF
                  IF WS-CELL-LEN < 20
                     ADD 1 TO WS-CELL-LEN
                     MOVE WS-NUMS-TEXT(CX:1)
                        TO WS-CELL(WS-CELL-LEN:1)
                  ELSE
                     MOVE 21 TO WS-CELL-LEN
                  END-IF
               END-IF
            END-PERFORM
            IF WS-CELL-LEN > 0
               PERFORM CHECK-ONE-CELL
            END-IF

            MOVE WS-COLS TO WS-SLOTS
            IF WS-NUMS-TEXT(1:1) = SPACE
               ADD 1 TO WS-SLOTS
            END-IF
            IF WS-COLS = 0
               MOVE 0 TO CX
               MOVE 'NO RACE COLUMNS ON THE LINE' TO EXC-REASON
               PERFORM WRITE-SHEET-EXCEPTION
            END-IF
            IF WS-SLOTS > WS-MAX-SLOTS
               MOVE WS-COLS TO CX
               MOVE 'MORE RACES THAN THE 20 RACE-TABLE SLOTS'
                  TO EXC-REASON
               PERFORM WRITE-SHEET-EXCEPTION
            END-IF
            IF WS-DIGIT-COUNT > 15
               MOVE 0 TO CX
               MOVE 'OVER 15 DIGITS - PART 2 FIGURE WILL OVERFLOW'
                  TO EXC-REASON
               PERFORM WRITE-SHEET-EXCEPTION
            END-IF
            .

         CHECK-ONE-CELL SECTION.
            ADD 1 TO WS-COLS
            SET CELL-NUMERIC TO TRUE
            SET CELL-ZERO TO TRUE
            IF WS-CELL-LEN > 15
               SET CELL-NOT-NUMERIC TO TRUE
            ELSE
               PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > WS-CELL-LEN
                  IF WS-CELL(KX:1) NOT NUMERIC
                     SET CELL-NOT-NUMERIC TO TRUE
                  END-IF
                  IF WS-CELL(KX:1) NOT = '0'
                     SET CELL-NOT-ZERO TO TRUE
                  END-IF
               END-PERFORM
            END-IF

            MOVE CX TO WS-SAVE-CX
            MOVE WS-COLS TO CX
            IF CELL-NOT-NUMERIC
               IF WS-CELL-LEN > 15
                  MOVE 'CELL WIDER THAN 15 DIGITS' TO EXC-REASON
               ELSE
                  MOVE SPACES TO EXC-REASON
                  STRING 'NON-NUMERIC CELL "' DELIMITED BY SIZE
                         WS-CELL DELIMITED BY SPACE
                         '"' DELIMITED BY SIZE
                     INTO EXC-REASON
                  END-STRING
               END-IF
               PERFORM WRITE-SHEET-EXCEPTION
            ELSE
               IF CELL-ZERO AND WS-LINES-READ = 1
                  MOVE 'ZERO RACE TIME' TO EXC-REASON
                  PERFORM WRITE-SHEET-EXCEPTION
               END-IF
            END-IF
            MOVE WS-SAVE-CX TO CX

            MOVE 0 TO WS-CELL-LEN
            MOVE SPACES TO WS-CELL
            .

         WRITE-SHEET-EXCEPTION SECTION.
            MOVE 'SHEET'       TO EXC-SOURCE
            MOVE WS-LINES-READ TO EXC-LINE
            MOVE CX            TO EXC-COL
            WRITE EXC-RECORD
            ADD 1 TO WS-EXC-COUNT
            MOVE SPACES TO EXC-RECORD
            .

      *
      *    EVERY BOATPARM MODEL LINE - THE OLD UNNAMED 'ACCEL
      *    START-SPEED' FORM OR THE NAMED 'NAME ACCEL START-SPEED'
      *    FORM, AS LOAD-BOAT-PARAMETERS READS THEM. THE FIGURES
      *    MUST BE NUMERIC, AND A ZERO ACCELERATION IS A BOAT THAT
      *    NEVER MOVES - EVERY RACE WOULD SCORE NO WAYS TO WIN AND
      *    ZERO THE PRODUCT. NO BOATPARM AT ALL IS FINE: THE CORES
      *    FALL BACK TO THE CLASSIC BOAT.
      *
         CHECK-BOAT-PARAMETERS SECTION.
            OPEN INPUT PARM-FILE
            IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'DAY06VAL NO BOATPARM ON FILE - CORES WILL '
                       'USE THE CLASSIC BOAT'
            ELSE
               READ PARM-FILE
                  AT END SET PARM-END TO TRUE
               END-READ
               PERFORM UNTIL PARM-END
                  ADD 1 TO WS-PARM-LINE
                  IF PARM-TEXT NOT = SPACES
                     ADD 1 TO WS-PARM-MODELS
                     PERFORM CHECK-ONE-MODEL
                  END-IF
                  READ PARM-FILE
                     AT END SET PARM-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE PARM-FILE
               IF WS-PARM-MODELS = 0
                  MOVE SPACES TO EXC-RECORD
                  MOVE 0 TO WS-PARM-LINE
                  MOVE 'BOATPARM PRESENT BUT HOLDS NO MODEL LINE'
                     TO EXC-REASON
                  PERFORM WRITE-PARM-EXCEPTION
               END-IF
            END-IF
            .

         CHECK-ONE-MODEL SECTION.
            MOVE SPACES TO WS-PARM-T1 WS-PARM-T2 WS-PARM-T3
            IF PARM-TEXT(1:1) NUMERIC
               UNSTRING PARM-TEXT
                  DELIMITED BY ALL SPACE
                  INTO WS-PARM-T2, WS-PARM-T3
               END-UNSTRING
            ELSE
               UNSTRING PARM-TEXT
                  DELIMITED BY ALL SPACE
                  INTO WS-PARM-T1, WS-PARM-T2, WS-PARM-T3
               END-UNSTRING
            END-IF

            MOVE WS-PARM-T2 TO WS-CELL
            PERFORM CHECK-PARM-FIGURE
            IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 9
               MOVE SPACES TO EXC-RECORD
               MOVE 'ACCELERATION MISSING OR NOT A 9-DIGIT NUMBER'
                  TO EXC-REASON
               PERFORM WRITE-PARM-EXCEPTION
            ELSE
               IF CELL-ZERO
                  MOVE SPACES TO EXC-RECORD
                  MOVE 'ZERO ACCELERATION - BOAT NEVER MOVES'
                     TO EXC-REASON
                  PERFORM WRITE-PARM-EXCEPTION
               END-IF
            END-IF

            MOVE WS-PARM-T3 TO WS-CELL
            PERFORM CHECK-PARM-FIGURE
            IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 15
               MOVE SPACES TO EXC-RECORD
               MOVE 'START SPEED MISSING OR NOT NUMERIC'
                  TO EXC-REASON
               PERFORM WRITE-PARM-EXCEPTION
            END-IF
            .

         CHECK-PARM-FIGURE SECTION.
            MOVE 20 TO WS-CELL-LEN
            PERFORM UNTIL WS-CELL-LEN < 1
                         OR WS-CELL(WS-CELL-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CELL-LEN
            END-PERFORM
            SET CELL-NUMERIC TO TRUE
            SET CELL-ZERO TO TRUE
            IF WS-CELL-LEN = 0
               SET CELL-NOT-NUMERIC TO TRUE
            END-IF
            PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > WS-CELL-LEN
               IF WS-CELL(KX:1) NOT NUMERIC
                  SET CELL-NOT-NUMERIC TO TRUE
               END-IF
               IF WS-CELL(KX:1) NOT = '0'
                  SET CELL-NOT-ZERO TO TRUE
               END-IF
            END-PERFORM
            .

         WRITE-PARM-EXCEPTION SECTION.
            MOVE 'BOATPARM'   TO EXC-SOURCE
            MOVE WS-PARM-LINE TO EXC-LINE
            MOVE 0            TO EXC-COL
            WRITE EXC-RECORD
            ADD 1 TO WS-EXC-COUNT
            MOVE SPACES TO EXC-RECORD
            .
