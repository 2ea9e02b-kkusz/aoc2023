         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY00CAP.

      *
      *    RUNTIME CAPACITY FORECAST. DAY00TRD SHOWS A STEP'S
      *    RUNTIME CREEPING AND THE DRIVER'S BUDGET CHECKS FIRE ONCE
      *    A STEP IS ALREADY OVER, BUT PLANNING NEEDS TO KNOW MONTHS
      *    AHEAD. THIS STEP RELATES EACH STEP'S RUNHIST ELAPSED
      *    SECONDS TO THE VOLUME IT READ - THE CTL-IN-COUNT ITS
      *    PROGRAM PUT ON CTLFILE UNDER THE SAME RUN-ID - OVER THE
      *    LAST WS-WINDOW-RUNS RUNS, FITTING TWO STRAIGHT LINES BY
      *    LEAST SQUARES:
      *       - SECONDS AGAINST VOLUME (WITH NO SPREAD IN VOLUME,
      *         SECONDS IN PROPORTION TO IT);
      *       - VOLUME AGAINST THE CALENDAR DAY OF THE RUN.
      *    TOGETHER THEY GIVE TODAY'S EXPECTED SECONDS AND HOW FAST
      *    THEY GROW A DAY, AND SO THE DATE THE STEP IS EXPECTED TO
      *    CROSS ITS DRVSTEPS BUDGET AND ITS HARD CEILING. THE WHOLE
      *    SUITE IS FORECAST THE SAME WAY FROM THE DRIVER'S *SUITE
      *    RECORDS AND THE RUN'S TOTAL VOLUME, AGAINST THE TIME LEFT
      *    BETWEEN ITS AVERAGE START AND THE ONLINE-WINDOW DEADLINE
      *    (THE DEADLINE FILE; A DEADLINE BEFORE THE START FALLS ON
      *    THE NEXT MORNING). A STEP WITH FEWER THAN THREE RUNS, OR
      *    NO VOLUME ON CTLFILE, IS LISTED WITHOUT A FORECAST. A
      *    LINE THAT IS FLAT OR FALLING NEVER CROSSES; A CROSSING
      *    MORE THAN TEN YEARS OUT IS SHOWN AS BEYOND.
      *
      *    THE FORECAST GOES TO THE CAPRPT REPORT, HEADED WITH THE
      *    DATE IT WAS MADE, AND TO CAPEXT - A PIPE-DELIMITED FILE
      *    WITH A HDR RECORD AND ONE RECORD PER STEP (AND ONE FOR
      *    THE SUITE) FOR THE CAPACITY PLANNING SPREADSHEET. A STEP
      *    OR SUITE ALREADY OVER, OR EXPECTED TO CROSS WITHIN
      *    WS-WARN-DAYS DAYS, ENDS THE RUN WITH RETURN CODE 4.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT STEP-FILE ASSIGN TO DRVSTEPS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STEP-STATUS.

            SELECT HIST-FILE ASSIGN TO RUNHIST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HIST-STATUS.

            SELECT CTL-FILE ASSIGN TO "../CTLFILE"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CTL-STATUS.

            SELECT DL-FILE ASSIGN TO DEADLINE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DL-STATUS.

            SELECT RPT-FILE ASSIGN TO CAPRPT
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT EXT-FILE ASSIGN TO CAPEXT
            ORGANIZATION IS LINE SEQUENTIAL.

         DATA DIVISION.

         FILE SECTION.
         FD STEP-FILE.
         01 STEP-RECORD.
            88 STEP-END          VALUE LOW-VALUE.
            05 STEP-TEXT         PIC X(120).

         FD HIST-FILE.
         01 HIST-RECORD.
            88 HIST-END          VALUE LOW-VALUE.
            05 HST-STEP          PIC X(30).
            05 FILLER            PIC X.
            05 HST-DATE          PIC 9(8).
            05 FILLER            PIC X.
            05 HST-RUN-ID        PIC 9(6).
            05 FILLER            PIC X.
            05 HST-SECS          PIC 9(7).
            05 FILLER            PIC X.
            05 HST-RC            PIC 9(4).
            05 FILLER            PIC X.
            05 HST-OPERATOR      PIC X(8).
            05 FILLER            PIC X.
            05 HST-OVERRIDE      PIC X.
            05 FILLER            PIC X.
            05 HST-RUN-RESTART   PIC X.
            05 FILLER            PIC X.
            05 HST-STEP-RESUMED  PIC X.
            05 FILLER            PIC X.
            05 HST-START-TIME    PIC X(6).
            05 FILLER            PIC X.
            05 HST-END-DATE      PIC X(8).
            05 FILLER            PIC X.
            05 HST-END-TIME      PIC X(6).
            05 FILLER            PIC X.
            05 HST-DEADLINE      PIC X(4).
            05 FILLER            PIC X(11).

         FD CTL-FILE.
         COPY "CTLTOT.CPY".

         FD DL-FILE.
         01 DL-RECORD.
            88 DL-END            VALUE LOW-VALUE.
            05 DL-TEXT           PIC X(10).

         FD RPT-FILE.
         01 RPT-RECORD           PIC X(120).

         FD EXT-FILE.
         01 EXT-RECORD           PIC X(160).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         01 WS-STEP-STATUS       PIC XX.
         01 WS-HIST-STATUS       PIC XX.
         01 WS-CTL-STATUS        PIC XX.
         01 WS-DL-STATUS         PIC XX.
         01 WS-CTL-END           PIC X VALUE 'N'.
            88 CTL-END                 VALUE 'Y'.

      *
      *    HOW MANY OF THE MOST RECENT RUN-IDS THE FORECAST IS FITTED
      *    OVER, HOW FAR AHEAD A CROSSING IS STILL A FORECAST, AND
      *    HOW SOON A CROSSING ENDS THE RUN WITH RETURN CODE 4.
      *
         77 WS-WINDOW-RUNS       PIC 999 VALUE 120.
         77 WS-HORIZON-DAYS      PIC 9(4) VALUE 3650.
         77 WS-WARN-DAYS         PIC 999 VALUE 90.

         01 WS-NOW-DATE          PIC 9(8).
         01 WS-MAX-RUNID         PIC 9(6) VALUE 0.
         01 WS-FLOOR-RUNID       PIC 9(6) VALUE 0.

      *
      *    THE STEPS AND THEIR LIMITS FROM DRVSTEPS, WITH THE SUMS
      *    THE TWO FITS ARE MADE FROM. ENTRY 51 IS THE SUITE ITSELF.
      *
         01 WS-PARSE-WAVE        PIC X(4).
         01 WS-PARSE-STEP        PIC X(30).
         01 WS-PARSE-BUDGET      PIC X(8).
         01 WS-PARSE-CEILING     PIC X(8).
         01 WS-TOKEN-LEN         PIC 99.
         01 WS-STEP-COUNT        PIC 99 VALUE 0.
         01 WS-STEP-TABLE.
            05 WS-STEP-ENTRY OCCURS 51.
               10 WS-S-NAME      PIC X(30).
               10 WS-S-PROGRAM   PIC X(8).
               10 WS-S-BUDGET    PIC 9(7).
               10 WS-S-CEILING   PIC 9(7).
               10 WS-S-N         PIC 9(4).
               10 WS-S-SUM-T     PIC S9(9).
               10 WS-S-SUM-TT    PIC S9(15).
               10 WS-S-SUM-V     PIC S9(12).
               10 WS-S-SUM-VV    PIC S9(18).
               10 WS-S-SUM-S     PIC S9(12).
               10 WS-S-SUM-VS    PIC S9(18).
               10 WS-S-SUM-TV    PIC S9(18).
         77 SX                   PIC 99.

         01 WS-STEP-DIR          PIC X(20).
         01 WS-STEP-PGM          PIC X(20).
         01 WS-UPPER-PGM         PIC X(8).

      *
      *    EACH PROGRAM'S VOLUME BY RUN - THE LARGEST CTL-IN-COUNT
      *    IT REPORTED UNDER THE RUN-ID (ITS ANSWER RECORDS CARRY
      *    THE SAME COUNT), RUN SLOT = RUN-ID LESS THE FLOOR - AND
      *    EACH RUN'S TOTAL.
      *
         01 WS-PGM-COUNT         PIC 99 VALUE 0.
         01 WS-PGM-TABLE.
            05 WS-PGM-ENTRY OCCURS 60.
               10 WS-G-PROGRAM   PIC X(8).
               10 WS-G-VOL       PIC 9(7) OCCURS 120.
         01 WS-RUN-VOL-TABLE.
            05 WS-RUN-VOL        PIC 9(9) OCCURS 120.
         77 GX                   PIC 99.
         77 RX                   PIC 999.
         01 SW-PGM-FOUND         PIC 9.
            88 PGM-FOUND               VALUE 1.
            88 PGM-NOT-FOUND           VALUE 0.

      *
      *    THE ONLINE-WINDOW DEADLINE AND THE SUITE'S AVERAGE START.
      *
         01 WS-DL-HHMM           PIC 9(4) VALUE 0.
         01 SW-DL-PRESENT        PIC 9 VALUE 0.
            88 DEADLINE-PRESENT        VALUE 1.
         01 WS-START-COUNT       PIC 9(4) VALUE 0.
         01 WS-START-SUM         PIC 9(9) VALUE 0.
         01 WS-START-SECS        PIC 9(5).
         01 WS-DL-SECS           PIC 9(5).
         01 WS-DL-HH             PIC 99.
         01 WS-DL-MM             PIC 99.
         01 WS-WINDOW-SECS       PIC 9(7) VALUE 0.
         01 WS-CLOCK             PIC 9(6).
         01 FILLER REDEFINES WS-CLOCK.
            05 WS-CLOCK-HH       PIC 99.
            05 WS-CLOCK-MM       PIC 99.
            05 WS-CLOCK-SS       PIC 99.

      *
      *    A POINT OF HISTORY - ITS DAY RELATIVE TO TODAY, VOLUME
      *    AND SECONDS.
      *
         01 WS-PT-T              PIC S9(7).
         01 WS-PT-V              PIC 9(9).
         01 WS-PT-S              PIC 9(7).

      *
      *    THE FITS FOR ONE STEP AND WHAT FOLLOWS FROM THEM.
      *
         01 WS-DENOM             PIC S9(18).
         01 WS-FIT-NUM           PIC S9(18).
         01 WS-MEAN-T            PIC S9(7)V9(4).
         01 WS-MEAN-V            PIC S9(9)V9(4).
         01 WS-MEAN-S            PIC S9(7)V9(4).
         01 WS-SECS-B            PIC S9(5)V9(8).
         01 WS-VOL-G             PIC S9(9)V9(4).
         01 WS-VOL-SHIFT         PIC S9(13)V9(4).
         01 WS-VOL-C             PIC S9(9)V9(4).
         01 WS-SECS-GROWTH       PIC S9(7)V9(8).
         01 WS-SECS-SHIFT        PIC S9(11)V9(4).
         01 WS-SECS-NOW          PIC S9(9)V9(4).
         01 WS-LIMIT             PIC 9(7).
         01 WS-CROSS-GAP         PIC S9(9)V9(4).
         01 WS-CROSS-QUOT        PIC 9(11)V9(4).
         01 WS-CROSS-DAYS        PIC 9(9).
         01 WS-CROSS-TEXT        PIC X(8).
         01 SW-FIT               PIC 9.
            88 FIT-MADE                VALUE 1.
            88 FIT-NOT-MADE            VALUE 0.
         01 WS-NO-FIT-WHY        PIC X(20).

      *
      *    CALENDAR ARITHMETIC - A DATE TO A DAY NUMBER, AND A DATE
      *    ROLLED FORWARD A DAY AT A TIME ACROSS MONTH AND YEAR ENDS.
      *
         01 WS-TODAY-DAYNO       PIC 9(7).
         01 WS-DAYNO             PIC 9(7).
         01 WS-DN-DATE           PIC 9(8).
         01 FILLER REDEFINES WS-DN-DATE.
            05 WS-DN-YEAR        PIC 9(4).
            05 WS-DN-MONTH       PIC 99.
            05 WS-DN-DAY         PIC 99.
         01 WS-DN-Y              PIC 9(4).
         01 WS-DN-M              PIC 99.
         01 WS-DN-Q4             PIC 9(4).
         01 WS-DN-Q100           PIC 9(4).
         01 WS-DN-Q400           PIC 9(4).
         01 WS-DN-MDAYS          PIC 9(4).
         01 WS-FWD-DATE          PIC 9(8).
         01 FILLER REDEFINES WS-FWD-DATE.
            05 WS-FD-YEAR        PIC 9(4).
            05 WS-FD-MONTH       PIC 99.
            05 WS-FD-DAY         PIC 99.
         01 WS-DAYS-IN-MONTH     PIC 99.
         01 WS-LEAP-REM          PIC 9(4).

         01 WS-FORECAST-COUNT    PIC 99 VALUE 0.
         01 WS-NEAR-COUNT        PIC 99 VALUE 0.

         01 WS-RPT-HEAD.
            05 FILLER            PIC X(37)
                VALUE 'DAY00CAP RUNTIME CAPACITY FORECAST AS'.
            05 FILLER            PIC X(4) VALUE ' OF '.
            05 WS-RH-DATE        PIC 9(8).
            05 FILLER            PIC X(13) VALUE ' - FITTED ON '.
            05 WS-RH-FROM        PIC 9(6).
            05 FILLER            PIC X(4) VALUE ' TO '.
            05 WS-RH-TO          PIC 9(6).

         01 WS-RPT-COLS.
            05 FILLER            PIC X(31) VALUE 'STEP'.
            05 FILLER            PIC X(5)  VALUE 'RUNS'.
            05 FILLER            PIC X(8)  VALUE 'SECS NOW'.
            05 FILLER            PIC X(8)  VALUE '  BUDGET'.
            05 FILLER            PIC X(10) VALUE ' CROSSES'.
            05 FILLER            PIC X(8)  VALUE ' CEILING'.
            05 FILLER            PIC X(10) VALUE ' CROSSES'.
            05 FILLER            PIC X(9)  VALUE '  VOL NOW'.
            05 FILLER            PIC X(10) VALUE '  VOL/30D'.

         01 WS-RPT-LINE.
            05 WS-RL-NAME        PIC X(30).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-RL-RUNS        PIC ZZZ9.
            05 FILLER            PIC X VALUE SPACE.
            05 WS-RL-SECS        PIC ZZZZZZ9.
            05 FILLER            PIC X VALUE SPACE.
            05 WS-RL-BUDGET      PIC ZZZZZZ9.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-RL-BUD-CROSS   PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-RL-CEILING     PIC ZZZZZZ9 BLANK WHEN ZERO.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-RL-CEIL-CROSS  PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-RL-VOL         PIC ZZZZZZZZ9.
            05 FILLER            PIC X VALUE SPACE.
            05 WS-RL-GROWTH      PIC -ZZZZZZZ9.
            05 FILLER            PIC X VALUE SPACE.
            05 WS-RL-NOTE        PIC X(20).

         01 WS-EXT-RUNS          PIC 9(4).
         01 WS-EXT-SECS          PIC 9(7).
         01 WS-EXT-BUDGET        PIC 9(7).
         01 WS-EXT-CEILING       PIC 9(7).
         01 WS-EXT-VOL           PIC 9(9).
         01 WS-EXT-GROWTH        PIC S9(8) SIGN LEADING SEPARATE.
         01 WS-EXT-BUD-CROSS     PIC X(8).

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY00CAP'==
                         ==PFX-SUB== BY =='/day00'==.

            ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
            MOVE WS-NOW-DATE TO WS-DN-DATE
            PERFORM DATE-TO-DAYNO
            MOVE WS-DAYNO TO WS-TODAY-DAYNO

            PERFORM LOAD-STEP-LIMITS
            PERFORM FIND-RUN-WINDOW
            PERFORM LOAD-RUN-VOLUMES
            PERFORM LOAD-DEADLINE
            PERFORM GATHER-HISTORY-POINTS

            OPEN OUTPUT RPT-FILE
            OPEN OUTPUT EXT-FILE
            MOVE WS-NOW-DATE    TO WS-RH-DATE
            MOVE WS-FLOOR-RUNID TO WS-RH-FROM
            ADD 1 TO WS-RH-FROM
            MOVE WS-MAX-RUNID   TO WS-RH-TO
            MOVE WS-RPT-HEAD TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE SPACES TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE WS-RPT-COLS TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE SPACES TO EXT-RECORD
            STRING 'HDR|' WS-NOW-DATE '|' WS-RH-FROM '|' WS-RH-TO
               DELIMITED BY SIZE INTO EXT-RECORD
            END-STRING
            WRITE EXT-RECORD

            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-STEP-COUNT
               PERFORM FORECAST-ONE-STEP
            END-PERFORM
            MOVE 51 TO SX
            PERFORM FORECAST-ONE-STEP

            MOVE SPACES TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE SPACES TO RPT-RECORD
            STRING WS-FORECAST-COUNT ' LINE(S) FORECAST, '
                   WS-NEAR-COUNT ' OVER OR EXPECTED TO CROSS A '
                   'LIMIT WITHIN ' WS-WARN-DAYS ' DAYS'
               DELIMITED BY SIZE INTO RPT-RECORD
            END-STRING
            WRITE RPT-RECORD
            CLOSE RPT-FILE
            CLOSE EXT-FILE

            DISPLAY 'DAY00CAP ' WS-FORECAST-COUNT ' LINE(S) '
                    'FORECAST TO CAPRPT AND CAPEXT, ' WS-NEAR-COUNT
                    ' OVER OR WITHIN ' WS-WARN-DAYS ' DAYS OF A LIMIT'
            IF WS-NEAR-COUNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF

            STOP RUN.

      *
      *    'WAVE STEP BUDGET CEILING ...' - THE REST OF THE LINE IS
      *    THE DRIVER'S BUSINESS.
      *
         LOAD-STEP-LIMITS SECTION.
            OPEN INPUT STEP-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-STEP-STATUS==
                         ==FS-FILE-NAME== BY =='DRVSTEPS'==
                         ==FS-PGM==       BY =='DAY00CAP'==.
            READ STEP-FILE
               AT END SET STEP-END TO TRUE
            END-READ
            PERFORM UNTIL STEP-END
               IF STEP-TEXT NOT = SPACES
               AND STEP-TEXT(1:1) NOT = '*'
               AND WS-STEP-COUNT < 50
                  MOVE SPACES TO WS-PARSE-WAVE WS-PARSE-STEP
                                 WS-PARSE-BUDGET WS-PARSE-CEILING
                  UNSTRING STEP-TEXT
                     DELIMITED BY ALL SPACE
                     INTO WS-PARSE-WAVE, WS-PARSE-STEP,
                          WS-PARSE-BUDGET, WS-PARSE-CEILING
                  END-UNSTRING
                  ADD 1 TO WS-STEP-COUNT
                  MOVE WS-STEP-COUNT TO SX
                  INITIALIZE WS-STEP-ENTRY(SX)
                  MOVE WS-PARSE-STEP TO WS-S-NAME(SX)
                  MOVE SPACES TO WS-STEP-DIR WS-STEP-PGM
                  UNSTRING WS-PARSE-STEP
                     DELIMITED BY '/'
                     INTO WS-STEP-DIR, WS-STEP-PGM
                  END-UNSTRING
                  MOVE WS-STEP-PGM(1:8) TO WS-S-PROGRAM(SX)
                  INSPECT WS-S-PROGRAM(SX) CONVERTING
                     'abcdefghijklmnopqrstuvwxyz' TO
                     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                  PERFORM PARSE-STEP-LIMITS
               END-IF
               READ STEP-FILE
                  AT END SET STEP-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE STEP-FILE
            INITIALIZE WS-STEP-ENTRY(51)
            MOVE '*SUITE' TO WS-S-NAME(51)
            .

         PARSE-STEP-LIMITS SECTION.
            MOVE 0 TO WS-TOKEN-LEN
            INSPECT WS-PARSE-BUDGET TALLYING WS-TOKEN-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-TOKEN-LEN > 0 AND WS-TOKEN-LEN < 8
            AND WS-PARSE-BUDGET(1:WS-TOKEN-LEN) NUMERIC
               MOVE WS-PARSE-BUDGET(1:WS-TOKEN-LEN) TO WS-S-BUDGET(SX)
            END-IF
            MOVE 0 TO WS-TOKEN-LEN
            INSPECT WS-PARSE-CEILING TALLYING WS-TOKEN-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-TOKEN-LEN > 0 AND WS-TOKEN-LEN < 8
            AND WS-PARSE-CEILING(1:WS-TOKEN-LEN) NUMERIC
               MOVE WS-PARSE-CEILING(1:WS-TOKEN-LEN)
                  TO WS-S-CEILING(SX)
            END-IF
            .

      *
      *    THE HIGHEST RUN-ID ON RUNHIST, AND THE FLOOR BELOW THE
      *    WINDOW OF RUNS THE FORECAST IS FITTED ON.
      *
         FIND-RUN-WINDOW SECTION.
            OPEN INPUT HIST-FILE
            IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'DAY00CAP NO RUNTIME HISTORY FILE FOUND'
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF
            READ HIST-FILE
               AT END SET HIST-END TO TRUE
            END-READ
            PERFORM UNTIL HIST-END
               IF HST-RUN-ID NUMERIC
               AND HST-RUN-ID > WS-MAX-RUNID
                  MOVE HST-RUN-ID TO WS-MAX-RUNID
               END-IF
               READ HIST-FILE
                  AT END SET HIST-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE HIST-FILE
            IF WS-MAX-RUNID > WS-WINDOW-RUNS
               COMPUTE WS-FLOOR-RUNID = WS-MAX-RUNID - WS-WINDOW-RUNS
            END-IF
            .

         LOAD-RUN-VOLUMES SECTION.
            INITIALIZE WS-RUN-VOL-TABLE
            OPEN INPUT CTL-FILE
            IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'DAY00CAP NO CONTROL-TOTALS FILE - NO VOLUMES'
            ELSE
               READ CTL-FILE
                  AT END MOVE 'Y' TO WS-CTL-END
               END-READ
               PERFORM UNTIL CTL-END
                  IF CTL-RUN-ID NUMERIC
                  AND CTL-RUN-ID > WS-FLOOR-RUNID
                  AND CTL-RUN-ID <= WS-MAX-RUNID
                  AND CTL-IN-COUNT NUMERIC
                  AND CTL-LABEL NOT = 'START'
                     PERFORM NOTE-RUN-VOLUME
                  END-IF
                  READ CTL-FILE
                     AT END MOVE 'Y' TO WS-CTL-END
                  END-READ
               END-PERFORM
               CLOSE CTL-FILE
            END-IF
            .

         NOTE-RUN-VOLUME SECTION.
            MOVE CTL-PROGRAM TO WS-UPPER-PGM
            PERFORM FIND-PGM-SLOT
            IF GX > 0
               COMPUTE RX = CTL-RUN-ID - WS-FLOOR-RUNID
               IF CTL-IN-COUNT > WS-G-VOL(GX, RX)
                  COMPUTE WS-RUN-VOL(RX) = WS-RUN-VOL(RX)
                                         - WS-G-VOL(GX, RX)
                                         + CTL-IN-COUNT
                  MOVE CTL-IN-COUNT TO WS-G-VOL(GX, RX)
               END-IF
            END-IF
            .

         FIND-PGM-SLOT SECTION.
            SET PGM-NOT-FOUND TO TRUE
            PERFORM VARYING GX FROM 1 BY 1
                        UNTIL GX > WS-PGM-COUNT OR PGM-FOUND
               IF WS-G-PROGRAM(GX) = WS-UPPER-PGM
                  SET PGM-FOUND TO TRUE
                  SUBTRACT 1 FROM GX
               END-IF
            END-PERFORM
            IF PGM-NOT-FOUND
               IF WS-PGM-COUNT >= 60
                  MOVE 0 TO GX
               ELSE
                  ADD 1 TO WS-PGM-COUNT
                  MOVE WS-PGM-COUNT TO GX
                  INITIALIZE WS-PGM-ENTRY(GX)
                  MOVE WS-UPPER-PGM TO WS-G-PROGRAM(GX)
               END-IF
            END-IF
            .

         LOAD-DEADLINE SECTION.
            OPEN INPUT DL-FILE
            IF WS-DL-STATUS = '00'
               READ DL-FILE
                  AT END SET DL-END TO TRUE
               END-READ
               IF NOT DL-END
               AND DL-TEXT(1:4) NUMERIC
                  MOVE DL-TEXT(1:4) TO WS-DL-HHMM
                  SET DEADLINE-PRESENT TO TRUE
               END-IF
               CLOSE DL-FILE
            END-IF
            .

      *
      *    EVERY STEP RUN IN THE WINDOW WHOSE PROGRAM REPORTED A
      *    VOLUME FOR THE RUN, AND EVERY NIGHT'S *SUITE RECORD, IS
      *    A POINT FOR THE FITS.
      *
         GATHER-HISTORY-POINTS SECTION.
            OPEN INPUT HIST-FILE
            READ HIST-FILE
               AT END SET HIST-END TO TRUE
            END-READ
            PERFORM UNTIL HIST-END
               IF HST-RUN-ID NUMERIC
               AND HST-RUN-ID > WS-FLOOR-RUNID
               AND HST-DATE NUMERIC
               AND HST-SECS NUMERIC
                  COMPUTE RX = HST-RUN-ID - WS-FLOOR-RUNID
                  MOVE HST-DATE TO WS-DN-DATE
                  PERFORM DATE-TO-DAYNO
                  COMPUTE WS-PT-T = WS-DAYNO - WS-TODAY-DAYNO
                  MOVE HST-SECS TO WS-PT-S
                  IF HST-STEP = '*SUITE'
                     PERFORM NOTE-SUITE-POINT
                  ELSE
                     PERFORM NOTE-STEP-POINT
                  END-IF
               END-IF
               READ HIST-FILE
                  AT END SET HIST-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE HIST-FILE

            IF DEADLINE-PRESENT AND WS-START-COUNT > 0
               DIVIDE WS-START-SUM BY WS-START-COUNT
                  GIVING WS-START-SECS
               DIVIDE WS-DL-HHMM BY 100 GIVING WS-DL-HH
                  REMAINDER WS-DL-MM
               COMPUTE WS-DL-SECS = WS-DL-HH * 3600 + WS-DL-MM * 60
               IF WS-DL-SECS > WS-START-SECS
                  COMPUTE WS-WINDOW-SECS = WS-DL-SECS - WS-START-SECS
               ELSE
                  COMPUTE WS-WINDOW-SECS = WS-DL-SECS + 86400
                                         - WS-START-SECS
               END-IF
            END-IF
            .

         NOTE-STEP-POINT SECTION.
            PERFORM VARYING SX FROM 1 BY 1
                        UNTIL SX > WS-STEP-COUNT
               IF WS-S-NAME(SX) = HST-STEP
                  MOVE WS-S-PROGRAM(SX) TO WS-UPPER-PGM
                  PERFORM FIND-PGM-SLOT
                  IF GX > 0
                     MOVE WS-G-VOL(GX, RX) TO WS-PT-V
                     IF WS-PT-V > 0
                        PERFORM ADD-POINT
                     END-IF
                  END-IF
                  COMPUTE SX = WS-STEP-COUNT
               END-IF
            END-PERFORM
            .

         NOTE-SUITE-POINT SECTION.
            IF HST-START-TIME NUMERIC
               MOVE HST-START-TIME TO WS-CLOCK
               COMPUTE WS-START-SUM = WS-START-SUM
                  + WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60
                  + WS-CLOCK-SS
               ADD 1 TO WS-START-COUNT
            END-IF
            MOVE WS-RUN-VOL(RX) TO WS-PT-V
            IF WS-PT-V > 0
               MOVE 51 TO SX
               PERFORM ADD-POINT
            END-IF
            .

         ADD-POINT SECTION.
            ADD 1 TO WS-S-N(SX)
            ADD WS-PT-T TO WS-S-SUM-T(SX)
            COMPUTE WS-S-SUM-TT(SX) = WS-S-SUM-TT(SX)
                                    + WS-PT-T * WS-PT-T
            ADD WS-PT-V TO WS-S-SUM-V(SX)
            COMPUTE WS-S-SUM-VV(SX) = WS-S-SUM-VV(SX)
                                    + WS-PT-V * WS-PT-V
            ADD WS-PT-S TO WS-S-SUM-S(SX)
            COMPUTE WS-S-SUM-VS(SX) = WS-S-SUM-VS(SX)
                                    + WS-PT-V * WS-PT-S
            COMPUTE WS-S-SUM-TV(SX) = WS-S-SUM-TV(SX)
                                    + WS-PT-T * WS-PT-V
            .

      *
      *    THE TWO FITS FOR ONE STEP (OR THE SUITE), TODAY'S
      *    EXPECTED SECONDS AND VOLUME, AND THE CROSSING DATES.
      *
         FORECAST-ONE-STEP SECTION.
            MOVE SPACES TO WS-RPT-LINE
            MOVE WS-S-NAME(SX) TO WS-RL-NAME
            MOVE WS-S-N(SX)    TO WS-RL-RUNS
            MOVE WS-S-N(SX)    TO WS-EXT-RUNS
            MOVE 0 TO WS-EXT-SECS WS-EXT-VOL WS-EXT-GROWTH
            MOVE SPACES TO WS-EXT-BUD-CROSS WS-CROSS-TEXT
            IF SX = 51
               MOVE WS-WINDOW-SECS TO WS-S-BUDGET(SX)
               MOVE 0              TO WS-S-CEILING(SX)
            END-IF
            MOVE WS-S-BUDGET(SX)  TO WS-RL-BUDGET WS-EXT-BUDGET
            MOVE WS-S-CEILING(SX) TO WS-RL-CEILING WS-EXT-CEILING

            PERFORM FIT-ONE-STEP
            IF FIT-NOT-MADE
               MOVE WS-NO-FIT-WHY TO WS-RL-NOTE
            ELSE
               ADD 1 TO WS-FORECAST-COUNT
               IF WS-SECS-NOW > 0
                  MOVE WS-SECS-NOW TO WS-RL-SECS WS-EXT-SECS
               END-IF
               IF WS-VOL-C > 0
                  MOVE WS-VOL-C TO WS-RL-VOL WS-EXT-VOL
               END-IF
               COMPUTE WS-EXT-GROWTH ROUNDED = WS-VOL-G * 30
               MOVE WS-EXT-GROWTH TO WS-RL-GROWTH
               IF SX = 51 AND NOT DEADLINE-PRESENT
                  MOVE 'NO DEADLINE' TO WS-RL-NOTE
               ELSE
                  MOVE WS-S-BUDGET(SX) TO WS-LIMIT
                  PERFORM FIND-CROSSING
                  MOVE WS-CROSS-TEXT TO WS-RL-BUD-CROSS
                                        WS-EXT-BUD-CROSS
                  IF SX = 51
                     MOVE 'ONLINE WINDOW' TO WS-RL-NOTE
                  END-IF
               END-IF
               MOVE SPACES TO WS-CROSS-TEXT
               IF SX < 51
                  MOVE WS-S-CEILING(SX) TO WS-LIMIT
                  PERFORM FIND-CROSSING
                  MOVE WS-CROSS-TEXT TO WS-RL-CEIL-CROSS
               END-IF
            END-IF
            MOVE WS-RPT-LINE TO RPT-RECORD
            WRITE RPT-RECORD

            MOVE SPACES TO EXT-RECORD
            STRING WS-S-NAME(SX)     DELIMITED BY SPACE
                   '|'               DELIMITED BY SIZE
                   WS-EXT-RUNS       DELIMITED BY SIZE
                   '|'               DELIMITED BY SIZE
                   WS-EXT-SECS       DELIMITED BY SIZE
                   '|'               DELIMITED BY SIZE
                   WS-EXT-BUDGET     DELIMITED BY SIZE
                   '|'               DELIMITED BY SIZE
                   WS-EXT-BUD-CROSS  DELIMITED BY SPACE
                   '|'               DELIMITED BY SIZE
                   WS-EXT-CEILING    DELIMITED BY SIZE
                   '|'               DELIMITED BY SIZE
                   WS-CROSS-TEXT     DELIMITED BY SPACE
                   '|'               DELIMITED BY SIZE
                   WS-EXT-VOL        DELIMITED BY SIZE
                   '|'               DELIMITED BY SIZE
                   WS-EXT-GROWTH     DELIMITED BY SIZE
                   '|'               DELIMITED BY SIZE
                   WS-RL-NOTE        DELIMITED BY SIZE
               INTO EXT-RECORD
            END-STRING
            WRITE EXT-RECORD
            .

         FIT-ONE-STEP SECTION.
            SET FIT-NOT-MADE TO TRUE
            EVALUATE TRUE
               WHEN WS-S-N(SX) = 0 AND SX = 51
                  MOVE 'NO SUITE HISTORY' TO WS-NO-FIT-WHY
               WHEN WS-S-N(SX) = 0
                  MOVE 'NO VOLUME HISTORY' TO WS-NO-FIT-WHY
               WHEN WS-S-N(SX) < 3
                  MOVE 'TOO FEW RUNS' TO WS-NO-FIT-WHY
               WHEN OTHER
                  SET FIT-MADE TO TRUE
            END-EVALUATE
            IF FIT-MADE
               DIVIDE WS-S-SUM-T(SX) BY WS-S-N(SX)
                  GIVING WS-MEAN-T ROUNDED
               DIVIDE WS-S-SUM-V(SX) BY WS-S-N(SX)
                  GIVING WS-MEAN-V ROUNDED
               DIVIDE WS-S-SUM-S(SX) BY WS-S-N(SX)
                  GIVING WS-MEAN-S ROUNDED
      *
      *       SECONDS PER UNIT OF VOLUME - THE SLOPE OF SECONDS
      *       AGAINST VOLUME, OR THEIR RATIO WHEN THE VOLUME HAS NOT
      *       MOVED OVER THE WINDOW.
      *
               COMPUTE WS-DENOM = WS-S-N(SX) * WS-S-SUM-VV(SX)
                                - WS-S-SUM-V(SX) * WS-S-SUM-V(SX)
               IF WS-DENOM > 0
                  COMPUTE WS-FIT-NUM = WS-S-N(SX) * WS-S-SUM-VS(SX)
                                     - WS-S-SUM-V(SX) * WS-S-SUM-S(SX)
                  DIVIDE WS-FIT-NUM BY WS-DENOM
                     GIVING WS-SECS-B ROUNDED
               ELSE
                  DIVIDE WS-S-SUM-S(SX) BY WS-S-SUM-V(SX)
                     GIVING WS-SECS-B ROUNDED
               END-IF
      *
      *       VOLUME GROWTH A DAY, AND THE VOLUME IT PUTS AT TODAY.
      *
               COMPUTE WS-DENOM = WS-S-N(SX) * WS-S-SUM-TT(SX)
                                - WS-S-SUM-T(SX) * WS-S-SUM-T(SX)
               IF WS-DENOM > 0
                  COMPUTE WS-FIT-NUM = WS-S-N(SX) * WS-S-SUM-TV(SX)
                                     - WS-S-SUM-T(SX) * WS-S-SUM-V(SX)
                  DIVIDE WS-FIT-NUM BY WS-DENOM
                     GIVING WS-VOL-G ROUNDED
               ELSE
                  MOVE 0 TO WS-VOL-G
               END-IF
               COMPUTE WS-VOL-SHIFT ROUNDED = WS-VOL-G * WS-MEAN-T
               COMPUTE WS-VOL-C = WS-MEAN-V - WS-VOL-SHIFT
      *
      *       SECONDS GROWTH A DAY, AND TODAY'S EXPECTED SECONDS -
      *       THE AVERAGE MOVED ON FROM THE WINDOW'S MIDDLE DAY.
      *
               COMPUTE WS-SECS-GROWTH ROUNDED = WS-SECS-B * WS-VOL-G
               COMPUTE WS-SECS-SHIFT ROUNDED =
                  WS-SECS-GROWTH * WS-MEAN-T
               COMPUTE WS-SECS-NOW = WS-MEAN-S - WS-SECS-SHIFT
            END-IF
            .

      *
      *    THE DATE TODAY'S EXPECTED SECONDS, GROWING AT THE FITTED
      *    RATE, FIRST REACH WS-LIMIT.
      *
         FIND-CROSSING SECTION.
            EVALUATE TRUE
               WHEN WS-LIMIT = 0
                  MOVE SPACES TO WS-CROSS-TEXT
               WHEN WS-SECS-NOW >= WS-LIMIT
                  MOVE 'NOW' TO WS-CROSS-TEXT
                  ADD 1 TO WS-NEAR-COUNT
               WHEN WS-SECS-GROWTH NOT > 0
                  MOVE 'NEVER' TO WS-CROSS-TEXT
               WHEN OTHER
                  COMPUTE WS-CROSS-GAP = WS-LIMIT - WS-SECS-NOW
                  DIVIDE WS-CROSS-GAP BY WS-SECS-GROWTH
                     GIVING WS-CROSS-QUOT
                     ON SIZE ERROR
                        MOVE 99999999999 TO WS-CROSS-QUOT
                  END-DIVIDE
                  MOVE 999999999 TO WS-CROSS-DAYS
                  IF WS-CROSS-QUOT < 999999999
                     MOVE WS-CROSS-QUOT TO WS-CROSS-DAYS
                     IF WS-CROSS-DAYS < WS-CROSS-QUOT
                        ADD 1 TO WS-CROSS-DAYS
                     END-IF
                  END-IF
                  IF WS-CROSS-DAYS > WS-HORIZON-DAYS
                     MOVE 'BEYOND' TO WS-CROSS-TEXT
                  ELSE
                     IF WS-CROSS-DAYS <= WS-WARN-DAYS
                        ADD 1 TO WS-NEAR-COUNT
                     END-IF
                     MOVE WS-NOW-DATE TO WS-FWD-DATE
                     PERFORM ADVANCE-ONE-DAY WS-CROSS-DAYS TIMES
                     MOVE WS-FWD-DATE TO WS-CROSS-TEXT
                  END-IF
            END-EVALUATE
            .

      *
      *    DAYS FROM A FIXED ORIGIN, MARCH-BASED SO THE LEAP DAY
      *    FALLS AT THE END OF THE YEAR.
      *
         DATE-TO-DAYNO SECTION.
            MOVE WS-DN-YEAR  TO WS-DN-Y
            MOVE WS-DN-MONTH TO WS-DN-M
            IF WS-DN-M <= 2
               SUBTRACT 1 FROM WS-DN-Y
               ADD 12 TO WS-DN-M
            END-IF
            DIVIDE WS-DN-Y BY 4   GIVING WS-DN-Q4
            DIVIDE WS-DN-Y BY 100 GIVING WS-DN-Q100
            DIVIDE WS-DN-Y BY 400 GIVING WS-DN-Q400
            COMPUTE WS-DN-MDAYS = 153 * (WS-DN-M - 3) + 2
            DIVIDE WS-DN-MDAYS BY 5 GIVING WS-DN-MDAYS
            COMPUTE WS-DAYNO = 365 * WS-DN-Y + WS-DN-Q4 - WS-DN-Q100
                             + WS-DN-Q400 + WS-DN-MDAYS + WS-DN-DAY
            .

         ADVANCE-ONE-DAY SECTION.
            EVALUATE WS-FD-MONTH
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                  MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                  MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN OTHER
                  MOVE 28 TO WS-DAYS-IN-MONTH
                  DIVIDE WS-FD-YEAR BY 4
                     GIVING WS-LEAP-REM
                     REMAINDER WS-LEAP-REM
                  IF WS-LEAP-REM = 0
                     MOVE 29 TO WS-DAYS-IN-MONTH
                  END-IF
            END-EVALUATE
            IF WS-FD-DAY < WS-DAYS-IN-MONTH
               ADD 1 TO WS-FD-DAY
            ELSE
               MOVE 1 TO WS-FD-DAY
               IF WS-FD-MONTH = 12
                  ADD 1 TO WS-FD-YEAR
                  MOVE 1 TO WS-FD-MONTH
               ELSE
                  ADD 1 TO WS-FD-MONTH
               END-IF
            END-IF
            .
