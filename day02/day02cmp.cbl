         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY02CMP.

      *
      *    NIGHT-OVER-NIGHT GAMES COMPARE FOR THE DAY02 FEED. THE
      *    GAMES SUPPLIER RE-SENDS THE WHOLE HISTORY EVERY NIGHT AND
      *    HAS BEEN CAUGHT ALTERING OLD GAMES' DRAWS WITHOUT SAYING
      *    SO - AND DAY00DIF'S LINE DIFF ONLY SHOWS THAT SOME LINES
      *    MOVED. IN THE SAME SPIRIT AS DAY08CMP FOR THE NETWORKS,
      *    THIS UTILITY LOADS TONIGHT'S INPFILE AND A PRIOR ARCHIVED
      *    GENERATION THROUGH THE SAME DAY02PR PARSER THE PART
      *    PROGRAMS USE, KEYED BY GAME NUMBER, AND REPORTS GAMES
      *    ADDED, GAMES WITHDRAWN, AND GAMES WHOSE SETS CHANGED -
      *    SET BY SET - WITH WHETHER EACH CHANGED GAME'S VALIDITY
      *    (UNDER ITS OWN FILE'S LIMIT LINE) OR MINIMAL POWER
      *    FLIPPED, ALL INDEPENDENT OF RECORD ORDER.
      *
      *    THE COMMAND LINE MAY NAME THE PRIOR GENERATION AND THEN
      *    THE RESTATEMENT AGE IN DAYS; WITHOUT THEM THE NEWEST
      *    archive/INPFILE.* GENERATION THE DRIVER KEPT IS USED AND
      *    THE AGE IS 30 DAYS. A GAME FIRST SEEN ON THE GAMHIST
      *    MASTER MORE THAN THAT MANY DAYS AGO IS SETTLED HISTORY:
      *    ANY CHANGE TO IT, OR ITS WITHDRAWAL, IS REPORTED AS A
      *    RESTATEMENT BY THE SUPPLIER AND LOGGED TO THE SHARED
      *    EXCEPTION LOG. WITH NO GAMHIST NO GAME'S AGE IS KNOWN
      *    AND NO RESTATEMENT IS JUDGED. ANY DIFFERENCE RAISES
      *    RETURN CODE 4.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT INPUT-FILE ASSIGN TO DYNAMIC WS-INPUT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INPUT-STATUS.

            SELECT HIST-FILE ASSIGN TO GAMHIST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HIST-STATUS.

            SELECT LIST-FILE ASSIGN TO "CMP.tmp"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LIST-STATUS.

         DATA DIVISION.
         FILE SECTION.
         FD INPUT-FILE.
         01 INPUT-RECORD.
            88 INPUT-END        VALUE LOW-VALUE.
            05 INPUT-TEXT       PIC X(200).

         FD HIST-FILE.
         01 HIST-RECORD.
            88 HIST-END          VALUE LOW-VALUE.
            05 HIS-GAME-NO       PIC 9(4).
            05 HIS-RUN-DATE      PIC 9(8).
            05 FILLER            PIC X(42).

         FD LIST-FILE.
         01 LIST-RECORD.
            88 LIST-END          VALUE LOW-VALUE.
            05 LIST-TEXT         PIC X(100).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         COPY "EXCLOG.CPY".

         01 WS-INPUT-FILENAME   PIC X(100).
         01 WS-INPUT-STATUS     PIC XX.
         01 WS-HIST-STATUS      PIC XX.
         01 WS-LIST-STATUS      PIC XX.
         01 WS-COMMAND          PIC X(100).

         01 WS-OLD-FILENAME     PIC X(100) VALUE SPACES.
         01 WS-CMD-INPUT        PIC X(100) VALUE SPACES.
         01 WS-CMD-OLD          PIC X(100).
         01 WS-CMD-DAYS         PIC X(10).

         01 WS-RECORD           PIC X(200).

         COPY "DAY02GAM.CPY".

         01 WS-DQ-COUNT         PIC 99.
         01 WS-DQ-TABLE.
            05 WS-DQ-ENTRY OCCURS 10.
               10 WS-DQ-SET-NO  PIC 99.
               10 WS-DQ-TEXT    PIC X(100).

         01 WS-LIMIT-RECORD     PIC X(20).
         01 WS-PERMITTED.
            05 WS-RED-PERMITTED     PIC 999.
            05 WS-GREEN-PERMITTED   PIC 999.
            05 WS-BLUE-PERMITTED    PIC 999.
         01 WS-NEW-PERMITTED    PIC X(9).
         01 WS-OLD-PERMITTED    PIC X(9).

         01 WS-MAXIMUM.
            05 WS-RED-MAXIMUM       PIC 999.
            05 WS-GREEN-MAXIMUM     PIC 999.
            05 WS-BLUE-MAXIMUM      PIC 999.

      *
      *    ONE SLOT PER POSSIBLE GAME NUMBER FOR EACH GENERATION, SO
      *    THE COMPARISON NEVER DEPENDS ON RECORD ORDER.
      *
         01 WS-NEW-GAME-TABLE.
            05 WS-NEW-GM        OCCURS 999.
               10 WS-NEW-DEF       PIC 9.
               10 WS-NEW-VALID     PIC 9.
               10 WS-NEW-POWER     PIC 9(9).
               10 WS-NEW-SET       OCCURS 10.
                  15 WS-NEW-HAS    PIC 9.
                  15 WS-NEW-RED    PIC 999.
                  15 WS-NEW-GREEN  PIC 999.
                  15 WS-NEW-BLUE   PIC 999.

         01 WS-OLD-GAME-TABLE.
            05 WS-OLD-GM        OCCURS 999.
               10 WS-OLD-DEF       PIC 9.
               10 WS-OLD-VALID     PIC 9.
               10 WS-OLD-POWER     PIC 9(9).
               10 WS-OLD-SET       OCCURS 10.
                  15 WS-OLD-HAS    PIC 9.
                  15 WS-OLD-RED    PIC 999.
                  15 WS-OLD-GREEN  PIC 999.
                  15 WS-OLD-BLUE   PIC 999.

      *
      *    THE NIGHT EACH GAME FIRST APPEARS ON GAMHIST.
      *
         01 WS-FIRST-SEEN-TABLE.
            05 WS-FIRST-SEEN    PIC 9(8) OCCURS 999.

         01 SW-WHICH-FILE       PIC 9 VALUE 1.
            88 LOADING-NEW            VALUE 1.
            88 LOADING-OLD            VALUE 2.

         01 SW-GAMHIST          PIC 9 VALUE 0.
            88 GAMHIST-LOADED         VALUE 1.

         01 SW-RESTATED         PIC 9.
            88 GAME-RESTATED          VALUE 1.
            88 GAME-NOT-RESTATED      VALUE 0.

         01 WS-AGE-DAYS         PIC 9(4) VALUE 30.
         01 WS-CUTOFF-DAYNO     PIC 9(7).

         01 WS-NOW-DATE         PIC 9(8).
         01 WS-DAYNO            PIC 9(7).
         01 WS-DN-DATE          PIC 9(8).
         01 FILLER REDEFINES WS-DN-DATE.
            05 WS-DN-YEAR       PIC 9(4).
            05 WS-DN-MONTH      PIC 99.
            05 WS-DN-DAY        PIC 99.
         01 WS-DN-Y             PIC 9(4).
         01 WS-DN-M             PIC 99.
         01 WS-DN-Q4            PIC 9(4).
         01 WS-DN-Q100          PIC 9(4).
         01 WS-DN-Q400          PIC 9(4).
         01 WS-DN-MDAYS         PIC 9(4).

         01 WS-ADD-COUNT        PIC 9(5) VALUE 0.
         01 WS-WDR-COUNT        PIC 9(5) VALUE 0.
         01 WS-CHG-COUNT        PIC 9(5) VALUE 0.
         01 WS-RST-COUNT        PIC 9(5) VALUE 0.

         01 WS-DIGIT            PIC 9.
         01 WS-CHAR REDEFINES WS-DIGIT PIC X.

         77 GX                  PIC 9(4).
         77 IX                  PIC 99.
         77 CX                  PIC 99.

         01 WS-GAME-LINE.
            05 WS-G-VERB        PIC X(10).
            05 FILLER           PIC X(5) VALUE 'GAME '.
            05 WS-G-GAME        PIC ZZ9.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 WS-G-REST        PIC X(60).

         01 WS-SET-LINE.
            05 FILLER           PIC X(6) VALUE '  SET '.
            05 WS-S-NO          PIC Z9.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 WS-S-OLD         PIC X(25).
            05 FILLER           PIC X(4) VALUE ' -> '.
            05 WS-S-NEW         PIC X(25).

         01 WS-RGB-TEXT.
            05 FILLER           PIC X(2) VALUE 'R '.
            05 WS-RGB-RED       PIC ZZ9.
            05 FILLER           PIC X(3) VALUE '  G'.
            05 FILLER           PIC X VALUE SPACE.
            05 WS-RGB-GREEN     PIC ZZ9.
            05 FILLER           PIC X(3) VALUE '  B'.
            05 FILLER           PIC X VALUE SPACE.
            05 WS-RGB-BLUE      PIC ZZ9.

         01 WS-OLD-VERDICT      PIC X(9).
         01 WS-NEW-VERDICT      PIC X(9).
         01 WS-POWER-ED         PIC Z(8)9.
         01 WS-POWER-ED2        PIC Z(8)9.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY02CMP'==
                         ==PFX-SUB== BY =='/day02'==.

            ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
            ACCEPT WS-CMD-INPUT FROM COMMAND-LINE
            MOVE SPACES TO WS-CMD-OLD WS-CMD-DAYS
            UNSTRING WS-CMD-INPUT
               DELIMITED BY ALL SPACE
               INTO WS-CMD-OLD, WS-CMD-DAYS
            END-UNSTRING
            IF WS-CMD-OLD NOT = SPACES
               MOVE WS-CMD-OLD TO WS-OLD-FILENAME
            ELSE
               PERFORM FIND-LATEST-GENERATION
            END-IF
            IF WS-CMD-DAYS NOT = SPACES
               MOVE 0 TO WS-AGE-DAYS
               PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 4
                  MOVE WS-CMD-DAYS(CX:1) TO WS-CHAR
                  IF WS-CHAR NUMERIC
                     COMPUTE WS-AGE-DAYS = WS-AGE-DAYS * 10 + WS-DIGIT
                  END-IF
               END-PERFORM
            END-IF
            IF WS-OLD-FILENAME = SPACES
               DISPLAY 'DAY02CMP ABEND - NO PRIOR GENERATION NAMED '
                       'AND NONE IN archive'
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF

            SET LOADING-NEW TO TRUE
            MOVE 'INPFILE' TO WS-INPUT-FILENAME
            PERFORM LOAD-ONE-GENERATION
            MOVE WS-PERMITTED TO WS-NEW-PERMITTED

            SET LOADING-OLD TO TRUE
            MOVE WS-OLD-FILENAME TO WS-INPUT-FILENAME
            PERFORM LOAD-ONE-GENERATION
            MOVE WS-PERMITTED TO WS-OLD-PERMITTED

            PERFORM LOAD-FIRST-SEEN

            DISPLAY 'DAY02CMP INPFILE AGAINST ' WS-OLD-FILENAME(1:50)
            IF WS-NEW-PERMITTED NOT = WS-OLD-PERMITTED
               DISPLAY 'DAY02CMP LIMIT LINE CHANGED '
                       WS-OLD-PERMITTED ' -> ' WS-NEW-PERMITTED
            ELSE
               DISPLAY 'DAY02CMP LIMIT LINE UNCHANGED'
            END-IF
            IF GAMHIST-LOADED
               DISPLAY 'DAY02CMP GAMES FIRST SEEN MORE THAN '
                       WS-AGE-DAYS ' DAYS AGO ARE SETTLED'
            ELSE
               DISPLAY 'DAY02CMP NO GAMHIST MASTER - GAME AGES '
                       'UNKNOWN, NO RESTATEMENTS JUDGED'
            END-IF

            PERFORM COMPARE-GENERATIONS

            DISPLAY 'DAY02CMP ' WS-ADD-COUNT ' GAME(S) ADDED, '
                    WS-WDR-COUNT ' WITHDRAWN, '
                    WS-CHG-COUNT ' CHANGED, '
                    WS-RST-COUNT ' RESTATED BY THE SUPPLIER'
            IF WS-ADD-COUNT > 0 OR WS-WDR-COUNT > 0
            OR WS-CHG-COUNT > 0
            OR WS-NEW-PERMITTED NOT = WS-OLD-PERMITTED
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF

            STOP RUN.

      *
      *    THE NEWEST GENERATION THE DRIVER ARCHIVED - LAST NIGHT'S
      *    FEED WHEN TONIGHT'S HAS NOT YET BEEN ARCHIVED.
      *
         FIND-LATEST-GENERATION SECTION.
            MOVE 'ls -1t archive/INPFILE.* 2>/dev/null > CMP.tmp'
               TO WS-COMMAND
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL
            OPEN INPUT LIST-FILE
            IF WS-LIST-STATUS = '00'
               READ LIST-FILE
                  AT END SET LIST-END TO TRUE
               END-READ
               IF NOT LIST-END
                  MOVE LIST-TEXT TO WS-OLD-FILENAME
               END-IF
               CLOSE LIST-FILE
            END-IF
            MOVE 'rm -f CMP.tmp' TO WS-COMMAND
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL
            MOVE 0 TO RETURN-CODE
            .

         LOAD-ONE-GENERATION SECTION.
            IF LOADING-NEW
               INITIALIZE WS-NEW-GAME-TABLE
            ELSE
               INITIALIZE WS-OLD-GAME-TABLE
            END-IF
            MOVE 0 TO WS-PERMITTED

            OPEN INPUT INPUT-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY WS-INPUT-STATUS
                         ==FS-FILE-NAME== BY WS-INPUT-FILENAME
                         ==FS-PGM==       BY 'DAY02CMP'.
            PERFORM READ-DATA-RECORD
            IF NOT INPUT-END
               MOVE SPACES TO WS-LIMIT-RECORD
               MOVE INPUT-TEXT(1:20) TO WS-LIMIT-RECORD
               UNSTRING WS-LIMIT-RECORD
                   DELIMITED BY SPACE
                   INTO WS-RED-PERMITTED,
                        WS-GREEN-PERMITTED,
                        WS-BLUE-PERMITTED
               END-UNSTRING
               PERFORM READ-DATA-RECORD
            END-IF
            PERFORM UNTIL INPUT-END
               IF INPUT-TEXT NOT = SPACES
                  MOVE INPUT-TEXT TO WS-RECORD
                  CALL 'DAY02PR' USING WS-RECORD, WS-PARSED, WS-GAME,
                                        WS-DQ-COUNT, WS-DQ-TABLE
                  END-CALL
                  IF WS-GAME-NUMBER > 0
                     PERFORM STORE-ONE-GAME
                  END-IF
               END-IF
               PERFORM READ-DATA-RECORD
            END-PERFORM
            CLOSE INPUT-FILE
            .

      *
      *    THE SUPPLIER'S *HDR/*TRL CONTROL RECORDS ARE NOT GAMES.
      *
         READ-DATA-RECORD SECTION.
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
      *    THE GAME'S SETS, AND ITS VALIDITY AND MINIMAL POWER UNDER
      *    THIS GENERATION'S OWN LIMIT LINE.
      *
         STORE-ONE-GAME SECTION.
            MOVE WS-GAME-NUMBER TO GX
            INITIALIZE WS-MAXIMUM
            IF LOADING-NEW
               MOVE 1 TO WS-NEW-DEF(GX)
               MOVE 1 TO WS-NEW-VALID(GX)
            ELSE
               MOVE 1 TO WS-OLD-DEF(GX)
               MOVE 1 TO WS-OLD-VALID(GX)
            END-IF
            PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 10
               IF WS-SETS-STR(IX) NOT = SPACES
                  IF LOADING-NEW
                     MOVE 1                  TO WS-NEW-HAS(GX, IX)
                     MOVE WS-RED-CUBES(IX)   TO WS-NEW-RED(GX, IX)
                     MOVE WS-GREEN-CUBES(IX) TO WS-NEW-GREEN(GX, IX)
                     MOVE WS-BLUE-CUBES(IX)  TO WS-NEW-BLUE(GX, IX)
                  ELSE
                     MOVE 1                  TO WS-OLD-HAS(GX, IX)
                     MOVE WS-RED-CUBES(IX)   TO WS-OLD-RED(GX, IX)
                     MOVE WS-GREEN-CUBES(IX) TO WS-OLD-GREEN(GX, IX)
                     MOVE WS-BLUE-CUBES(IX)  TO WS-OLD-BLUE(GX, IX)
                  END-IF
                  IF WS-RED-CUBES(IX)   > WS-RED-PERMITTED
                  OR WS-GREEN-CUBES(IX) > WS-GREEN-PERMITTED
                  OR WS-BLUE-CUBES(IX)  > WS-BLUE-PERMITTED
                     IF LOADING-NEW
                        MOVE 0 TO WS-NEW-VALID(GX)
                     ELSE
                        MOVE 0 TO WS-OLD-VALID(GX)
                     END-IF
                  END-IF
                  IF WS-RED-CUBES(IX) > WS-RED-MAXIMUM
                     MOVE WS-RED-CUBES(IX) TO WS-RED-MAXIMUM
                  END-IF
                  IF WS-GREEN-CUBES(IX) > WS-GREEN-MAXIMUM
                     MOVE WS-GREEN-CUBES(IX) TO WS-GREEN-MAXIMUM
                  END-IF
                  IF WS-BLUE-CUBES(IX) > WS-BLUE-MAXIMUM
                     MOVE WS-BLUE-CUBES(IX) TO WS-BLUE-MAXIMUM
                  END-IF
               END-IF
            END-PERFORM
            IF LOADING-NEW
               COMPUTE WS-NEW-POWER(GX) = WS-RED-MAXIMUM *
                                          WS-GREEN-MAXIMUM *
                                          WS-BLUE-MAXIMUM
            ELSE
               COMPUTE WS-OLD-POWER(GX) = WS-RED-MAXIMUM *
                                          WS-GREEN-MAXIMUM *
                                          WS-BLUE-MAXIMUM
            END-IF
            .

      *
      *    THE EARLIEST RUN DATE ON GAMHIST FOR EACH GAME, AND THE
      *    DAY NUMBER BEFORE WHICH A FIRST SIGHTING IS SETTLED.
      *
         LOAD-FIRST-SEEN SECTION.
            INITIALIZE WS-FIRST-SEEN-TABLE
            OPEN INPUT HIST-FILE
            IF WS-HIST-STATUS = '00'
               SET GAMHIST-LOADED TO TRUE
               READ HIST-FILE
                  AT END SET HIST-END TO TRUE
               END-READ
               PERFORM UNTIL HIST-END
                  IF HIS-GAME-NO NUMERIC
                  AND HIS-RUN-DATE NUMERIC
                  AND HIS-GAME-NO > 0 AND HIS-GAME-NO < 1000
                     MOVE HIS-GAME-NO TO GX
                     IF WS-FIRST-SEEN(GX) = 0
                     OR HIS-RUN-DATE < WS-FIRST-SEEN(GX)
                        MOVE HIS-RUN-DATE TO WS-FIRST-SEEN(GX)
                     END-IF
                  END-IF
                  READ HIST-FILE
                     AT END SET HIST-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE HIST-FILE
            END-IF
            MOVE WS-NOW-DATE TO WS-DN-DATE
            PERFORM DATE-TO-DAYNO
            COMPUTE WS-CUTOFF-DAYNO = WS-DAYNO - WS-AGE-DAYS
            .

         COMPARE-GENERATIONS SECTION.
            PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > 999
               EVALUATE TRUE
                  WHEN WS-NEW-DEF(GX) = 1 AND WS-OLD-DEF(GX) = 0
                     ADD 1 TO WS-ADD-COUNT
                     MOVE 'ADDED' TO WS-G-VERB
                     PERFORM REPORT-WHOLE-GAME
                  WHEN WS-NEW-DEF(GX) = 0 AND WS-OLD-DEF(GX) = 1
                     ADD 1 TO WS-WDR-COUNT
                     MOVE 'WITHDRAWN' TO WS-G-VERB
                     PERFORM REPORT-WHOLE-GAME
                     PERFORM CHECK-RESTATEMENT
                  WHEN WS-NEW-DEF(GX) = 1 AND WS-OLD-DEF(GX) = 1
                     IF WS-NEW-GM(GX) NOT = WS-OLD-GM(GX)
                        ADD 1 TO WS-CHG-COUNT
                        PERFORM REPORT-CHANGED-GAME
                        PERFORM CHECK-RESTATEMENT
                     END-IF
               END-EVALUATE
            END-PERFORM
            .

         REPORT-WHOLE-GAME SECTION.
            MOVE GX TO WS-G-GAME
            MOVE SPACES TO WS-G-REST
            IF WS-NEW-DEF(GX) = 1
               IF WS-NEW-VALID(GX) = 1
                  MOVE 'VALID' TO WS-NEW-VERDICT
               ELSE
                  MOVE 'NOT VALID' TO WS-NEW-VERDICT
               END-IF
               MOVE WS-NEW-POWER(GX) TO WS-POWER-ED
            ELSE
               IF WS-OLD-VALID(GX) = 1
                  MOVE 'VALID' TO WS-NEW-VERDICT
               ELSE
                  MOVE 'NOT VALID' TO WS-NEW-VERDICT
               END-IF
               MOVE WS-OLD-POWER(GX) TO WS-POWER-ED
            END-IF
            STRING WS-NEW-VERDICT ' POWER ' WS-POWER-ED
               DELIMITED BY SIZE INTO WS-G-REST
            END-STRING
            DISPLAY WS-GAME-LINE
            .

         REPORT-CHANGED-GAME SECTION.
            MOVE 'CHANGED' TO WS-G-VERB
            MOVE GX TO WS-G-GAME
            MOVE SPACES TO WS-G-REST
            DISPLAY WS-GAME-LINE
            PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 10
               IF WS-NEW-SET(GX, IX) NOT = WS-OLD-SET(GX, IX)
                  MOVE IX TO WS-S-NO
                  IF WS-OLD-HAS(GX, IX) = 1
                     MOVE WS-OLD-RED(GX, IX)   TO WS-RGB-RED
                     MOVE WS-OLD-GREEN(GX, IX) TO WS-RGB-GREEN
                     MOVE WS-OLD-BLUE(GX, IX)  TO WS-RGB-BLUE
                     MOVE WS-RGB-TEXT TO WS-S-OLD
                  ELSE
                     MOVE '(NO SET)' TO WS-S-OLD
                  END-IF
                  IF WS-NEW-HAS(GX, IX) = 1
                     MOVE WS-NEW-RED(GX, IX)   TO WS-RGB-RED
                     MOVE WS-NEW-GREEN(GX, IX) TO WS-RGB-GREEN
                     MOVE WS-NEW-BLUE(GX, IX)  TO WS-RGB-BLUE
                     MOVE WS-RGB-TEXT TO WS-S-NEW
                  ELSE
                     MOVE '(NO SET)' TO WS-S-NEW
                  END-IF
                  DISPLAY WS-SET-LINE
               END-IF
            END-PERFORM

            IF WS-OLD-VALID(GX) = 1
               MOVE 'VALID' TO WS-OLD-VERDICT
            ELSE
               MOVE 'NOT VALID' TO WS-OLD-VERDICT
            END-IF
            IF WS-NEW-VALID(GX) = 1
               MOVE 'VALID' TO WS-NEW-VERDICT
            ELSE
               MOVE 'NOT VALID' TO WS-NEW-VERDICT
            END-IF
            IF WS-OLD-VALID(GX) NOT = WS-NEW-VALID(GX)
               DISPLAY '  VALIDITY FLIPPED ' WS-OLD-VERDICT ' -> '
                       WS-NEW-VERDICT
            ELSE
               DISPLAY '  VALIDITY UNCHANGED - ' WS-NEW-VERDICT
            END-IF
            MOVE WS-OLD-POWER(GX) TO WS-POWER-ED
            MOVE WS-NEW-POWER(GX) TO WS-POWER-ED2
            IF WS-OLD-POWER(GX) NOT = WS-NEW-POWER(GX)
               DISPLAY '  POWER CHANGED ' WS-POWER-ED ' -> '
                       WS-POWER-ED2
            ELSE
               DISPLAY '  POWER UNCHANGED ' WS-POWER-ED2
            END-IF
            .

      *
      *    A CHANGE TO A GAME FIRST SEEN BEFORE THE CUTOFF IS THE
      *    SUPPLIER RESTATING SETTLED HISTORY.
      *
         CHECK-RESTATEMENT SECTION.
            SET GAME-NOT-RESTATED TO TRUE
            IF GAMHIST-LOADED AND WS-FIRST-SEEN(GX) > 0
               MOVE WS-FIRST-SEEN(GX) TO WS-DN-DATE
               PERFORM DATE-TO-DAYNO
               IF WS-DAYNO < WS-CUTOFF-DAYNO
                  SET GAME-RESTATED TO TRUE
               END-IF
            END-IF
            IF GAME-RESTATED
               ADD 1 TO WS-RST-COUNT
               DISPLAY '  RESTATED BY THE SUPPLIER - GAME FIRST SEEN '
                       WS-FIRST-SEEN(GX)
               MOVE SPACES TO WS-EXCLOG-LINE
               STRING 'DAY02CMP W GAME ' DELIMITED BY SIZE
                      WS-G-GAME          DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      WS-G-VERB          DELIMITED BY SPACE
                      ' - RESTATED BY SUPPLIER, FIRST SEEN '
                                         DELIMITED BY SIZE
                      WS-FIRST-SEEN(GX)  DELIMITED BY SIZE
                  INTO WS-EXCLOG-LINE
               END-STRING
               CALL 'DAY00LOG' USING WS-EXCLOG-LINE
               END-CALL
            END-IF
            .

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
