         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY03ZON.

      *
      *    ZONE ROLLUP FOR THE DAY03 SCHEMATIC. THE PART AND GEAR
      *    TOTALS COME OUT OF DAY03P3 AS ONE NUMBER FOR THE WHOLE
      *    SCHEMATIC, BUT THE PLANT IS LAID OUT IN ZONES AND EACH
      *    ZONE SUPERVISOR WANTS THEIR OWN SLICE. THE ZONES ARE
      *    KEPT IN THE ZONETAB PARAMETER FILE, ONE PER LINE:
      *
      *        NAME FROM-ROW TO-ROW FROM-COL TO-COL
      *
      *    (NAME UP TO 10 CHARACTERS, ROWS AND COLUMNS AS DAY03P3
      *    NUMBERS THEM IN PARTFILE AND XREFFILE; BLANK LINES AND
      *    LINES STARTING WITH * ARE SKIPPED). THIS UTILITY READS
      *    THE LATEST PARTFILE GENERATION AND THE NIGHT'S XREFFILE,
      *    PLACES EVERY PART BY ITS ROW AND STARTING COLUMN AND
      *    EVERY GEAR BY THE POSITION OF ITS SYMBOL, AND PRINTS TO
      *    ZONRPT PER ZONE THE PART COUNT AND PART-NUMBER SUM, THE
      *    GEAR COUNT AND GEAR-RATIO SUM, AND THE CATALOGED VALUE
      *    OF THE ZONE'S PARTS FROM CATMAST. WHERE ZONES OVERLAP AN
      *    ITEM BELONGS TO THE FIRST ZONE LISTED, SO THE ZONE LINES
      *    ALWAYS ADD UP TO THE SCHEMATIC TOTAL. PARTS AND GEARS
      *    THAT FALL OUTSIDE EVERY ZONE ARE LISTED ONE BY ONE - A
      *    GAP IN ZONETAB IS HOW A NEW CORNER OF THE SCHEMATIC GOES
      *    UNOWNED - AND RAISE RETURN CODE 4.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT ZONE-FILE ASSIGN TO ZONETAB
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ZONE-STATUS.

            SELECT CAT-FILE ASSIGN TO CATMAST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CAT-STATUS.

            SELECT PART-FILE ASSIGN TO DYNAMIC WS-PART-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PART-STATUS.

            SELECT PICK-FILE ASSIGN TO ZONPICK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PICK-STATUS.

            SELECT XREF-FILE ASSIGN TO XREFFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-XREF-STATUS.

            SELECT RPT-FILE ASSIGN TO ZONRPT
            ORGANIZATION IS LINE SEQUENTIAL.

         DATA DIVISION.

         FILE SECTION.
         FD ZONE-FILE.
         01 ZONE-RECORD.
            88 ZONE-END         VALUE LOW-VALUE.
            05 ZONE-TEXT         PIC X(80).

         FD CAT-FILE.
         01 CAT-RECORD.
            88 CAT-END          VALUE LOW-VALUE.
            05 CAT-PART-NO       PIC X(4).
            05 FILLER            PIC X.
            05 CAT-DESC          PIC X(30).
            05 FILLER            PIC X.
            05 CAT-CENTS         PIC X(9).

         FD PART-FILE.
         01 PART-RECORD.
            88 PART-END         VALUE LOW-VALUE.
            05 PRT-ROW           PIC X(4).
            05 FILLER            PIC X.
            05 PRT-COL           PIC X(4).
            05 FILLER            PIC X.
            05 PRT-NUMBER        PIC X(4).
            05 FILLER            PIC X.
            05 PRT-SYMBOL        PIC X.
            05 FILLER            PIC X(16).

         FD PICK-FILE.
         01 PICK-RECORD.
            88 PICK-END         VALUE LOW-VALUE.
            05 PICK-TEXT         PIC X(100).

         FD XREF-FILE.
         01 XREF-RECORD.
            88 XREF-END         VALUE LOW-VALUE.
            05 XRF-ROW           PIC X(4).
            05 FILLER            PIC X.
            05 XRF-COL           PIC X(4).
            05 FILLER            PIC X.
            05 XRF-SYMBOL        PIC X.
            05 FILLER            PIC X.
            05 XRF-PART1         PIC X(4).
            05 FILLER            PIC X.
            05 XRF-PART2         PIC X(4).
            05 FILLER            PIC X(8).

         FD RPT-FILE.
         01 RPT-RECORD           PIC X(100).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         COPY "RUNSTMP.CPY".

         01 WS-ZONE-STATUS       PIC XX.
         01 WS-CAT-STATUS        PIC XX.
         01 WS-PART-STATUS       PIC XX.
         01 WS-PICK-STATUS       PIC XX.
         01 WS-XREF-STATUS       PIC XX.

         01 WS-PART-NAME         PIC X(100).
         01 WS-COMMAND           PIC X(100).

      *
      *    THE CATALOG - ONE SLOT PER POSSIBLE PART NUMBER, LOADED
      *    THE SAME WAY DAY03CAT LOADS IT.
      *
         01 WS-CAT-TABLE.
            05 WS-CAT-SLOT OCCURS 9999.
               10 WS-C-KNOWN     PIC 9.
               10 WS-C-CENTS     PIC 9(9).

      *
      *    THE ZONES IN ZONETAB ORDER, WITH THEIR RUNNING TOTALS.
      *
         01 WS-ZONE-TABLE.
            05 WS-ZONE-ENTRY OCCURS 50.
               10 WS-Z-NAME      PIC X(10).
               10 WS-Z-ROW-FROM  PIC 9(4).
               10 WS-Z-ROW-TO    PIC 9(4).
               10 WS-Z-COL-FROM  PIC 9(4).
               10 WS-Z-COL-TO    PIC 9(4).
               10 WS-Z-PARTS     PIC 9(7).
               10 WS-Z-PART-SUM  PIC 9(11).
               10 WS-Z-GEARS     PIC 9(7).
               10 WS-Z-RATIO-SUM PIC 9(15).
               10 WS-Z-CENTS     PIC 9(15).
               10 WS-Z-UNCAT     PIC 9(7).

         01 WS-ZONE-COUNT        PIC 99 VALUE 0.
         01 WS-ZONE-MAX          PIC 99 VALUE 50.

         01 WS-ZONE-NAME         PIC X(10).
         01 WS-ZONE-TOK          PIC X(9) OCCURS 4.

         01 WS-TOT-PARTS         PIC 9(7) VALUE 0.
         01 WS-TOT-PART-SUM      PIC 9(11) VALUE 0.
         01 WS-TOT-GEARS         PIC 9(7) VALUE 0.
         01 WS-TOT-RATIO-SUM     PIC 9(15) VALUE 0.
         01 WS-TOT-CENTS         PIC 9(15) VALUE 0.
         01 WS-TOT-UNCAT         PIC 9(7) VALUE 0.
         01 WS-OUT-PARTS         PIC 9(7) VALUE 0.
         01 WS-OUT-GEARS         PIC 9(7) VALUE 0.

         01 WS-RATIO             PIC 9(8).
         01 WS-DOLLARS           PIC 9(13)V99.

         01 WS-TOKEN             PIC X(9).
         01 WS-TOKEN-VALUE       PIC 9(9).
         01 WS-TOKEN-DIGIT       PIC 9.
         01 WS-TOKEN-CHAR REDEFINES WS-TOKEN-DIGIT PIC X.

         01 WS-PART-VALUE        PIC 9(4).
         01 WS-PART2-VALUE       PIC 9(4).
         01 WS-ROW-VALUE         PIC 9(4).
         01 WS-COL-VALUE         PIC 9(4).

         01 SW-ZONE-LINE         PIC 9.
            88 ZONE-LINE-OK      VALUE 1.
            88 ZONE-LINE-BAD     VALUE 0.

      *
      *    ZONE REPORT LINES.
      *
         01 WS-HEAD-LINE.
            05 FILLER            PIC X(11) VALUE 'ZONE'.
            05 FILLER            PIC X(9)  VALUE '    PARTS'.
            05 FILLER            PIC X(14) VALUE '      PART SUM'.
            05 FILLER            PIC X(9)  VALUE '    GEARS'.
            05 FILLER            PIC X(19) VALUE
                                        '          RATIO SUM'.
            05 FILLER            PIC X(20) VALUE
                                        '       CATALOG VALUE'.
            05 FILLER            PIC X(9)  VALUE '    UNCAT'.

         01 WS-ZONE-LINE.
            05 WS-ZL-NAME        PIC X(10).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-ZL-PARTS       PIC Z,ZZZ,ZZ9.
            05 WS-ZL-PART-SUM    PIC ZZ,ZZZ,ZZZ,ZZ9.
            05 WS-ZL-GEARS       PIC Z,ZZZ,ZZ9.
            05 WS-ZL-RATIO-SUM   PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
            05 WS-ZL-VALUE       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05 WS-ZL-UNCAT       PIC Z,ZZZ,ZZ9.

         01 WS-OUT-LINE.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-OL-KIND        PIC X(5).
            05 WS-OL-NUMBER      PIC ZZZ9.
            05 WS-OL-NUMBER-X REDEFINES WS-OL-NUMBER PIC X(4).
            05 FILLER            PIC X(8) VALUE ' AT ROW '.
            05 WS-OL-ROW         PIC ZZZ9.
            05 FILLER            PIC X(5) VALUE ' COL '.
            05 WS-OL-COL         PIC ZZZ9.
            05 WS-OL-NOTE        PIC X(40).

         01 WS-GEAR-NOTE.
            05 FILLER            PIC X(7) VALUE ' PARTS '.
            05 WS-GN-PART1       PIC ZZZ9.
            05 FILLER            PIC X VALUE SPACE.
            05 WS-GN-PART2       PIC ZZZ9.
            05 FILLER            PIC X(7) VALUE ' RATIO '.
            05 WS-GN-RATIO       PIC ZZZZZZZ9.

         77 CX                   PIC 99.
         77 ZX                   PIC 99.
         77 ZX-HIT               PIC 99.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY03ZON'==
                         ==PFX-SUB== BY =='/day03'==.

            COPY "RUNSTMPP.CPY".

            PERFORM LOAD-ZONES
            PERFORM LOAD-CATALOG
            PERFORM FIND-LATEST-PARTFILE

            OPEN OUTPUT RPT-FILE
            MOVE WS-RUN-STAMP TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE SPACES TO RPT-RECORD
            STRING 'ZONE ROLLUP OF ' DELIMITED BY SIZE
                   WS-PART-NAME      DELIMITED BY SPACE
               INTO RPT-RECORD
            WRITE RPT-RECORD
            MOVE SPACES TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE 'OUTSIDE EVERY ZONE' TO RPT-RECORD
            WRITE RPT-RECORD

            PERFORM ROLL-UP-PARTS
            PERFORM ROLL-UP-GEARS

            IF WS-OUT-PARTS = 0 AND WS-OUT-GEARS = 0
               MOVE '  NONE' TO RPT-RECORD
               WRITE RPT-RECORD
            END-IF

            PERFORM WRITE-ZONE-LINES
            CLOSE RPT-FILE

            DISPLAY 'DAY03ZON ' WS-ZONE-COUNT ' ZONES, '
                    WS-TOT-PARTS ' PARTS, '
                    WS-TOT-GEARS ' GEARS (SEE ZONRPT)'
            IF WS-OUT-PARTS > 0 OR WS-OUT-GEARS > 0
               DISPLAY 'DAY03ZON ' WS-OUT-PARTS ' PARTS AND '
                       WS-OUT-GEARS ' GEARS OUTSIDE EVERY ZONE'
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF

            STOP RUN.

         LOAD-ZONES SECTION.
            INITIALIZE WS-ZONE-TABLE
            OPEN INPUT ZONE-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-ZONE-STATUS==
                         ==FS-FILE-NAME== BY =='ZONETAB'==
                         ==FS-PGM==       BY =='DAY03ZON'==.
            READ ZONE-FILE
               AT END SET ZONE-END TO TRUE
            END-READ
            PERFORM UNTIL ZONE-END
               IF ZONE-TEXT(1:1) NOT = '*'
               AND ZONE-TEXT NOT = SPACES
                  PERFORM LOAD-ONE-ZONE
               END-IF
               READ ZONE-FILE
                  AT END SET ZONE-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE ZONE-FILE

            IF WS-ZONE-COUNT = 0
               DISPLAY 'DAY03ZON NO ZONES ON ZONETAB - NOTHING TO '
                       'ROLL UP'
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF
            DISPLAY 'DAY03ZON ' WS-ZONE-COUNT ' ZONES LOADED'
            .

      *
      *    A ZONE LINE IS TAKEN ONLY WHEN ALL FOUR BOUNDS ARE THERE
      *    AND EACH RANGE RUNS LOW TO HIGH - A BACKWARD RANGE WOULD
      *    SILENTLY OWN NOTHING, SO IT IS REJECTED OUT LOUD.
      *
         LOAD-ONE-ZONE SECTION.
            MOVE SPACES TO WS-ZONE-NAME
            MOVE SPACES TO WS-ZONE-TOK(1) WS-ZONE-TOK(2)
                           WS-ZONE-TOK(3) WS-ZONE-TOK(4)
            UNSTRING ZONE-TEXT DELIMITED BY ALL SPACE
               INTO WS-ZONE-NAME, WS-ZONE-TOK(1), WS-ZONE-TOK(2),
                    WS-ZONE-TOK(3), WS-ZONE-TOK(4)
            END-UNSTRING

            SET ZONE-LINE-OK TO TRUE
            IF WS-ZONE-TOK(4) = SPACES
               SET ZONE-LINE-BAD TO TRUE
            END-IF
            IF ZONE-LINE-OK AND WS-ZONE-COUNT >= WS-ZONE-MAX
               DISPLAY 'DAY03ZON ZONE TABLE FULL AT ' WS-ZONE-MAX
                       ' - ' WS-ZONE-NAME ' NOT LOADED'
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF
            IF ZONE-LINE-OK AND WS-ZONE-COUNT < WS-ZONE-MAX
               ADD 1 TO WS-ZONE-COUNT
               MOVE WS-ZONE-COUNT TO ZX
               MOVE WS-ZONE-NAME TO WS-Z-NAME(ZX)
               MOVE WS-ZONE-TOK(1) TO WS-TOKEN
               PERFORM CONVERT-TOKEN
               MOVE WS-TOKEN-VALUE TO WS-Z-ROW-FROM(ZX)
               MOVE WS-ZONE-TOK(2) TO WS-TOKEN
               PERFORM CONVERT-TOKEN
               MOVE WS-TOKEN-VALUE TO WS-Z-ROW-TO(ZX)
               MOVE WS-ZONE-TOK(3) TO WS-TOKEN
               PERFORM CONVERT-TOKEN
               MOVE WS-TOKEN-VALUE TO WS-Z-COL-FROM(ZX)
               MOVE WS-ZONE-TOK(4) TO WS-TOKEN
               PERFORM CONVERT-TOKEN
               MOVE WS-TOKEN-VALUE TO WS-Z-COL-TO(ZX)
               IF WS-Z-ROW-FROM(ZX) > WS-Z-ROW-TO(ZX)
               OR WS-Z-COL-FROM(ZX) > WS-Z-COL-TO(ZX)
                  SET ZONE-LINE-BAD TO TRUE
                  INITIALIZE WS-ZONE-ENTRY(ZX)
                  SUBTRACT 1 FROM WS-ZONE-COUNT
               END-IF
            END-IF

            IF ZONE-LINE-BAD
               DISPLAY 'DAY03ZON ZONETAB LINE REJECTED - '
                       ZONE-TEXT(1:50)
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF
            .

         LOAD-CATALOG SECTION.
            INITIALIZE WS-CAT-TABLE
            OPEN INPUT CAT-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-CAT-STATUS==
                         ==FS-FILE-NAME== BY =='CATMAST'==
                         ==FS-PGM==       BY =='DAY03ZON'==.
            READ CAT-FILE
               AT END SET CAT-END TO TRUE
            END-READ
            PERFORM UNTIL CAT-END
               IF CAT-RECORD(1:1) NOT = '*'
               AND CAT-PART-NO NOT = SPACES
                  MOVE CAT-PART-NO TO WS-TOKEN
                  PERFORM CONVERT-TOKEN
                  MOVE WS-TOKEN-VALUE TO WS-PART-VALUE
                  IF WS-PART-VALUE > 0
                     MOVE 1 TO WS-C-KNOWN(WS-PART-VALUE)
                     MOVE CAT-CENTS TO WS-TOKEN
                     PERFORM CONVERT-TOKEN
                     MOVE WS-TOKEN-VALUE
                        TO WS-C-CENTS(WS-PART-VALUE)
                  END-IF
               END-IF
               READ CAT-FILE
                  AT END SET CAT-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE CAT-FILE
            .

      *
      *    LATEST PARTFILE GENERATION - PICKED THE SAME WAY DAY03CAT
      *    PICKS IT, THROUGH A SORTED DIRECTORY LIST.
      *
         FIND-LATEST-PARTFILE SECTION.
            MOVE 'ls PARTFILE.* 2>/dev/null | sort > ZONPICK'
               TO WS-COMMAND
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL

            MOVE SPACES TO WS-PART-NAME
            OPEN INPUT PICK-FILE
            IF WS-PICK-STATUS = '00'
               READ PICK-FILE
                  AT END SET PICK-END TO TRUE
               END-READ
               PERFORM UNTIL PICK-END
                  IF PICK-TEXT NOT = SPACES
                     MOVE PICK-TEXT TO WS-PART-NAME
                  END-IF
                  READ PICK-FILE
                     AT END SET PICK-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE PICK-FILE
            END-IF
            MOVE 'rm -f ZONPICK' TO WS-COMMAND
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL

            IF WS-PART-NAME = SPACES
               DISPLAY 'DAY03ZON NO PARTFILE GENERATION ON FILE - '
                       'RUN DAY03P1 OR DAY03P3 FIRST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF
            DISPLAY 'DAY03ZON ROLLING UP ' WS-PART-NAME(1:30)
            .

         ROLL-UP-PARTS SECTION.
            OPEN INPUT PART-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-PART-STATUS==
                         ==FS-FILE-NAME== BY =='PARTFILE'==
                         ==FS-PGM==       BY =='DAY03ZON'==.
            READ PART-FILE
               AT END SET PART-END TO TRUE
            END-READ
            PERFORM UNTIL PART-END
               IF PART-RECORD(1:1) NOT = '*'
               AND PART-RECORD NOT = SPACES
                  PERFORM PLACE-ONE-PART
               END-IF
               READ PART-FILE
                  AT END SET PART-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE PART-FILE
            .

         PLACE-ONE-PART SECTION.
            MOVE PRT-NUMBER TO WS-TOKEN
            PERFORM CONVERT-TOKEN
            MOVE WS-TOKEN-VALUE TO WS-PART-VALUE
            MOVE PRT-ROW TO WS-TOKEN
            PERFORM CONVERT-TOKEN
            MOVE WS-TOKEN-VALUE TO WS-ROW-VALUE
            MOVE PRT-COL TO WS-TOKEN
            PERFORM CONVERT-TOKEN
            MOVE WS-TOKEN-VALUE TO WS-COL-VALUE

            PERFORM FIND-ZONE
            IF ZX-HIT = 0
               ADD 1 TO WS-OUT-PARTS
               MOVE 'PART '       TO WS-OL-KIND
               MOVE WS-PART-VALUE TO WS-OL-NUMBER
               MOVE WS-ROW-VALUE  TO WS-OL-ROW
               MOVE WS-COL-VALUE  TO WS-OL-COL
               MOVE SPACES        TO WS-OL-NOTE
               MOVE WS-OUT-LINE   TO RPT-RECORD
               WRITE RPT-RECORD
            ELSE
               ADD 1 TO WS-Z-PARTS(ZX-HIT)
               ADD WS-PART-VALUE TO WS-Z-PART-SUM(ZX-HIT)
               IF WS-PART-VALUE > 0
               AND WS-C-KNOWN(WS-PART-VALUE) = 1
                  ADD WS-C-CENTS(WS-PART-VALUE)
                     TO WS-Z-CENTS(ZX-HIT)
               ELSE
                  ADD 1 TO WS-Z-UNCAT(ZX-HIT)
               END-IF
            END-IF
            .

         ROLL-UP-GEARS SECTION.
            OPEN INPUT XREF-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-XREF-STATUS==
                         ==FS-FILE-NAME== BY =='XREFFILE'==
                         ==FS-PGM==       BY =='DAY03ZON'==.
            READ XREF-FILE
               AT END SET XREF-END TO TRUE
            END-READ
            PERFORM UNTIL XREF-END
               IF XREF-RECORD(1:1) NOT = '*'
               AND XREF-RECORD NOT = SPACES
                  PERFORM PLACE-ONE-GEAR
               END-IF
               READ XREF-FILE
                  AT END SET XREF-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE XREF-FILE
            .

         PLACE-ONE-GEAR SECTION.
            MOVE XRF-ROW TO WS-TOKEN
            PERFORM CONVERT-TOKEN
            MOVE WS-TOKEN-VALUE TO WS-ROW-VALUE
            MOVE XRF-COL TO WS-TOKEN
            PERFORM CONVERT-TOKEN
            MOVE WS-TOKEN-VALUE TO WS-COL-VALUE
            MOVE XRF-PART1 TO WS-TOKEN
            PERFORM CONVERT-TOKEN
            MOVE WS-TOKEN-VALUE TO WS-PART-VALUE
            MOVE XRF-PART2 TO WS-TOKEN
            PERFORM CONVERT-TOKEN
            MOVE WS-TOKEN-VALUE TO WS-PART2-VALUE
            COMPUTE WS-RATIO = WS-PART-VALUE * WS-PART2-VALUE

            PERFORM FIND-ZONE
            IF ZX-HIT = 0
               ADD 1 TO WS-OUT-GEARS
               MOVE 'GEAR '        TO WS-OL-KIND
               MOVE SPACES         TO WS-OL-NUMBER-X
               MOVE WS-ROW-VALUE   TO WS-OL-ROW
               MOVE WS-COL-VALUE   TO WS-OL-COL
               MOVE WS-PART-VALUE  TO WS-GN-PART1
               MOVE WS-PART2-VALUE TO WS-GN-PART2
               MOVE WS-RATIO       TO WS-GN-RATIO
               MOVE WS-GEAR-NOTE   TO WS-OL-NOTE
               MOVE WS-OUT-LINE    TO RPT-RECORD
               WRITE RPT-RECORD
            ELSE
               ADD 1 TO WS-Z-GEARS(ZX-HIT)
               ADD WS-RATIO TO WS-Z-RATIO-SUM(ZX-HIT)
            END-IF
            .

      *
      *    FIRST ZONE IN ZONETAB ORDER THAT HOLDS WS-ROW-VALUE /
      *    WS-COL-VALUE, OR ZERO WHEN NONE DOES.
      *
         FIND-ZONE SECTION.
            MOVE 0 TO ZX-HIT
            PERFORM VARYING ZX FROM 1 BY 1
                    UNTIL ZX > WS-ZONE-COUNT OR ZX-HIT > 0
               IF WS-ROW-VALUE >= WS-Z-ROW-FROM(ZX)
               AND WS-ROW-VALUE <= WS-Z-ROW-TO(ZX)
               AND WS-COL-VALUE >= WS-Z-COL-FROM(ZX)
               AND WS-COL-VALUE <= WS-Z-COL-TO(ZX)
                  MOVE ZX TO ZX-HIT
               END-IF
            END-PERFORM
            .

         WRITE-ZONE-LINES SECTION.
            MOVE SPACES TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE WS-HEAD-LINE TO RPT-RECORD
            WRITE RPT-RECORD
            PERFORM VARYING ZX FROM 1 BY 1 UNTIL ZX > WS-ZONE-COUNT
               MOVE WS-Z-NAME(ZX)      TO WS-ZL-NAME
               MOVE WS-Z-PARTS(ZX)     TO WS-ZL-PARTS
               MOVE WS-Z-PART-SUM(ZX)  TO WS-ZL-PART-SUM
               MOVE WS-Z-GEARS(ZX)     TO WS-ZL-GEARS
               MOVE WS-Z-RATIO-SUM(ZX) TO WS-ZL-RATIO-SUM
               COMPUTE WS-DOLLARS = WS-Z-CENTS(ZX) / 100
               MOVE WS-DOLLARS         TO WS-ZL-VALUE
               MOVE WS-Z-UNCAT(ZX)     TO WS-ZL-UNCAT
               MOVE WS-ZONE-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               ADD WS-Z-PARTS(ZX)     TO WS-TOT-PARTS
               ADD WS-Z-PART-SUM(ZX)  TO WS-TOT-PART-SUM
               ADD WS-Z-GEARS(ZX)     TO WS-TOT-GEARS
               ADD WS-Z-RATIO-SUM(ZX) TO WS-TOT-RATIO-SUM
               ADD WS-Z-CENTS(ZX)     TO WS-TOT-CENTS
               ADD WS-Z-UNCAT(ZX)     TO WS-TOT-UNCAT
            END-PERFORM

            MOVE 'ALL ZONES'      TO WS-ZL-NAME
            MOVE WS-TOT-PARTS     TO WS-ZL-PARTS
            MOVE WS-TOT-PART-SUM  TO WS-ZL-PART-SUM
            MOVE WS-TOT-GEARS     TO WS-ZL-GEARS
            MOVE WS-TOT-RATIO-SUM TO WS-ZL-RATIO-SUM
            COMPUTE WS-DOLLARS = WS-TOT-CENTS / 100
            MOVE WS-DOLLARS       TO WS-ZL-VALUE
            MOVE WS-TOT-UNCAT     TO WS-ZL-UNCAT
            MOVE WS-ZONE-LINE TO RPT-RECORD
            WRITE RPT-RECORD
            .

         CONVERT-TOKEN SECTION.
            MOVE 0 TO WS-TOKEN-VALUE
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 9
               MOVE WS-TOKEN(CX:1) TO WS-TOKEN-CHAR
               IF WS-TOKEN-CHAR NUMERIC
                  COMPUTE WS-TOKEN-VALUE =
                     WS-TOKEN-VALUE * 10 + WS-TOKEN-DIGIT
               END-IF
            END-PERFORM
            .
