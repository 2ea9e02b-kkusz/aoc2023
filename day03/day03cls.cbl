         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY03CLS.

      *
      *    PART ANALYSIS BY SYMBOL CLASS FOR THE DAY03 SCHEMATIC.
      *    ENGINEERING READS THE SCHEMATIC SYMBOLS AS COMPONENT
      *    CLASSES - '#' FASTENERS, '$' ELECTRICAL, '*' GEARS AND SO
      *    ON - BUT DAY03P1'S PART SUM LUMPS EVERY CLASS TOGETHER.
      *    THE CLASSES ARE KEPT IN THE CLASSTAB PARAMETER FILE, ONE
      *    PER LINE:
      *
      *        CLASS-NAME SYMBOLS
      *
      *    (CLASS NAME UP TO 12 CHARACTERS, THEN THE SYMBOL
      *    CHARACTERS OF THAT CLASS WRITTEN TOGETHER, E.G.
      *    'ELECTRICAL $'; THE NAME COMES FIRST SO A '*' SYMBOL IS
      *    NEVER MISTAKEN FOR A COMMENT. BLANK LINES AND LINES
      *    STARTING WITH * ARE SKIPPED). A SYMBOL GIVEN TO A SECOND
      *    CLASS STAYS WITH THE FIRST.
      *
      *    THIS UTILITY READS THE SCHEMATIC THE WAY DAY03P1 DOES
      *    (INPFILE, A FILE NAMED ON THE COMMAND LINE, OR THE PAGES
      *    LISTED IN PAGELIST), FINDS EVERY PART NUMBER ADJACENT TO
      *    A SYMBOL OF THE SCHEMATIC'S SYMBOL SET, AND PRINTS TO
      *    CLSRPT PER CLASS THE PART COUNT, THE PART-NUMBER SUM AND
      *    THE CATMAST-VALUED TOTAL OF THE PARTS TOUCHING THAT
      *    CLASS'S SYMBOLS. A PART TOUCHING SYMBOLS OF MORE THAN ONE
      *    CLASS IS COUNTED UNDER EACH OF THEM AND LISTED ONE BY
      *    ONE; THE RECONCILIATION TAKES THE CLASS FIGURES, LESS
      *    THOSE EXTRA COUNTINGS, BACK TO THE DISTINCT PART TOTAL
      *    AND COMPARES THAT WITH THE LATEST DAY03P1 SUM ON CTLFILE.
      *    A SET SYMBOL NO CLASS CLAIMS IS ROLLED UP AS UNCLASSED.
      *    AN UNCLASSED SYMBOL, OR A TOTAL THAT DOES NOT AGREE WITH
      *    DAY03P1 (OR NO DAY03P1 SUM TO AGREE WITH), RAISES RETURN
      *    CODE 4.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT CLASS-FILE ASSIGN TO CLASSTAB
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CLASS-STATUS.

            SELECT CAT-FILE ASSIGN TO CATMAST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CAT-STATUS.

            SELECT INPUT-FILE ASSIGN TO DYNAMIC WS-INPUT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INPUT-STATUS.

            SELECT PGL-FILE ASSIGN TO PAGELIST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PGL-STATUS.

            SELECT CTL-FILE ASSIGN TO "../CTLFILE"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CTL-STATUS.

            SELECT RPT-FILE ASSIGN TO CLSRPT
            ORGANIZATION IS LINE SEQUENTIAL.

         DATA DIVISION.

         FILE SECTION.
         FD CLASS-FILE.
         01 CLASS-RECORD.
            88 CLASS-END        VALUE LOW-VALUE.
            05 CLASS-TEXT        PIC X(80).

         FD CAT-FILE.
         01 CAT-RECORD.
            88 CAT-END          VALUE LOW-VALUE.
            05 CAT-PART-NO       PIC X(4).
            05 FILLER            PIC X.
            05 CAT-DESC          PIC X(30).
            05 FILLER            PIC X.
            05 CAT-CENTS         PIC X(9).

         FD INPUT-FILE.
         01 INPUT-RECORD.
            88 INPUT-END        VALUE LOW-VALUE.
            05 INPUT-TEXT        PIC X(200).

         FD PGL-FILE.
         01 PGL-RECORD.
            88 PGL-END          VALUE LOW-VALUE.
            05 PGL-TEXT          PIC X(100).

         FD CTL-FILE.
         COPY "CTLTOT.CPY".

         FD RPT-FILE.
         01 RPT-RECORD           PIC X(100).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         COPY "RUNSTMP.CPY".

         01 WS-CLASS-STATUS      PIC XX.
         01 WS-CAT-STATUS        PIC XX.
         01 WS-INPUT-STATUS      PIC XX.
         01 WS-PGL-STATUS        PIC XX.
         01 WS-CTL-STATUS        PIC XX.
         01 WS-CTL-END           PIC X VALUE 'N'.
            88 CTL-END                 VALUE 'Y'.

         01 WS-INPUT-FILENAME    PIC X(100) VALUE 'INPFILE'.
         01 WS-CMD-INPUT         PIC X(100) VALUE SPACES.
         01 WS-SOURCE-NAME       PIC X(100).

      *
      *    THE CATALOG - ONE SLOT PER POSSIBLE PART NUMBER, LOADED
      *    THE SAME WAY DAY03CAT LOADS IT.
      *
         01 WS-CAT-TABLE.
            05 WS-CAT-SLOT OCCURS 9999.
               10 WS-C-KNOWN     PIC 9.
               10 WS-C-CENTS     PIC 9(9).

      *
      *    THE SCHEMATIC GRID, PADDED ONE CELL ALL ROUND AS DAY03P1C
      *    HOLDS IT.
      *
         01 WS-SCHEMATIC-TABLE.
            05 WS-SCHEMATIC-ITEM    OCCURS 142.
               10 WS-SCHEMATIC-SPAN.
                  15 FILLER            PIC X.
                  15 WS-SCHEMATIC-STR  PIC X(140).
                  15 FILLER            PIC XX.
               10 WS-SCHEMATIC-CHARS REDEFINES WS-SCHEMATIC-SPAN.
                  15 WS-SCHEMATIC-CHAR PIC X OCCURS 143.

         01 WS-GRID-RECORD       PIC X(20).
         01 WS-GRID-ROWS         PIC 999 VALUE 140.
         01 WS-GRID-COLS         PIC 999 VALUE 140.
         01 WS-ROWS-LOADED       PIC 999 VALUE 0.
         01 WS-PAGE-COUNT        PIC 999 VALUE 0.
         01 WS-LINE-NO           PIC 9(5).

      *
      *    THE SCHEMATIC'S SYMBOL SET, AND THE CLASS EACH SYMBOL
      *    BELONGS TO (0 WHILE NO CLASS CLAIMS IT).
      *
         01 WS-SYMBOL-RECORD     PIC X(20).
         01 WS-SYMBOL-TABLE REDEFINES WS-SYMBOL-RECORD.
            05 WS-SYMBOL-CHAR    PIC X OCCURS 20.
         01 WS-SYMBOL-COUNT      PIC 99 VALUE 0.
         01 WS-SYMBOL-CLASS-TABLE.
            05 WS-SYMBOL-CLASS   PIC 99 OCCURS 20.

      *
      *    THE CLASSES IN CLASSTAB ORDER, WITH THEIR RUNNING TOTALS.
      *    ONE SLOT PAST THE LAST CLASS LOADED IS THE UNCLASSED
      *    ROLLUP.
      *
         01 WS-CLASS-COUNT       PIC 99 VALUE 0.
         01 WS-CLASS-MAX         PIC 99 VALUE 20.
         01 WS-UNCLASSED-AT      PIC 99 VALUE 0.
         01 WS-CLASS-TABLE.
            05 WS-CLASS-ENTRY OCCURS 21.
               10 WS-K-NAME      PIC X(12).
               10 WS-K-SYMBOLS   PIC X(20).
               10 WS-K-PARTS     PIC 9(7).
               10 WS-K-PART-SUM  PIC 9(11).
               10 WS-K-CENTS     PIC 9(15).
               10 WS-K-UNCAT     PIC 9(7).
               10 WS-K-HIT       PIC 9.

         01 WS-CLASS-NAME        PIC X(14).
         01 WS-CLASS-SYMBOLS     PIC X(22).
         01 WS-CLASS-EXTRA       PIC X(10).

      *
      *    THE PART BEING SCANNED AND WHAT IT TOUCHES.
      *
         01 WS-NUMBER            PIC 9(4).
         01 WS-DIGIT             PIC 9.
         01 WS-CHAR REDEFINES WS-DIGIT PIC X.
         01 CHECK-SYMBOL         PIC X.
         01 WS-CLASSES-HIT       PIC 99.
         01 SW-SYMBOL            PIC 9 VALUE 0.
            88 SYMBOL-PRESENT          VALUE 1.
            88 SYMBOL-NOT-PRESENT      VALUE 0.

      *
      *    DISTINCT PARTS, EXTRA COUNTINGS OF PARTS UNDER SEVERAL
      *    CLASSES, AND THE CLASS TOTALS THEY RECONCILE.
      *
         01 WS-DIST-PARTS        PIC 9(7) VALUE 0.
         01 WS-DIST-SUM          PIC 9(11) VALUE 0.
         01 WS-MULTI-PARTS       PIC 9(7) VALUE 0.
         01 WS-EXTRA-PARTS       PIC 9(7) VALUE 0.
         01 WS-EXTRA-SUM         PIC 9(11) VALUE 0.
         01 WS-EXTRA-CENTS       PIC 9(15) VALUE 0.
         01 WS-TOT-PARTS         PIC 9(7) VALUE 0.
         01 WS-TOT-PART-SUM      PIC 9(11) VALUE 0.
         01 WS-TOT-CENTS         PIC 9(15) VALUE 0.
         01 WS-TOT-UNCAT         PIC 9(7) VALUE 0.
         01 WS-NET-PARTS         PIC 9(7).
         01 WS-NET-SUM           PIC 9(11).
         01 WS-NET-CENTS         PIC 9(15).
         01 WS-DIST-CENTS        PIC 9(15) VALUE 0.
         01 WS-DOLLARS           PIC 9(13)V99.

      *
      *    THE LATEST DAY03P1 SUM ON CTLFILE.
      *
         01 SW-P1-TOTAL          PIC 9 VALUE 0.
            88 P1-TOTAL-FOUND          VALUE 1.
         01 WS-P1-SUM            PIC 9(11) VALUE 0.
         01 WS-P1-PARTS          PIC 9(7) VALUE 0.
         01 WS-P1-DATE           PIC 9(8) VALUE 0.
         01 WS-P1-RUNID          PIC X(6) VALUE SPACES.
         01 SW-BALANCE           PIC 9 VALUE 0.
            88 CLASSES-BALANCE         VALUE 1.
            88 CLASSES-OUT-OF-BALANCE  VALUE 0.

         01 WS-TOKEN             PIC X(9).
         01 WS-TOKEN-VALUE       PIC 9(9).
         01 WS-TOKEN-DIGIT       PIC 9.
         01 WS-TOKEN-CHAR REDEFINES WS-TOKEN-DIGIT PIC X.
         01 WS-PART-VALUE        PIC 9(4).

      *
      *    CLASS REPORT LINES.
      *
         01 WS-HEAD-LINE.
            05 FILLER            PIC X(13) VALUE 'CLASS'.
            05 FILLER            PIC X(9)  VALUE '    PARTS'.
            05 FILLER            PIC X(14) VALUE '      PART SUM'.
            05 FILLER            PIC X(20) VALUE
                                        '       CATALOG VALUE'.
            05 FILLER            PIC X(9)  VALUE '    UNCAT'.
            05 FILLER            PIC X(22) VALUE '  SYMBOLS'.

         01 WS-CLASS-LINE.
            05 WS-KL-NAME        PIC X(12).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-KL-PARTS       PIC Z,ZZZ,ZZ9.
            05 WS-KL-PART-SUM    PIC ZZ,ZZZ,ZZZ,ZZ9.
            05 WS-KL-VALUE       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05 WS-KL-UNCAT       PIC Z,ZZZ,ZZ9.
            05 FILLER            PIC XX VALUE SPACES.
            05 WS-KL-SYMBOLS     PIC X(20).

         01 WS-MULTI-LINE.
            05 FILLER            PIC X(7) VALUE '  PART '.
            05 WS-ML-NUMBER      PIC ZZZ9.
            05 FILLER            PIC X(8) VALUE ' AT ROW '.
            05 WS-ML-ROW         PIC ZZZ9.
            05 FILLER            PIC X(5) VALUE ' COL '.
            05 WS-ML-COL         PIC ZZZ9.
            05 FILLER            PIC X(3) VALUE ' - '.
            05 WS-ML-CLASSES     PIC X(65).
         01 WS-ML-PTR            PIC 999.

         01 WS-RPT-LINE          PIC X(100).
         01 WS-EDIT-COUNT        PIC Z,ZZZ,ZZ9.
         01 WS-EDIT-SUM          PIC ZZ,ZZZ,ZZZ,ZZ9.

         77 IX                   PIC 999.
         77 IX2                  PIC 999.
         77 WS-NUM-START-COL     PIC 999.
         77 IX-UP                PIC 999.
         77 IX-DOWN              PIC 999.
         77 IX2-LEFT             PIC 999.
         77 IX2-RIGHT            PIC 999.
         77 IX-SCAN              PIC 999.
         77 IX2-SCAN             PIC 999.
         77 SYMX                 PIC 99.
         77 KX                   PIC 99.
         77 CX                   PIC 99.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY03CLS'==
                         ==PFX-SUB== BY =='/day03'==.

            ACCEPT WS-CMD-INPUT FROM COMMAND-LINE
            IF WS-CMD-INPUT NOT = SPACES
               MOVE WS-CMD-INPUT TO WS-INPUT-FILENAME
            END-IF

            COPY "RUNSTMPP.CPY".

            PERFORM LOAD-CLASSES
            PERFORM LOAD-CATALOG
            PERFORM LOAD-SCHEMATIC
            PERFORM ASSIGN-SYMBOL-CLASSES

            OPEN OUTPUT RPT-FILE
            MOVE WS-RUN-STAMP TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE SPACES TO RPT-RECORD
            STRING 'PART ANALYSIS BY SYMBOL CLASS OF ' DELIMITED BY SIZE
                   WS-SOURCE-NAME DELIMITED BY SPACE
               INTO RPT-RECORD
            END-STRING
            WRITE RPT-RECORD
            MOVE SPACES TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE 'PARTS UNDER MORE THAN ONE CLASS' TO RPT-RECORD
            WRITE RPT-RECORD

            PERFORM SCAN-SCHEMATIC

            IF WS-MULTI-PARTS = 0
               MOVE '  NONE' TO RPT-RECORD
               WRITE RPT-RECORD
            END-IF

            PERFORM WRITE-CLASS-LINES
            PERFORM FIND-DAY03P1-TOTAL
            PERFORM WRITE-RECONCILIATION
            CLOSE RPT-FILE

            DISPLAY 'DAY03CLS ' WS-CLASS-COUNT ' CLASSES, '
                    WS-DIST-PARTS ' PARTS, ' WS-MULTI-PARTS
                    ' UNDER MORE THAN ONE CLASS (SEE CLSRPT)'
            IF CLASSES-BALANCE
               DISPLAY 'DAY03CLS CLASS FIGURES RECONCILE TO THE '
                       'DAY03P1 SUM ' WS-P1-SUM
            ELSE
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF

            STOP RUN.

         LOAD-CLASSES SECTION.
            INITIALIZE WS-CLASS-TABLE
            OPEN INPUT CLASS-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-CLASS-STATUS==
                         ==FS-FILE-NAME== BY =='CLASSTAB'==
                         ==FS-PGM==       BY =='DAY03CLS'==.
            READ CLASS-FILE
               AT END SET CLASS-END TO TRUE
            END-READ
            PERFORM UNTIL CLASS-END
               IF CLASS-TEXT(1:1) NOT = '*'
               AND CLASS-TEXT NOT = SPACES
                  PERFORM LOAD-ONE-CLASS
               END-IF
               READ CLASS-FILE
                  AT END SET CLASS-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE CLASS-FILE

            IF WS-CLASS-COUNT = 0
               DISPLAY 'DAY03CLS NO CLASSES ON CLASSTAB - NOTHING TO '
                       'ANALYSE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF
            DISPLAY 'DAY03CLS ' WS-CLASS-COUNT ' CLASSES LOADED'
            .

      *
      *    A CLASS LINE IS TAKEN ONLY AS EXACTLY A NAME AND A RUN OF
      *    SYMBOLS - ANYTHING MORE, A NAME TOO LONG TO PRINT, OR A
      *    DIGIT OR '.' AMONG THE SYMBOLS (THOSE ARE PART NUMBERS
      *    AND EMPTY CELLS, NEVER SYMBOLS) IS REJECTED OUT LOUD.
      *
         LOAD-ONE-CLASS SECTION.
            MOVE SPACES TO WS-CLASS-NAME WS-CLASS-SYMBOLS
                           WS-CLASS-EXTRA
            UNSTRING CLASS-TEXT DELIMITED BY ALL SPACE
               INTO WS-CLASS-NAME, WS-CLASS-SYMBOLS, WS-CLASS-EXTRA
            END-UNSTRING

            EVALUATE TRUE
               WHEN WS-CLASS-SYMBOLS = SPACES
               OR WS-CLASS-EXTRA NOT = SPACES
               OR WS-CLASS-NAME(13:2) NOT = SPACES
               OR WS-CLASS-SYMBOLS(21:2) NOT = SPACES
                  DISPLAY 'DAY03CLS CLASSTAB LINE REJECTED - '
                          CLASS-TEXT(1:50)
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
               WHEN WS-CLASS-COUNT >= WS-CLASS-MAX
                  DISPLAY 'DAY03CLS CLASS TABLE FULL AT ' WS-CLASS-MAX
                          ' - ' WS-CLASS-NAME ' NOT LOADED'
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
               WHEN OTHER
                  PERFORM VARYING CX FROM 1 BY 1
                          UNTIL CX > 20
                          OR WS-CLASS-SYMBOLS(CX:1) = SPACE
                     IF WS-CLASS-SYMBOLS(CX:1) NUMERIC
                     OR WS-CLASS-SYMBOLS(CX:1) = '.'
                        MOVE 'X' TO WS-CLASS-EXTRA
                     END-IF
                  END-PERFORM
                  IF WS-CLASS-EXTRA NOT = SPACES
                     DISPLAY 'DAY03CLS CLASSTAB LINE REJECTED - '
                             'DIGIT OR . AS A SYMBOL: '
                             CLASS-TEXT(1:40)
                     IF RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                     END-IF
                  ELSE
                     ADD 1 TO WS-CLASS-COUNT
                     MOVE WS-CLASS-NAME TO WS-K-NAME(WS-CLASS-COUNT)
                     MOVE WS-CLASS-SYMBOLS
                        TO WS-K-SYMBOLS(WS-CLASS-COUNT)
                  END-IF
            END-EVALUATE
            .

         LOAD-CATALOG SECTION.
            INITIALIZE WS-CAT-TABLE
            OPEN INPUT CAT-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-CAT-STATUS==
                         ==FS-FILE-NAME== BY =='CATMAST'==
                         ==FS-PGM==       BY =='DAY03CLS'==.
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
      *    THE SCHEMATIC - THE PAGES LISTED IN PAGELIST STACKED ONTO
      *    ONE GRID WHEN THERE IS A PAGELIST, OTHERWISE THE ONE
      *    INPUT FILE, EXACTLY AS DAY03P1 LOADS IT. THE FIRST
      *    (OR FIRST PAGE'S) DIMS AND SYMBOL-SET LINES GIVE THE
      *    WIDTH AND SYMBOLS. SUPPLIER *HDR AND *TRL RECORDS ARE
      *    PASSED OVER - DAY03VAL AND DAY03P1 CHECK THEM.
      *
         LOAD-SCHEMATIC SECTION.
            MOVE SPACES TO WS-SCHEMATIC-TABLE
            MOVE 0 TO WS-ROWS-LOADED
            MOVE 0 TO WS-PAGE-COUNT
            OPEN INPUT PGL-FILE
            IF WS-PGL-STATUS = '00'
               MOVE 'PAGELIST' TO WS-SOURCE-NAME
               READ PGL-FILE
                  AT END SET PGL-END TO TRUE
               END-READ
               PERFORM UNTIL PGL-END
                  IF PGL-TEXT NOT = SPACES
                     MOVE PGL-TEXT TO WS-INPUT-FILENAME
                     ADD 1 TO WS-PAGE-COUNT
                     PERFORM LOAD-ONE-FILE
                  END-IF
                  READ PGL-FILE
                     AT END SET PGL-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE PGL-FILE
               MOVE WS-ROWS-LOADED TO WS-GRID-ROWS
            ELSE
               MOVE WS-INPUT-FILENAME TO WS-SOURCE-NAME
               MOVE 1 TO WS-PAGE-COUNT
               PERFORM LOAD-ONE-FILE
               IF WS-ROWS-LOADED < WS-GRID-ROWS
                  MOVE WS-ROWS-LOADED TO WS-GRID-ROWS
               END-IF
            END-IF
            DISPLAY 'DAY03CLS ' WS-ROWS-LOADED ' SCHEMATIC ROWS '
                    'LOADED FROM ' WS-SOURCE-NAME(1:40)
            .

         LOAD-ONE-FILE SECTION.
            OPEN INPUT INPUT-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-INPUT-STATUS==
                         ==FS-FILE-NAME== BY ==WS-INPUT-FILENAME==
                         ==FS-PGM==       BY =='DAY03CLS'==.
            MOVE 0 TO WS-LINE-NO
            READ INPUT-FILE
               AT END SET INPUT-END TO TRUE
            END-READ
            PERFORM UNTIL INPUT-END
               IF INPUT-TEXT(1:5) NOT = '*HDR '
               AND INPUT-TEXT(1:5) NOT = '*TRL '
                  ADD 1 TO WS-LINE-NO
                  EVALUATE TRUE
                     WHEN WS-LINE-NO = 1
                        IF WS-PAGE-COUNT = 1
                           MOVE SPACES TO WS-GRID-RECORD
                           MOVE INPUT-TEXT(1:20) TO WS-GRID-RECORD
                           UNSTRING WS-GRID-RECORD
                              DELIMITED BY SPACE
                              INTO WS-GRID-ROWS, WS-GRID-COLS
                           END-UNSTRING
                           IF WS-GRID-COLS > 140
                              MOVE 140 TO WS-GRID-COLS
                           END-IF
                           IF WS-GRID-ROWS > 140
                              MOVE 140 TO WS-GRID-ROWS
                           END-IF
                        END-IF
                     WHEN WS-LINE-NO = 2
                        IF WS-PAGE-COUNT = 1
                           MOVE SPACES TO WS-SYMBOL-RECORD
                           MOVE INPUT-TEXT(1:20) TO WS-SYMBOL-RECORD
                           MOVE 20 TO SYMX
                           PERFORM UNTIL SYMX < 1
                                 OR WS-SYMBOL-CHAR(SYMX) NOT = SPACE
                              SUBTRACT 1 FROM SYMX
                           END-PERFORM
                           MOVE SYMX TO WS-SYMBOL-COUNT
                        END-IF
                     WHEN WS-ROWS-LOADED >= 140
                        CONTINUE
                     WHEN OTHER
                        ADD 1 TO WS-ROWS-LOADED
                        COMPUTE IX = WS-ROWS-LOADED + 1
                        MOVE INPUT-TEXT TO WS-SCHEMATIC-STR(IX)
                  END-EVALUATE
               END-IF
               READ INPUT-FILE
                  AT END SET INPUT-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE INPUT-FILE
            .

      *
      *    EVERY SYMBOL OF THE SET GOES TO THE FIRST CLASS THAT
      *    NAMES IT. SYMBOLS NO CLASS NAMES SHARE THE UNCLASSED
      *    ROLLUP; A CLASS SYMBOL THE SCHEMATIC DOES NOT USE IS
      *    NOTED, SINCE IT CAN NEVER COLLECT A PART.
      *
         ASSIGN-SYMBOL-CLASSES SECTION.
            INITIALIZE WS-SYMBOL-CLASS-TABLE
            PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > WS-CLASS-COUNT
               PERFORM VARYING CX FROM 1 BY 1
                       UNTIL CX > 20 OR WS-K-SYMBOLS(KX)(CX:1) = SPACE
                  MOVE WS-K-SYMBOLS(KX)(CX:1) TO CHECK-SYMBOL
                  PERFORM FIND-SET-SYMBOL
                  EVALUATE TRUE
                     WHEN SYMBOL-NOT-PRESENT
                        DISPLAY 'DAY03CLS NOTE - CLASS ' WS-K-NAME(KX)
                                ' SYMBOL ' CHECK-SYMBOL
                                ' IS NOT IN THE SCHEMATIC SYMBOL SET'
                     WHEN WS-SYMBOL-CLASS(SYMX) > 0
                        DISPLAY 'DAY03CLS WARNING - SYMBOL '
                                CHECK-SYMBOL ' ALREADY IN CLASS '
                                WS-K-NAME(WS-SYMBOL-CLASS(SYMX))
                                ' - NOT ADDED TO ' WS-K-NAME(KX)
                        IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                        END-IF
                     WHEN OTHER
                        MOVE KX TO WS-SYMBOL-CLASS(SYMX)
                  END-EVALUATE
               END-PERFORM
            END-PERFORM

            PERFORM VARYING SYMX FROM 1 BY 1
                    UNTIL SYMX > WS-SYMBOL-COUNT
               IF WS-SYMBOL-CLASS(SYMX) = 0
                  IF WS-UNCLASSED-AT = 0
                     COMPUTE WS-UNCLASSED-AT = WS-CLASS-COUNT + 1
                     MOVE 'UNCLASSED' TO WS-K-NAME(WS-UNCLASSED-AT)
                     MOVE 0 TO CX
                  END-IF
                  MOVE WS-UNCLASSED-AT TO WS-SYMBOL-CLASS(SYMX)
                  ADD 1 TO CX
                  MOVE WS-SYMBOL-CHAR(SYMX)
                     TO WS-K-SYMBOLS(WS-UNCLASSED-AT)(CX:1)
                  DISPLAY 'DAY03CLS WARNING - SCHEMATIC SYMBOL '
                          WS-SYMBOL-CHAR(SYMX) ' HAS NO CLASS ON '
                          'CLASSTAB - COUNTED AS UNCLASSED'
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
               END-IF
            END-PERFORM
            .

         FIND-SET-SYMBOL SECTION.
            SET SYMBOL-NOT-PRESENT TO TRUE
            MOVE 1 TO SYMX
            PERFORM UNTIL SYMX > WS-SYMBOL-COUNT OR SYMBOL-PRESENT
               IF WS-SYMBOL-CHAR(SYMX) = CHECK-SYMBOL
                  SET SYMBOL-PRESENT TO TRUE
               ELSE
                  ADD 1 TO SYMX
               END-IF
            END-PERFORM
            .

      *
      *    THE SAME ROW-BY-ROW NUMBER SCAN AS DAY03P1C, EXCEPT THAT
      *    THE WHOLE BORDER OF EACH NUMBER IS LOOKED AT, NOT JUST UP
      *    TO THE FIRST SYMBOL, SO EVERY CLASS A PART TOUCHES IS
      *    FOUND.
      *
         SCAN-SCHEMATIC SECTION.
            PERFORM VARYING IX FROM 2 BY 1 UNTIL IX > WS-GRID-ROWS + 1
               MOVE ZERO TO WS-NUMBER
               PERFORM VARYING IX2 FROM 2 BY 1
                           UNTIL IX2 > WS-GRID-COLS + 2
                  MOVE WS-SCHEMATIC-CHAR(IX, IX2) TO WS-CHAR
                  IF WS-CHAR NUMERIC
                     IF WS-NUMBER = 0
                        MOVE IX2 TO WS-NUM-START-COL
                     END-IF
                     COMPUTE WS-NUMBER = WS-NUMBER * 10 + WS-DIGIT
                  ELSE
                     IF WS-NUMBER > 0
                        PERFORM CLASSIFY-PART
                     END-IF
                     MOVE ZERO TO WS-NUMBER
                  END-IF
               END-PERFORM
            END-PERFORM
            .

         CLASSIFY-PART SECTION.
            MOVE IX               TO IX-UP
            MOVE IX               TO IX-DOWN
            MOVE WS-NUM-START-COL TO IX2-LEFT
            MOVE IX2              TO IX2-RIGHT
            SUBTRACT 1 FROM IX-UP
            SUBTRACT 1 FROM IX2-LEFT
            ADD      1 TO   IX-DOWN

            PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 21
               MOVE 0 TO WS-K-HIT(KX)
            END-PERFORM
            MOVE 0 TO WS-CLASSES-HIT
            PERFORM VARYING IX-SCAN FROM IX-UP BY 1
                        UNTIL IX-SCAN > IX-DOWN
               PERFORM VARYING IX2-SCAN FROM IX2-LEFT BY 1
                           UNTIL IX2-SCAN > IX2-RIGHT
                  MOVE WS-SCHEMATIC-CHAR(IX-SCAN, IX2-SCAN)
                     TO CHECK-SYMBOL
                  PERFORM FIND-SET-SYMBOL
                  IF SYMBOL-PRESENT
                     MOVE WS-SYMBOL-CLASS(SYMX) TO KX
                     IF WS-K-HIT(KX) = 0
                        MOVE 1 TO WS-K-HIT(KX)
                        ADD 1 TO WS-CLASSES-HIT
                     END-IF
                  END-IF
               END-PERFORM
            END-PERFORM

            IF WS-CLASSES-HIT > 0
               ADD 1 TO WS-DIST-PARTS
               ADD WS-NUMBER TO WS-DIST-SUM
               IF WS-C-KNOWN(WS-NUMBER) = 1
                  ADD WS-C-CENTS(WS-NUMBER) TO WS-DIST-CENTS
               END-IF
               PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 21
                  IF WS-K-HIT(KX) = 1
                     ADD 1 TO WS-K-PARTS(KX)
                     ADD WS-NUMBER TO WS-K-PART-SUM(KX)
                     IF WS-C-KNOWN(WS-NUMBER) = 1
                        ADD WS-C-CENTS(WS-NUMBER) TO WS-K-CENTS(KX)
                     ELSE
                        ADD 1 TO WS-K-UNCAT(KX)
                     END-IF
                  END-IF
               END-PERFORM
               IF WS-CLASSES-HIT > 1
                  PERFORM LIST-MULTI-CLASS-PART
               END-IF
            END-IF
            .

         LIST-MULTI-CLASS-PART SECTION.
            ADD 1 TO WS-MULTI-PARTS
            COMPUTE WS-EXTRA-PARTS = WS-EXTRA-PARTS
                                   + WS-CLASSES-HIT - 1
            COMPUTE WS-EXTRA-SUM = WS-EXTRA-SUM
                                 + WS-NUMBER * (WS-CLASSES-HIT - 1)
            IF WS-C-KNOWN(WS-NUMBER) = 1
               COMPUTE WS-EXTRA-CENTS = WS-EXTRA-CENTS
                  + WS-C-CENTS(WS-NUMBER) * (WS-CLASSES-HIT - 1)
            END-IF

            MOVE WS-NUMBER TO WS-ML-NUMBER
            COMPUTE WS-ML-ROW = IX - 1
            COMPUTE WS-ML-COL = WS-NUM-START-COL - 1
            MOVE SPACES TO WS-ML-CLASSES
            MOVE 1 TO WS-ML-PTR
            PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 21
               IF WS-K-HIT(KX) = 1
                  STRING WS-K-NAME(KX) DELIMITED BY SPACE
                         ' '           DELIMITED BY SIZE
                     INTO WS-ML-CLASSES
                     WITH POINTER WS-ML-PTR
                  END-STRING
               END-IF
            END-PERFORM
            MOVE WS-MULTI-LINE TO RPT-RECORD
            WRITE RPT-RECORD
            .

         WRITE-CLASS-LINES SECTION.
            MOVE SPACES TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE WS-HEAD-LINE TO RPT-RECORD
            WRITE RPT-RECORD
            PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 21
               IF KX <= WS-CLASS-COUNT OR KX = WS-UNCLASSED-AT
                  MOVE WS-K-NAME(KX)      TO WS-KL-NAME
                  MOVE WS-K-PARTS(KX)     TO WS-KL-PARTS
                  MOVE WS-K-PART-SUM(KX)  TO WS-KL-PART-SUM
                  COMPUTE WS-DOLLARS = WS-K-CENTS(KX) / 100
                  MOVE WS-DOLLARS         TO WS-KL-VALUE
                  MOVE WS-K-UNCAT(KX)     TO WS-KL-UNCAT
                  MOVE WS-K-SYMBOLS(KX)   TO WS-KL-SYMBOLS
                  MOVE WS-CLASS-LINE TO RPT-RECORD
                  WRITE RPT-RECORD
                  ADD WS-K-PARTS(KX)     TO WS-TOT-PARTS
                  ADD WS-K-PART-SUM(KX)  TO WS-TOT-PART-SUM
                  ADD WS-K-CENTS(KX)     TO WS-TOT-CENTS
                  ADD WS-K-UNCAT(KX)     TO WS-TOT-UNCAT
               END-IF
            END-PERFORM

            MOVE 'ALL CLASSES'    TO WS-KL-NAME
            MOVE WS-TOT-PARTS     TO WS-KL-PARTS
            MOVE WS-TOT-PART-SUM  TO WS-KL-PART-SUM
            COMPUTE WS-DOLLARS = WS-TOT-CENTS / 100
            MOVE WS-DOLLARS       TO WS-KL-VALUE
            MOVE WS-TOT-UNCAT     TO WS-KL-UNCAT
            MOVE SPACES           TO WS-KL-SYMBOLS
            MOVE WS-CLASS-LINE TO RPT-RECORD
            WRITE RPT-RECORD
            .

      *
      *    THE LATEST DAY03P1 SUM RECORD ON CTLFILE, IN ARRIVAL
      *    ORDER - THE RUN WHOSE ANSWER THE CLASS FIGURES ARE TAKEN
      *    BACK TO.
      *
         FIND-DAY03P1-TOTAL SECTION.
            OPEN INPUT CTL-FILE
            IF WS-CTL-STATUS = '00'
               READ CTL-FILE
                  AT END MOVE 'Y' TO WS-CTL-END
               END-READ
               PERFORM UNTIL CTL-END
                  IF CTL-PROGRAM = 'DAY03P1'
                  AND CTL-LABEL = 'SUM'
                     SET P1-TOTAL-FOUND TO TRUE
                     MOVE CTL-ANSWER    TO WS-P1-SUM
                     MOVE CTL-OUT-COUNT TO WS-P1-PARTS
                     MOVE CTL-RUN-DATE  TO WS-P1-DATE
                     MOVE CTL-RUN-ID    TO WS-P1-RUNID
                  END-IF
                  READ CTL-FILE
                     AT END MOVE 'Y' TO WS-CTL-END
                  END-READ
               END-PERFORM
               CLOSE CTL-FILE
            END-IF
            .

         WRITE-RECONCILIATION SECTION.
            COMPUTE WS-NET-PARTS = WS-TOT-PARTS - WS-EXTRA-PARTS
            COMPUTE WS-NET-SUM = WS-TOT-PART-SUM - WS-EXTRA-SUM
            COMPUTE WS-NET-CENTS = WS-TOT-CENTS - WS-EXTRA-CENTS

            MOVE SPACES TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE 'RECONCILIATION                    PARTS      PART SUM'
               TO RPT-RECORD
            MOVE '       CATALOG VALUE' TO RPT-RECORD(55:)
            WRITE RPT-RECORD
            MOVE 'ALL CLASSES' TO WS-RPT-LINE
            MOVE WS-TOT-PARTS TO WS-EDIT-COUNT
            MOVE WS-TOT-PART-SUM TO WS-EDIT-SUM
            MOVE WS-TOT-CENTS TO WS-NET-CENTS
            PERFORM PUT-RECONCILE-LINE
            MOVE 'LESS EXTRA COUNTINGS OF PARTS' TO WS-RPT-LINE
            MOVE WS-EXTRA-PARTS TO WS-EDIT-COUNT
            MOVE WS-EXTRA-SUM TO WS-EDIT-SUM
            MOVE WS-EXTRA-CENTS TO WS-NET-CENTS
            PERFORM PUT-RECONCILE-LINE
            MOVE 'DISTINCT PARTS' TO WS-RPT-LINE
            COMPUTE WS-NET-CENTS = WS-TOT-CENTS - WS-EXTRA-CENTS
            MOVE WS-NET-PARTS TO WS-EDIT-COUNT
            MOVE WS-NET-SUM TO WS-EDIT-SUM
            PERFORM PUT-RECONCILE-LINE

            SET CLASSES-OUT-OF-BALANCE TO TRUE
            IF WS-NET-PARTS NOT = WS-DIST-PARTS
            OR WS-NET-SUM NOT = WS-DIST-SUM
            OR WS-NET-CENTS NOT = WS-DIST-CENTS
               MOVE '  CLASS FIGURES DO NOT NET TO THE SCHEMATIC - '
                  TO RPT-RECORD
               MOVE 'ANALYSIS IN ERROR' TO RPT-RECORD(47:)
               WRITE RPT-RECORD
               DISPLAY 'DAY03CLS CLASS FIGURES DO NOT NET BACK TO '
                       'THE DISTINCT PARTS'
            ELSE
               IF NOT P1-TOTAL-FOUND
                  MOVE '  NO DAY03P1 SUM ON CTLFILE - NOT RECONCILED'
                     TO RPT-RECORD
                  WRITE RPT-RECORD
                  DISPLAY 'DAY03CLS NO DAY03P1 SUM ON CTLFILE - '
                          'CLASS FIGURES NOT RECONCILED'
               ELSE
                  MOVE SPACES TO WS-RPT-LINE
                  STRING 'DAY03P1 ' WS-P1-DATE ' RUN ' WS-P1-RUNID
                     DELIMITED BY SIZE INTO WS-RPT-LINE
                  END-STRING
                  MOVE WS-P1-PARTS TO WS-EDIT-COUNT
                  MOVE WS-P1-SUM TO WS-EDIT-SUM
                  MOVE 0 TO WS-NET-CENTS
                  PERFORM PUT-RECONCILE-LINE
                  IF WS-P1-SUM = WS-DIST-SUM
                  AND WS-P1-PARTS = WS-DIST-PARTS
                     SET CLASSES-BALANCE TO TRUE
                     MOVE '  RECONCILED - CLASS FIGURES AGREE WITH '
                        TO RPT-RECORD
                     MOVE 'DAY03P1' TO RPT-RECORD(41:)
                     WRITE RPT-RECORD
                  ELSE
                     MOVE '  OUT OF BALANCE WITH DAY03P1 - SCHEMATIC '
                        TO RPT-RECORD
                     MOVE 'CHANGED SINCE ITS RUN?' TO RPT-RECORD(43:)
                     WRITE RPT-RECORD
                     DISPLAY 'DAY03CLS DISTINCT PART SUM '
                             WS-DIST-SUM ' (' WS-DIST-PARTS
                             ' PARTS) DOES NOT AGREE WITH DAY03P1 '
                             WS-P1-SUM ' (' WS-P1-PARTS ' PARTS)'
                  END-IF
               END-IF
            END-IF
            .

         PUT-RECONCILE-LINE SECTION.
            MOVE WS-EDIT-COUNT TO WS-RPT-LINE(30:9)
            MOVE WS-EDIT-SUM TO WS-RPT-LINE(41:14)
            IF WS-NET-CENTS > 0
               COMPUTE WS-DOLLARS = WS-NET-CENTS / 100
               MOVE WS-DOLLARS TO WS-KL-VALUE
               MOVE WS-KL-VALUE TO WS-RPT-LINE(55:20)
            END-IF
            MOVE WS-RPT-LINE TO RPT-RECORD
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
