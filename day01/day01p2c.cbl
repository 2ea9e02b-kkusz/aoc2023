            SELECT TRACE-FILE ASSIGN TO DYNAMIC WS-TRC-GEN-NAME
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT DICT-FILE ASSIGN TO DYNAMIC WS-DICT-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DICT-STATUS.

            SELECT DSRC-FILE ASSIGN TO DICTSRC
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DSRC-STATUS.

            SELECT TOL-FILE ASSIGN TO TOLTAB
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TOL-STATUS.

            SELECT TOLEXC2-FILE ASSIGN TO TOLEXC2
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT RT-FILE ASSIGN TO DYNAMIC WS-RT-FILENAME
            88 INPUT-END        VALUE LOW-VALUE.
            05 INPUT-TEXT       PIC X(100).

         FD TOL-FILE.
         01 TOL-RECORD.
            88 TOL-END           VALUE LOW-VALUE.
            05 TOL-TEXT          PIC X(40).

         FD TOLEXC2-FILE.
         01 TOLEXC2-RECORD.
            05 TOX2-LINE-NO     PIC ZZZZ9.
            05 FILLER           PIC X VALUE SPACE.
            05 TOX2-SOURCE      PIC X(8).
            05 FILLER           PIC X VALUE SPACE.
            05 TOX2-VALUE       PIC 99.
            05 FILLER           PIC X VALUE SPACE.
            05 TOX2-LOW         PIC 99.
            05 TOX2-DASH        PIC X.
            05 TOX2-HIGH        PIC 99.
            05 FILLER           PIC X VALUE SPACE.
            05 TOX2-TEXT        PIC X(100).

         FD RT-FILE.
         01 RT-RECORD.
            88 RT-END           VALUE LOW-VALUE.
            88 DICT-END          VALUE LOW-VALUE.
            05 DICT-TEXT         PIC X(20).

         FD DSRC-FILE.
         01 DSRC-RECORD.
            88 DSRC-END          VALUE LOW-VALUE.
            05 DSRC-TEXT         PIC X(40).

         FD TRACE-FILE.
         01 TRACE-RECORD.
            05 TRC-LINE-NO      PIC ZZZZ9.
            05 TRC-DIGIT2       PIC 9.
            05 FILLER           PIC X VALUE SPACE.
            05 TRC-VALUE        PIC 99.
            05 FILLER           PIC X VALUE SPACE.
            05 TRC-DICT         PIC X(20).

         WORKING-STORAGE SECTION.

         01 WS-DICT-STR          PIC X(10).
         01 WS-DICT-DIGIT-STR    PIC X(10).

      *
      *    PER-SOURCE DICTIONARIES - THE SENDERS DO NOT ALL SPELL
      *    DIGITS THE SAME WAY (ONE LAB WRITES IN ANOTHER LANGUAGE,
      *    ONE ABBREVIATES), SO DICTSRC ('SOURCE-TAG DICTIONARY' PER
      *    LINE, * COMMENTS) NAMES A WORD LIST FOR EACH SENDER THAT
      *    NEEDS ONE. SET 1 IS ALWAYS DICTFILE, WHICH SCORES
      *    UNTAGGED LINES AND ANY SOURCE DICTSRC DOES NOT NAME (OR
      *    WHOSE DICTIONARY IS MISSING) - WITH NO DICTSRC EVERY LINE
      *    IS SCORED WITH DICTFILE, AS ALWAYS. WS-DICT-SLOT PICKS
      *    THE SET SCAN-DIGIT READS, THE WAY DAY01IMP PICKS ITS SIDE.
      *
         01 WS-DICT-NAME         PIC X(20).
         01 WS-DICT-STATUS       PIC XX.
         01 WS-DSRC-STATUS       PIC XX.
         01 WS-DICT-TAG          PIC X(8).
         01 WS-DICT-SLOT         PIC 99 VALUE 1.
         01 WS-DSET-COUNT        PIC 99 VALUE 0.
         01 WS-WORD-SETS.
            05 WS-WORD-SET OCCURS 10.
               10 WS-DSET-TAG    PIC X(8).
               10 WS-DSET-NAME   PIC X(20).
               10 WS-WORD-COUNT  PIC 99.
               10 WS-WORD-ENTRY OCCURS 20.
                  15 WS-WORD-TEXT   PIC X(10).
                  15 WS-WORD-LEN    PIC 99.
                  15 WS-WORD-DIGIT  PIC 9.
         77 DSX                  PIC 99.

         77 WIX                  PIC 99.
         77 WLX                  PIC 99.
               10 WS-SRC-LINES   PIC 9(7).
               10 WS-SRC-SUM     PIC 9(10).
               10 WS-SRC-SUM2    PIC 9(10).
               10 WS-SRC-BAND    PIC 99.
               10 WS-SRC-OOB2    PIC 9(7).
               10 WS-SRC-DICT    PIC 99.
         01 SW-SRC-FOUND         PIC 9.
            88 SRC-FOUND               VALUE 1.
            88 SRC-NOT-FOUND           VALUE 0.
         01 WS-SRC-VALUE         PIC 9(4).
         01 WS-SRC-VALUE2        PIC 9(4).

      *
      *    TOLERANCE BANDS - EACH INSTRUMENT SOURCE HAS A KNOWN VALID
      *    RANGE FOR ITS TWO-DIGIT LINE VALUES, AND A VALUE OUTSIDE
      *    IT IS A MIS-TRANSCRIBED LINE EVEN THOUGH IT SCORES. TOLTAB
      *    HOLDS 'SOURCE-TAG LOW HIGH' PER LINE - A TAG OF * IS THE
      *    BAND FOR ANY SOURCE NOT LISTED, SO COMMENT LINES START
      *    WITH ** AS ON EXCPOL. EVERY SCORED VALUE OUTSIDE ITS
      *    SOURCE'S BAND IS LISTED ON TOLEXC2 AND COUNTED PER
      *    SOURCE; THE COUNTS ARE LOGGED TO EXCLOG AS ONE SEVERITY-B
      *    LINE PER SOURCE FOR DAY00BUD'S RATE BUDGET AND HANDED
      *    BACK IN TOL-TOTALS FOR THE CONTROL TOTALS. NO TOLTAB, NO
      *    CHECK.
      *
         01 WS-TOL-STATUS        PIC XX.
         01 WS-TOL-COUNT         PIC 99 VALUE 0.
         01 WS-TOL-TABLE.
            05 WS-TOL-ENTRY OCCURS 20.
               10 WS-TOL-TAG     PIC X(8).
               10 WS-TOL-LOW     PIC 99.
               10 WS-TOL-HIGH    PIC 99.
         01 WS-TOL-TAG-STR       PIC X(10).
         01 WS-TOL-LOW-STR       PIC X(4).
         01 WS-TOL-HIGH-STR      PIC X(4).
         01 WS-TOL-NUM-STR       PIC X(4).
         01 WS-TOL-NUM           PIC 9(4).
         01 WS-TOL-DIGIT         PIC 9.
         01 WS-TOL-CHAR REDEFINES WS-TOL-DIGIT PIC X.
         01 WS-TOL-VALUE         PIC 9(4).
         01 WS-TOL-OOB           PIC 9(7).
         01 WS-TOL-PART          PIC X(2).
         01 SW-TOL-BAD           PIC 9.
            88 TOL-LINE-BAD            VALUE 1.
            88 TOL-LINE-OK             VALUE 0.
         77 TLX                  PIC 99.
         77 TCX                  PIC 9.

      *
      *    REGRESSION TEST - CHECKED-IN CALIBRATION SAMPLE SO DAY01P2
      *    CAN BE VERIFIED AGAINST A KNOWN ANSWER AFTER ANY CHANGE,
         01 LN-IN-COUNT         PIC 9(7).
         01 LN-OUT-COUNT        PIC 9(7).

         COPY "TOLTOT.CPY".

         PROCEDURE DIVISION USING LN-INPUT-FILENAME, LN-ANSWER,
               LN-IN-COUNT, LN-OUT-COUNT,
               TOL-TOTALS.
            COPY "RUNSTMPP.CPY".

            MOVE SPACES TO WS-TRC-GEN-NAME
            MOVE 0 TO WS-OUT-COUNT
            MOVE 0 TO WS-LINE-NO
            MOVE 0 TO WS-SRC-COUNT
            MOVE 0 TO TOL-SOURCE-COUNT
            PERFORM LOAD-TOLERANCE-TABLE

            OPEN INPUT INPUT-FILE
            COPY "FSABEND.CPY"
            MOVE WS-RUN-STAMP TO TRACE-RECORD
            WRITE TRACE-RECORD

            OPEN OUTPUT TOLEXC2-FILE
            MOVE WS-RUN-STAMP TO TOLEXC2-RECORD
            WRITE TOLEXC2-RECORD

            PERFORM READ-BATCH-INPUT
            PERFORM UNTIL INPUT-END
               MOVE INPUT-TEXT TO WS-RECORD
                            ==SCR-LEN==   BY 100
                            ==SCR-PGM==   BY 'DAY01P2'.
               PERFORM TAKE-SOURCE-TAG
               PERFORM SELECT-SOURCE-DICTIONARY
               ADD 1 TO WS-LINE-NO
               ADD 1 TO WS-IN-COUNT
               MOVE 1 TO IX
               MOVE 0 TO WS-SRC-VALUE2
               PERFORM ADD-SOURCE-VALUE
               PERFORM WRITE-TRACE-LINE
               PERFORM CHECK-BAND-2

               PERFORM READ-BATCH-INPUT
            END-PERFORM

            CLOSE INPUT-FILE
            CLOSE TOLEXC2-FILE
            CLOSE TRACE-FILE

            PERFORM REPORT-SOURCE-TOTALS
            PERFORM REPORT-BAND-TOTALS

            MOVE WS-SUM TO LN-ANSWER
            MOVE WS-IN-COUNT TO LN-IN-COUNT
               SET FOUND-DIGIT TO TRUE
            END-IF

            PERFORM VARYING WIX FROM 1 BY 1
                        UNTIL WIX > WS-WORD-COUNT(WS-DICT-SLOT)
               IF IX + WS-WORD-LEN(WS-DICT-SLOT, WIX) - 1 <= 100
                  IF WS-RECORD
                        (IX:WS-WORD-LEN(WS-DICT-SLOT, WIX)) =
                     WS-WORD-TEXT(WS-DICT-SLOT, WIX)
                        (1:WS-WORD-LEN(WS-DICT-SLOT, WIX))
                     MOVE WS-WORD-DIGIT(WS-DICT-SLOT, WIX)
                        TO WS-DIGIT
                     SET FOUND-DIGIT TO TRUE
                  END-IF
               END-IF
            .

         REGRESSION-TEST SECTION.
            MOVE 1 TO WS-DICT-SLOT
            MOVE 0 TO WS-SUM
            OPEN INPUT RT-FILE
            READ RT-FILE

         LOAD-WORD-DICTIONARY SECTION.
      *
      *    THE COUNTS START FRESH EVERY CALL - DAYMENU AND THE
      *    INPUT-QUEUE WRAPPERS RE-CALL THIS CORE, AND AN UNRESET
      *    COUNT WOULD APPEND PAST THE OCCURS TABLES.
      *
            MOVE 0 TO WS-DSET-COUNT
            MOVE 'DEFAULT'  TO WS-DICT-TAG
            MOVE 'DICTFILE' TO WS-DICT-NAME
            PERFORM LOAD-ONE-DICTIONARY

            OPEN INPUT DSRC-FILE
            IF WS-DSRC-STATUS = '00'
               READ DSRC-FILE
                  AT END SET DSRC-END TO TRUE
               END-READ
               PERFORM UNTIL DSRC-END
                  IF DSRC-TEXT NOT = SPACES
                  AND DSRC-TEXT(1:1) NOT = '*'
                     MOVE SPACES TO WS-DICT-TAG
                     MOVE SPACES TO WS-DICT-NAME
                     UNSTRING DSRC-TEXT
                        DELIMITED BY ALL SPACE
                        INTO WS-DICT-TAG, WS-DICT-NAME
                     END-UNSTRING
                     PERFORM LOAD-ONE-DICTIONARY
                  END-IF
                  READ DSRC-FILE
                     AT END SET DSRC-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE DSRC-FILE
            END-IF
            MOVE 1 TO WS-DICT-SLOT
            .

      *
      *    ONE WORD LIST INTO THE NEXT SET. DICTFILE ITSELF MUST BE
      *    THERE; A SOURCE DICTIONARY THAT ISN'T (OR ONE PAST THE
      *    TABLE) LEAVES ITS SOURCE ON DICTFILE WITH A WARNING, SO A
      *    BAD DICTSRC LINE NEVER STOPS THE NIGHT.
      *
         LOAD-ONE-DICTIONARY SECTION.
            IF WS-DSET-COUNT >= 10
               DISPLAY 'DAY01P2 WARNING - DICTIONARY TABLE FULL AT 10 '
                       'SETS; SOURCE ' WS-DICT-TAG ' SCORED WITH '
                       'DICTFILE'
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            ELSE
               OPEN INPUT DICT-FILE
               IF WS-DSET-COUNT = 0
                  COPY "FSABEND.CPY"
                     REPLACING ==FS-STATUS==    BY ==WS-DICT-STATUS==
                               ==FS-FILE-NAME== BY =='DICTFILE'==
                               ==FS-PGM==       BY =='DAY01P2'==.
               END-IF
               IF WS-DICT-STATUS NOT = '00'
                  DISPLAY 'DAY01P2 WARNING - DICTIONARY ' WS-DICT-NAME
                          ' FOR SOURCE ' WS-DICT-TAG ' NOT FOUND; '
                          'SOURCE SCORED WITH DICTFILE'
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
               ELSE
                  ADD 1 TO WS-DSET-COUNT
                  MOVE WS-DSET-COUNT TO DSX
                  MOVE WS-DICT-TAG  TO WS-DSET-TAG(DSX)
                  MOVE WS-DICT-NAME TO WS-DSET-NAME(DSX)
                  MOVE 0 TO WS-WORD-COUNT(DSX)
                  PERFORM LOAD-DICTIONARY-WORDS
                  CLOSE DICT-FILE
               END-IF
            END-IF
            .

         LOAD-DICTIONARY-WORDS SECTION.
            READ DICT-FILE
               AT END SET DICT-END TO TRUE
            END-READ
            PERFORM UNTIL DICT-END
               IF WS-WORD-COUNT(DSX) >= 20
                  DISPLAY 'DAY01P2 WARNING - WORD TABLE FULL AT 20 '
                          'ENTRIES IN ' WS-DSET-NAME(DSX)
                          '; REMAINING ENTRIES DROPPED'
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
                  SET DICT-END TO TRUE
               ELSE
               ADD 1 TO WS-WORD-COUNT(DSX)
               MOVE WS-WORD-COUNT(DSX) TO WIX
               MOVE SPACES TO WS-DICT-STR
               MOVE SPACES TO WS-DICT-DIGIT-STR
               UNSTRING DICT-TEXT
                  DELIMITED BY SPACE
                  INTO WS-DICT-STR, WS-DICT-DIGIT-STR
               END-UNSTRING
               MOVE WS-DICT-STR TO WS-WORD-TEXT(DSX, WIX)
               MOVE WS-DICT-DIGIT-STR(1:1)
                  TO WS-WORD-DIGIT(DSX, WIX)

               MOVE 10 TO WLX
               PERFORM UNTIL WLX < 1
                            OR WS-DICT-STR(WLX:1) NOT = SPACE
                  SUBTRACT 1 FROM WLX
               END-PERFORM
               MOVE WLX TO WS-WORD-LEN(DSX, WIX)

               READ DICT-FILE
                  AT END SET DICT-END TO TRUE
               END-READ
               END-IF
            END-PERFORM
            .

      *
      *    THE LINE'S SOURCE TAG PICKS ITS DICTIONARY - SET 1,
      *    DICTFILE, UNLESS DICTSRC NAMED ONE FOR THIS SENDER.
      *
         SELECT-SOURCE-DICTIONARY SECTION.
            MOVE 1 TO WS-DICT-SLOT
            PERFORM VARYING DSX FROM 2 BY 1 UNTIL DSX > WS-DSET-COUNT
               IF WS-DSET-TAG(DSX) = WS-SOURCE-TAG
                  MOVE DSX TO WS-DICT-SLOT
                  MOVE WS-DSET-COUNT TO DSX
               END-IF
            END-PERFORM
            .

         LOAD-SELF-TESTS SECTION.
            .

         SELF-TEST SECTION.
            MOVE 1 TO WS-DICT-SLOT
            PERFORM VARYING TIX FROM 1 BY 1 UNTIL TIX > 4
               MOVE WS-TEST-LINE(TIX) TO WS-RECORD

            MOVE WS-DIGIT1  TO TRC-DIGIT1
            MOVE WS-DIGIT2  TO TRC-DIGIT2
            COMPUTE TRC-VALUE = WS-DIGIT1 * 10 + WS-DIGIT2
            MOVE WS-DSET-NAME(WS-DICT-SLOT) TO TRC-DICT
            WRITE TRACE-RECORD
            ADD 1 TO WS-OUT-COUNT
            .
                  MOVE 0 TO WS-SRC-LINES(SRX)
                  MOVE 0 TO WS-SRC-SUM(SRX)
                  MOVE 0 TO WS-SRC-SUM2(SRX)
                  PERFORM SELECT-TOLERANCE-BAND
                  MOVE 0 TO WS-SRC-OOB2(SRX)
                  MOVE WS-DICT-SLOT TO WS-SRC-DICT(SRX)
               END-IF
            END-IF
            ADD 1 TO WS-SRC-LINES(SRX)
                  DISPLAY 'DAY01P2 SOURCE ' WS-SRC-NAME(SRX)
                          ' LINES ' WS-SRC-LINES(SRX)
                          ' SUBTOTAL ' WS-SRC-SUM(SRX)
                          ' DICT '
                          WS-DSET-NAME(WS-SRC-DICT(SRX))
               END-PERFORM
            END-IF
            .

      *
      *    THE BANDS START FRESH EVERY CALL, LIKE THE DICTIONARY. A
      *    LINE WHOSE LOW OR HIGH IS NOT A 0-99 NUMBER, OR WHOSE LOW
      *    IS ABOVE ITS HIGH, IS SKIPPED WITH A WARNING RATHER THAN
      *    GUESSED AT.
      *
         LOAD-TOLERANCE-TABLE SECTION.
            MOVE 0 TO WS-TOL-COUNT
            OPEN INPUT TOL-FILE
            IF WS-TOL-STATUS = '00'
               READ TOL-FILE
                  AT END SET TOL-END TO TRUE
               END-READ
               PERFORM UNTIL TOL-END
                  IF TOL-TEXT NOT = SPACES
                  AND TOL-TEXT(1:2) NOT = '**'
                     PERFORM LOAD-ONE-BAND
                  END-IF
                  READ TOL-FILE
                     AT END SET TOL-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE TOL-FILE
            END-IF
            .

         LOAD-ONE-BAND SECTION.
            MOVE SPACES TO WS-TOL-TAG-STR
            MOVE SPACES TO WS-TOL-LOW-STR
            MOVE SPACES TO WS-TOL-HIGH-STR
            UNSTRING TOL-TEXT
               DELIMITED BY ALL SPACE
               INTO WS-TOL-TAG-STR, WS-TOL-LOW-STR, WS-TOL-HIGH-STR
            END-UNSTRING
            SET TOL-LINE-OK TO TRUE
            MOVE WS-TOL-LOW-STR TO WS-TOL-NUM-STR
            PERFORM PARSE-BAND-NUMBER
            MOVE WS-TOL-NUM TO WS-TOL-VALUE
            MOVE WS-TOL-HIGH-STR TO WS-TOL-NUM-STR
            PERFORM PARSE-BAND-NUMBER
            IF WS-TOL-VALUE > WS-TOL-NUM
               SET TOL-LINE-BAD TO TRUE
            END-IF
            IF TOL-LINE-BAD
               DISPLAY 'DAY01P2 WARNING - TOLTAB LINE IGNORED: '
                       TOL-TEXT
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            ELSE
               IF WS-TOL-COUNT >= 20
                  DISPLAY 'DAY01P2 WARNING - TOLERANCE TABLE FULL AT '
                          '20 BANDS; ' WS-TOL-TAG-STR ' NOT CHECKED'
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
               ELSE
                  ADD 1 TO WS-TOL-COUNT
                  MOVE WS-TOL-TAG-STR TO WS-TOL-TAG(WS-TOL-COUNT)
                  MOVE WS-TOL-VALUE   TO WS-TOL-LOW(WS-TOL-COUNT)
                  MOVE WS-TOL-NUM     TO WS-TOL-HIGH(WS-TOL-COUNT)
               END-IF
            END-IF
            .

      *
      *    ONE TO TWO DIGITS AND NOTHING ELSE, OR THE LINE IS BAD.
      *
         PARSE-BAND-NUMBER SECTION.
            MOVE 0 TO WS-TOL-NUM
            IF WS-TOL-NUM-STR = SPACES
            OR WS-TOL-NUM-STR(3:2) NOT = SPACES
               SET TOL-LINE-BAD TO TRUE
            END-IF
            PERFORM VARYING TCX FROM 1 BY 1 UNTIL TCX > 2
               MOVE WS-TOL-NUM-STR(TCX:1) TO WS-TOL-CHAR
               IF WS-TOL-CHAR NUMERIC
                  COMPUTE WS-TOL-NUM = WS-TOL-NUM * 10 + WS-TOL-DIGIT
               ELSE
                  IF WS-TOL-CHAR NOT = SPACE
                     SET TOL-LINE-BAD TO TRUE
                  END-IF
               END-IF
            END-PERFORM
            .

      *
      *    A NEW SOURCE ENTRY TAKES ITS OWN BAND, ELSE THE * BAND,
      *    ELSE NONE (ZERO - ITS VALUES ARE NOT CHECKED).
      *
         SELECT-TOLERANCE-BAND SECTION.
            MOVE 0 TO WS-SRC-BAND(SRX)
            PERFORM VARYING TLX FROM 1 BY 1 UNTIL TLX > WS-TOL-COUNT
               IF WS-TOL-TAG(TLX) = WS-SOURCE-TAG
                  MOVE TLX TO WS-SRC-BAND(SRX)
                  MOVE WS-TOL-COUNT TO TLX
               END-IF
            END-PERFORM
            IF WS-SRC-BAND(SRX) = 0
               PERFORM VARYING TLX FROM 1 BY 1
                           UNTIL TLX > WS-TOL-COUNT
                  IF WS-TOL-TAG(TLX) = '*'
                     MOVE TLX TO WS-SRC-BAND(SRX)
                     MOVE WS-TOL-COUNT TO TLX
                  END-IF
               END-PERFORM
            END-IF
            .

         CHECK-BAND-2 SECTION.
            IF WS-SRC-BAND(SRX) > 0
               MOVE WS-SRC-BAND(SRX) TO TLX
               IF WS-SRC-VALUE < WS-TOL-LOW(TLX)
               OR WS-SRC-VALUE > WS-TOL-HIGH(TLX)
                  ADD 1 TO WS-SRC-OOB2(SRX)
                  MOVE SPACES          TO TOLEXC2-RECORD
                  MOVE WS-LINE-NO      TO TOX2-LINE-NO
                  MOVE WS-SOURCE-TAG   TO TOX2-SOURCE
                  MOVE WS-SRC-VALUE    TO TOX2-VALUE
                  MOVE WS-TOL-LOW(TLX)  TO TOX2-LOW
                  MOVE '-'             TO TOX2-DASH
                  MOVE WS-TOL-HIGH(TLX) TO TOX2-HIGH
                  MOVE WS-RECORD       TO TOX2-TEXT
                  WRITE TOLEXC2-RECORD
               END-IF
            END-IF
            .

      *
      *    EVERY SOURCE THAT HAD A BAND GOES BACK IN TOL-TOTALS;
      *    ONE WITH VALUES OUTSIDE IT IS SHOWN AND LOGGED - THE
      *    SEVERITY-B EXCLOG LINE CARRIES THE COUNT AND THE SOURCE'S
      *    LINE COUNT SO DAY00BUD CAN TEST THE RATE AGAINST EXCPOL.
      *
         REPORT-BAND-TOTALS SECTION.
            PERFORM VARYING SRX FROM 1 BY 1 UNTIL SRX > WS-SRC-COUNT
               IF WS-SRC-BAND(SRX) > 0
                  ADD 1 TO TOL-SOURCE-COUNT
                  MOVE WS-SRC-NAME(SRX)
                     TO TOL-SOURCE(TOL-SOURCE-COUNT)
                  MOVE WS-SRC-LINES(SRX)
                     TO TOL-LINES(TOL-SOURCE-COUNT)
                  MOVE 0 TO TOL-OOB1(TOL-SOURCE-COUNT)
                  MOVE 0 TO TOL-OOB2(TOL-SOURCE-COUNT)
                  MOVE WS-SRC-OOB2(SRX)
                     TO TOL-OOB2(TOL-SOURCE-COUNT)
                  MOVE 'P2' TO WS-TOL-PART
                  MOVE WS-SRC-OOB2(SRX) TO WS-TOL-OOB
                  PERFORM LOG-BAND-EXCEPTIONS
               END-IF
            END-PERFORM
            .

         LOG-BAND-EXCEPTIONS SECTION.
            IF WS-TOL-OOB > 0
               MOVE WS-SRC-BAND(SRX) TO TLX
               DISPLAY 'DAY01P2 WARNING - SOURCE ' WS-SRC-NAME(SRX)
                       ' ' WS-TOL-PART ' ' WS-TOL-OOB ' OF '
                       WS-SRC-LINES(SRX) ' LINES OUTSIDE BAND '
                       WS-TOL-LOW(TLX) '-' WS-TOL-HIGH(TLX)
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
               MOVE SPACES TO WS-EXCLOG-LINE
               STRING 'DAY01P2 B ' WS-SRC-NAME(SRX) ' ' WS-TOL-PART
                      ' ' WS-TOL-OOB ' OF ' WS-SRC-LINES(SRX)
                      ' LINES OUTSIDE BAND ' WS-TOL-LOW(TLX) '-'
                      WS-TOL-HIGH(TLX)
                  DELIMITED BY SIZE INTO WS-EXCLOG-LINE
               END-STRING
               CALL 'DAY00LOG' USING WS-EXCLOG-LINE
               END-CALL
            END-IF
            .
