            SELECT TRACE-FILE ASSIGN TO DYNAMIC WS-TRC-GEN-NAME
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT TOL-FILE ASSIGN TO TOLTAB
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TOL-STATUS.

            SELECT TOLEXC1-FILE ASSIGN TO TOLEXC1
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT RT-FILE ASSIGN TO DYNAMIC WS-RT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL.

            88 INPUT-END        VALUE LOW-VALUE.
            05 INPUT-TEXT       PIC X(100).

         FD TOL-FILE.
         01 TOL-RECORD.
            88 TOL-END           VALUE LOW-VALUE.
            05 TOL-TEXT          PIC X(40).

         FD TOLEXC1-FILE.
         01 TOLEXC1-RECORD.
            05 TOX1-LINE-NO     PIC ZZZZ9.
            05 FILLER           PIC X VALUE SPACE.
            05 TOX1-SOURCE      PIC X(8).
            05 FILLER           PIC X VALUE SPACE.
            05 TOX1-VALUE       PIC 99.
            05 FILLER           PIC X VALUE SPACE.
            05 TOX1-LOW         PIC 99.
            05 TOX1-DASH        PIC X.
            05 TOX1-HIGH        PIC 99.
            05 FILLER           PIC X VALUE SPACE.
            05 TOX1-TEXT        PIC X(100).

         FD RT-FILE.
         01 RT-RECORD.
            88 RT-END           VALUE LOW-VALUE.
               10 WS-SRC-LINES   PIC 9(7).
               10 WS-SRC-SUM     PIC 9(10).
               10 WS-SRC-SUM2    PIC 9(10).
               10 WS-SRC-BAND    PIC 99.
               10 WS-SRC-OOB1    PIC 9(7).
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
      *    SOURCE'S BAND IS LISTED ON TOLEXC1 AND COUNTED PER
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
      *    REGRESSION TEST - CHECKED-IN CALIBRATION SAMPLE SO DAY01P1
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

            OPEN OUTPUT TOLEXC1-FILE
            MOVE WS-RUN-STAMP TO TOLEXC1-RECORD
            WRITE TOLEXC1-RECORD

            PERFORM READ-BATCH-INPUT
            PERFORM UNTIL INPUT-END
               MOVE INPUT-TEXT TO WS-RECORD
                  MOVE 0 TO WS-SRC-VALUE2
                  PERFORM ADD-SOURCE-VALUE
                  PERFORM WRITE-TRACE-LINE
                  PERFORM CHECK-BAND-1
               END-IF

               PERFORM READ-BATCH-INPUT
            END-PERFORM

            CLOSE INPUT-FILE
            CLOSE TOLEXC1-FILE
            CLOSE REJECT-FILE
            CLOSE TRACE-FILE

            PERFORM REPORT-SOURCE-TOTALS
            PERFORM REPORT-BAND-TOTALS

            MOVE WS-SUM TO LN-ANSWER
            MOVE WS-IN-COUNT TO LN-IN-COUNT
                  MOVE 0 TO WS-SRC-LINES(SRX)
                  MOVE 0 TO WS-SRC-SUM(SRX)
                  MOVE 0 TO WS-SRC-SUM2(SRX)
                  PERFORM SELECT-TOLERANCE-BAND
                  MOVE 0 TO WS-SRC-OOB1(SRX)
               END-IF
            END-IF
            ADD 1 TO WS-SRC-LINES(SRX)
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
               DISPLAY 'DAY01P1 WARNING - TOLTAB LINE IGNORED: '
                       TOL-TEXT
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            ELSE
               IF WS-TOL-COUNT >= 20
                  DISPLAY 'DAY01P1 WARNING - TOLERANCE TABLE FULL AT '
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

         CHECK-BAND-1 SECTION.
            IF WS-SRC-BAND(SRX) > 0
               MOVE WS-SRC-BAND(SRX) TO TLX
               IF WS-SRC-VALUE < WS-TOL-LOW(TLX)
               OR WS-SRC-VALUE > WS-TOL-HIGH(TLX)
                  ADD 1 TO WS-SRC-OOB1(SRX)
                  MOVE SPACES          TO TOLEXC1-RECORD
                  MOVE WS-LINE-NO      TO TOX1-LINE-NO
                  MOVE WS-SOURCE-TAG   TO TOX1-SOURCE
                  MOVE WS-SRC-VALUE    TO TOX1-VALUE
                  MOVE WS-TOL-LOW(TLX)  TO TOX1-LOW
                  MOVE '-'             TO TOX1-DASH
                  MOVE WS-TOL-HIGH(TLX) TO TOX1-HIGH
                  MOVE WS-RECORD       TO TOX1-TEXT
                  WRITE TOLEXC1-RECORD
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
                  MOVE WS-SRC-OOB1(SRX)
                     TO TOL-OOB1(TOL-SOURCE-COUNT)
                  MOVE 'P1' TO WS-TOL-PART
                  MOVE WS-SRC-OOB1(SRX) TO WS-TOL-OOB
                  PERFORM LOG-BAND-EXCEPTIONS
               END-IF
            END-PERFORM
            .

         LOG-BAND-EXCEPTIONS SECTION.
            IF WS-TOL-OOB > 0
               MOVE WS-SRC-BAND(SRX) TO TLX
               DISPLAY 'DAY01P1 WARNING - SOURCE ' WS-SRC-NAME(SRX)
                       ' ' WS-TOL-PART ' ' WS-TOL-OOB ' OF '
                       WS-SRC-LINES(SRX) ' LINES OUTSIDE BAND '
                       WS-TOL-LOW(TLX) '-' WS-TOL-HIGH(TLX)
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
               MOVE SPACES TO WS-EXCLOG-LINE
               STRING 'DAY01P1 B ' WS-SRC-NAME(SRX) ' ' WS-TOL-PART
                      ' ' WS-TOL-OOB ' OF ' WS-SRC-LINES(SRX)
                      ' LINES OUTSIDE BAND ' WS-TOL-LOW(TLX) '-'
                      WS-TOL-HIGH(TLX)
                  DELIMITED BY SIZE INTO WS-EXCLOG-LINE
               END-STRING
               CALL 'DAY00LOG' USING WS-EXCLOG-LINE
               END-CALL
            END-IF
            .
