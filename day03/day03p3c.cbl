      *    NUMBERS AND SYMBOLS THAT FACE EACH OTHER ACROSS A PAGE
      *    BOUNDARY ARE HANDLED WITHOUT THE HAND-SPLICING THAT USED
      *    TO BREAK ADJACENCY AT THE SEAMS.
      *
      *    THE ADJACENCY RULES ABOVE ARE SILENT ABOUT TWO CASES
      *    ENGINEERING TREATS AS ASSEMBLY ANOMALIES: A '*' THAT
      *    TOUCHES ONE PART NUMBER OR THREE OR MORE (DROPPED FROM
      *    THE GEAR TABLE WITHOUT A WORD) AND A PART NUMBER THAT
      *    TOUCHES MORE THAN ONE SYMBOL (COUNTED ONCE AGAINST THE
      *    FIRST SYMBOL FOUND). A FINAL PASS OVER THE GRID LISTS
      *    BOTH IN ADJEXC - THE NEAR-GEARS WITH THEIR COORDINATES
      *    AND EVERY NUMBER AROUND THEM, THE MULTI-SYMBOL PARTS WITH
      *    EVERY SYMBOL THEY TOUCH - AND RETURNS THE TWO COUNTS IN
      *    LN-NEAR-COUNT AND LN-MULTI-COUNT FOR THE CONTROL TOTALS.
      *

         ENVIRONMENT DIVISION.
            SELECT XREF-FILE ASSIGN TO XREFFILE
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT ADJ-FILE ASSIGN TO ADJEXC
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PGL-FILE ASSIGN TO PAGELIST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PGL-STATUS.
            05 XRF-PART2         PIC ZZZ9.
            05 FILLER            PIC X(8) VALUE SPACE.

      *
      *    ADJACENCY EXCEPTIONS - ONE RECORD PER NEAR-GEAR ('*' WITH
      *    A PART COUNT OTHER THAN TWO) OR MULTI-SYMBOL PART. EACH
      *    ADJ-CELL NAMES ONE NEIGHBOR: THE PART NUMBER AROUND A
      *    NEAR-GEAR, OR THE SYMBOL AROUND A MULTI-SYMBOL PART, WITH
      *    ITS OWN ROW AND COLUMN.
      *
         FD ADJ-FILE.
         01 ADJ-RECORD.
            05 ADJ-KIND          PIC X(11).
            05 ADJ-ROW           PIC ZZZ9.
            05 FILLER            PIC X VALUE SPACE.
            05 ADJ-COL           PIC ZZZ9.
            05 FILLER            PIC X VALUE SPACE.
            05 ADJ-SUBJECT       PIC X(4).
            05 FILLER            PIC X VALUE SPACE.
            05 ADJ-COUNT         PIC Z9.
            05 ADJ-CELL OCCURS 8.
               10 FILLER         PIC X(2).
               10 ADJ-C-ITEM     PIC X(4).
               10 ADJ-C-ROW-LIT  PIC X(3).
               10 ADJ-C-ROW      PIC ZZZ9.
               10 ADJ-C-COL-LIT  PIC X(3).
               10 ADJ-C-COL      PIC ZZZ9.

         WORKING-STORAGE SECTION.

      *
         01 WS-IN-COUNT             PIC 9(7) VALUE 0.
         01 WS-OUT-COUNT            PIC 9(7) VALUE 0.

      *
      *    ADJACENCY-EXCEPTION WORK AREA - THE DISTINCT NEIGHBORS OF
      *    THE '*' OR PART NUMBER BEING CHECKED. A NUMBER IS KNOWN BY
      *    THE POSITION OF ITS FIRST DIGIT, SO A NUMBER THAT TOUCHES
      *    A '*' WITH TWO OF ITS DIGITS IS STILL ONE NEIGHBOR.
      *
         01 WS-NEAR-COUNT           PIC 9(7) VALUE 0.
         01 WS-MULTI-COUNT          PIC 9(7) VALUE 0.
         01 WS-ADJ-TABLE.
            05 WS-ADJ-ITEM OCCURS 8.
               10 WS-ADJ-IX         PIC 999.
               10 WS-ADJ-IX2        PIC 999.
               10 WS-ADJ-VALUE      PIC 9(4).
               10 WS-ADJ-SYMBOL     PIC X.
         77 WS-ADJ-SIZE             PIC 99 VALUE 0.
         77 ADX                     PIC 99.
         77 IX2-WALK                PIC 999.
         77 IX2-END                 PIC 999.
         01 WS-ADJ-NUMBER           PIC 9(4).
         01 WS-ADJ-NUMBER-ED        PIC ZZZ9.
         01 SW-ADJ-SEEN             PIC 9 VALUE 0.
            88 ADJ-SEEN                    VALUE 1.
            88 ADJ-NOT-SEEN                VALUE 0.

         01 WS-PGL-STATUS           PIC XX.
         01 WS-PAGE-FILENAME        PIC X(100).
         77 WS-PAGE-COUNT           PIC 999 VALUE 0.
         01 LN-ANSWER2              PIC 9(10).
         01 LN-IN-COUNT             PIC 9(7).
         01 LN-OUT-COUNT            PIC 9(7).
         01 LN-NEAR-COUNT           PIC 9(7).
         01 LN-MULTI-COUNT          PIC 9(7).

         PROCEDURE DIVISION USING LN-INPUT-FILENAME, LN-ANSWER,
                                   LN-ANSWER2, LN-IN-COUNT,
                                   LN-OUT-COUNT, LN-NEAR-COUNT,
                                   LN-MULTI-COUNT.
            COPY "RUNSTMPP.CPY".

            MOVE SPACES TO WS-PART-GEN-NAME
            MOVE 0 TO WS-GEAR-SUM
            MOVE 0 TO WS-IN-COUNT
            MOVE 0 TO WS-OUT-COUNT
            MOVE 0 TO WS-NEAR-COUNT
            MOVE 0 TO WS-MULTI-COUNT

            OPEN OUTPUT PART-FILE
            MOVE WS-RUN-STAMP TO PART-RECORD

            PERFORM WRITE-OVERLAY-REPORT

            PERFORM WRITE-ADJACENCY-EXCEPTIONS

            CLOSE PART-FILE

            MOVE WS-SUM      TO LN-ANSWER
            MOVE WS-GEAR-SUM TO LN-ANSWER2
            MOVE WS-IN-COUNT TO LN-IN-COUNT
            MOVE WS-OUT-COUNT TO LN-OUT-COUNT
            MOVE WS-NEAR-COUNT TO LN-NEAR-COUNT
            MOVE WS-MULTI-COUNT TO LN-MULTI-COUNT

            GOBACK.

             CLOSE OVL-FILE
             .

      *
      *    NEAR-GEARS FIRST - ONLY WHEN '*' IS IN THE FEED'S SYMBOL
      *    SET AT ALL, SINCE OTHERWISE A '*' IS JUST DRAWING - THEN
      *    THE MULTI-SYMBOL PARTS, EACH FOUND AT ITS FIRST DIGIT.
      *
          WRITE-ADJACENCY-EXCEPTIONS SECTION.
             OPEN OUTPUT ADJ-FILE
             MOVE WS-RUN-STAMP TO ADJ-RECORD
             WRITE ADJ-RECORD

             MOVE '*' TO CHECK-SYMBOL
             PERFORM TEST-SYMBOL
             IF SYMBOL-PRESENT
                PERFORM VARYING IX FROM 2 BY 1
                            UNTIL IX > WS-GRID-ROWS + 1
                   PERFORM VARYING IX2 FROM 2 BY 1
                               UNTIL IX2 > WS-GRID-COLS + 1
                      IF WS-SCHEMATIC-CHAR(IX, IX2) = '*'
                         PERFORM CHECK-NEAR-GEAR
                      END-IF
                   END-PERFORM
                END-PERFORM
             END-IF

             PERFORM VARYING IX FROM 2 BY 1
                         UNTIL IX > WS-GRID-ROWS + 1
                PERFORM VARYING IX2 FROM 2 BY 1
                            UNTIL IX2 > WS-GRID-COLS + 1
                   MOVE WS-SCHEMATIC-CHAR(IX, IX2) TO WS-CHAR
                   IF WS-CHAR NUMERIC
                      MOVE WS-SCHEMATIC-CHAR(IX, IX2 - 1) TO WS-CHAR
                      IF WS-CHAR NOT NUMERIC
                         PERFORM CHECK-MULTI-SYMBOL
                      END-IF
                   END-IF
                END-PERFORM
             END-PERFORM

             CLOSE ADJ-FILE
             .

      *
      *    COLLECT THE DISTINCT PART NUMBERS IN THE 3X3 BOX ROUND
      *    THE '*' AT IX/IX2 - ANY COUNT BUT TWO IS A NEAR-GEAR.
      *
          CHECK-NEAR-GEAR SECTION.
             COMPUTE IX-UP     = IX - 1
             COMPUTE IX-DOWN   = IX + 1
             COMPUTE IX2-LEFT  = IX2 - 1
             COMPUTE IX2-RIGHT = IX2 + 1
             MOVE 0 TO WS-ADJ-SIZE
             PERFORM VARYING IX-SCAN FROM IX-UP BY 1
                         UNTIL IX-SCAN > IX-DOWN
                PERFORM VARYING IX2-SCAN FROM IX2-LEFT BY 1
                            UNTIL IX2-SCAN > IX2-RIGHT
                   MOVE WS-SCHEMATIC-CHAR(IX-SCAN, IX2-SCAN)
                      TO WS-CHAR
                   IF WS-CHAR NUMERIC
                      PERFORM ADD-ADJACENT-NUMBER
                   END-IF
                END-PERFORM
             END-PERFORM

             IF WS-ADJ-SIZE NOT = 2
                ADD 1 TO WS-NEAR-COUNT
                MOVE SPACES TO ADJ-RECORD
                MOVE 'NEAR-GEAR' TO ADJ-KIND
                MOVE '*' TO ADJ-SUBJECT
                PERFORM WRITE-ADJACENCY-LINE
             END-IF
             .

      *
      *    WALK BACK TO THE NUMBER'S FIRST DIGIT, SKIP IT IF IT IS
      *    ALREADY IN THE TABLE, OTHERWISE READ ITS VALUE FORWARD.
      *    COLUMN 1 IS THE BLANK BORDER, SO THE WALK ALWAYS STOPS.
      *
          ADD-ADJACENT-NUMBER SECTION.
             MOVE IX2-SCAN TO IX2-WALK
             MOVE WS-SCHEMATIC-CHAR(IX-SCAN, IX2-WALK - 1) TO WS-CHAR
             PERFORM UNTIL WS-CHAR NOT NUMERIC
                SUBTRACT 1 FROM IX2-WALK
                MOVE WS-SCHEMATIC-CHAR(IX-SCAN, IX2-WALK - 1)
                   TO WS-CHAR
             END-PERFORM

             SET ADJ-NOT-SEEN TO TRUE
             PERFORM VARYING ADX FROM 1 BY 1
                         UNTIL ADX > WS-ADJ-SIZE OR ADJ-SEEN
                IF WS-ADJ-IX(ADX) = IX-SCAN
                AND WS-ADJ-IX2(ADX) = IX2-WALK
                   SET ADJ-SEEN TO TRUE
                END-IF
             END-PERFORM

             IF ADJ-NOT-SEEN AND WS-ADJ-SIZE < 8
                ADD 1 TO WS-ADJ-SIZE
                MOVE IX-SCAN  TO WS-ADJ-IX(WS-ADJ-SIZE)
                MOVE IX2-WALK TO WS-ADJ-IX2(WS-ADJ-SIZE)
                MOVE 0 TO WS-ADJ-NUMBER
                MOVE WS-SCHEMATIC-CHAR(IX-SCAN, IX2-WALK) TO WS-CHAR
                PERFORM UNTIL WS-CHAR NOT NUMERIC
                   COMPUTE WS-ADJ-NUMBER = WS-ADJ-NUMBER * 10
                                         + WS-DIGIT
                   ADD 1 TO IX2-WALK
                   MOVE WS-SCHEMATIC-CHAR(IX-SCAN, IX2-WALK)
                      TO WS-CHAR
                END-PERFORM
                MOVE WS-ADJ-NUMBER TO WS-ADJ-VALUE(WS-ADJ-SIZE)
                MOVE SPACE TO WS-ADJ-SYMBOL(WS-ADJ-SIZE)
             END-IF
             .

      *
      *    THE PART NUMBER STARTING AT IX/IX2 - COLLECT EVERY SYMBOL
      *    POSITION IN THE BOX ROUND ITS DIGITS; MORE THAN ONE IS A
      *    MULTI-SYMBOL PART.
      *
          CHECK-MULTI-SYMBOL SECTION.
             MOVE 0 TO WS-ADJ-NUMBER
             MOVE IX2 TO IX2-END
             MOVE WS-SCHEMATIC-CHAR(IX, IX2-END) TO WS-CHAR
             PERFORM UNTIL WS-CHAR NOT NUMERIC
                COMPUTE WS-ADJ-NUMBER = WS-ADJ-NUMBER * 10 + WS-DIGIT
                ADD 1 TO IX2-END
                MOVE WS-SCHEMATIC-CHAR(IX, IX2-END) TO WS-CHAR
             END-PERFORM

             COMPUTE IX-UP     = IX - 1
             COMPUTE IX-DOWN   = IX + 1
             COMPUTE IX2-LEFT  = IX2 - 1
             MOVE 0 TO WS-ADJ-SIZE
             PERFORM VARYING IX-SCAN FROM IX-UP BY 1
                         UNTIL IX-SCAN > IX-DOWN
                PERFORM VARYING IX2-SCAN FROM IX2-LEFT BY 1
                            UNTIL IX2-SCAN > IX2-END
                   MOVE WS-SCHEMATIC-CHAR(IX-SCAN, IX2-SCAN)
                      TO CHECK-SYMBOL
                   PERFORM TEST-SYMBOL
                   IF SYMBOL-PRESENT AND WS-ADJ-SIZE < 8
                      ADD 1 TO WS-ADJ-SIZE
                      MOVE IX-SCAN  TO WS-ADJ-IX(WS-ADJ-SIZE)
                      MOVE IX2-SCAN TO WS-ADJ-IX2(WS-ADJ-SIZE)
                      MOVE 0 TO WS-ADJ-VALUE(WS-ADJ-SIZE)
                      MOVE CHECK-SYMBOL
                         TO WS-ADJ-SYMBOL(WS-ADJ-SIZE)
                   END-IF
                END-PERFORM
             END-PERFORM

             IF WS-ADJ-SIZE > 1
                ADD 1 TO WS-MULTI-COUNT
                MOVE SPACES TO ADJ-RECORD
                MOVE 'MULTI-SYM' TO ADJ-KIND
                MOVE WS-ADJ-NUMBER TO WS-ADJ-NUMBER-ED
                MOVE WS-ADJ-NUMBER-ED TO ADJ-SUBJECT
                PERFORM WRITE-ADJACENCY-LINE
             END-IF
             SET SYMBOL-NOT-PRESENT TO TRUE
             .

          WRITE-ADJACENCY-LINE SECTION.
             COMPUTE ADJ-ROW = IX - 1
             COMPUTE ADJ-COL = IX2 - 1
             MOVE WS-ADJ-SIZE TO ADJ-COUNT
             PERFORM VARYING ADX FROM 1 BY 1 UNTIL ADX > WS-ADJ-SIZE
                IF WS-ADJ-SYMBOL(ADX) = SPACE
                   MOVE WS-ADJ-VALUE(ADX) TO WS-ADJ-NUMBER-ED
                   MOVE WS-ADJ-NUMBER-ED TO ADJ-C-ITEM(ADX)
                ELSE
                   MOVE WS-ADJ-SYMBOL(ADX) TO ADJ-C-ITEM(ADX)(4:1)
                END-IF
                MOVE ' R ' TO ADJ-C-ROW-LIT(ADX)
                COMPUTE ADJ-C-ROW(ADX) = WS-ADJ-IX(ADX) - 1
                MOVE ' C ' TO ADJ-C-COL-LIT(ADX)
                COMPUTE ADJ-C-COL(ADX) = WS-ADJ-IX2(ADX) - 1
             END-PERFORM
             WRITE ADJ-RECORD
             .

      *
      *    FLAG EVERY DIGIT POSITION OF THE NUMBER JUST SCANNED -
      *    A WHEN A QUALIFYING SYMBOL WAS ADJACENT, R WHEN NOT.
