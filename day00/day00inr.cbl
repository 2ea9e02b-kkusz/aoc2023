         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY00INR.

      *
      *    MONTHLY INCIDENT REPORT. TAKES A PERIOD (YYYYMM FROM THE
      *    CONSOLE; BLANK MEANS THE CURRENT MONTH) AND READS THE
      *    INCIDENT MASTER (INCMAST, KEPT BY DAY00INC) AS IT STOOD
      *    AT THE PERIOD'S END - THE LAST DAY OF THE MONTH, OR
      *    TODAY FOR THE CURRENT ONE. IT COUNTS THE INCIDENTS
      *    OPENED AND CLOSED IN THE PERIOD, LISTS EVERY INCIDENT
      *    STILL OPEN AT THE PERIOD'S END OLDEST FIRST WITH ITS AGE
      *    IN DAYS, UNDER A COUNT BY AGE BAND, AND THEN LISTS THE
      *    RECURRING ROOT CAUSES BY SUPPLIER FEED - EVERY FEED AND
      *    ROOT CAUSE WITH TWO OR MORE INCIDENTS OPENED IN THE
      *    TWELVE MONTHS TO THE PERIOD'S END, WITH THE PERIOD'S
      *    COUNT, THE FIRST AND LAST TIME IT WAS SEEN AND HOW MANY
      *    ARE STILL OPEN, SO THE SAME SUPPLIER PROBLEM IS SEEN AS
      *    ONE PROBLEM. THE ROOT CAUSE IS THE ONE FOUND AT CLOSING
      *    WHERE ONE WAS GIVEN. THE REPORT GOES TO THE CONSOLE AND
      *    INCRPT.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT INC-FILE ASSIGN TO INCMAST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INC-STATUS.

            SELECT RPT-FILE ASSIGN TO INCRPT
            ORGANIZATION IS LINE SEQUENTIAL.

         DATA DIVISION.

         FILE SECTION.
         FD INC-FILE.
         COPY "INCREC.CPY".

         FD RPT-FILE.
         01 RPT-RECORD           PIC X(100).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         01 WS-INC-STATUS        PIC XX.

         01 WS-ASK-PERIOD        PIC X(6).
         01 WS-PERIOD            PIC 9(6) VALUE 0.
         01 WS-TODAY             PIC 9(8).
         01 WS-AS-OF             PIC 9(8).
         01 WS-AS-OF-DAYS        PIC 9(7).
         01 WS-PERIOD-START      PIC 9(8).
         01 WS-WINDOW-START      PIC 9(8).

      *
      *    EVERY INCIDENT OPENED BY THE PERIOD'S END, AS IT STOOD
      *    THEN.
      *
         01 WS-INC-COUNT         PIC 999 VALUE 0.
         01 WS-INC-TABLE.
            05 WS-INC-ENTRY OCCURS 500.
               10 WS-I-ID        PIC 9(5).
               10 WS-I-CATEGORY  PIC X(8).
               10 WS-I-CAUSE     PIC X(8).
               10 WS-I-OWNER     PIC X(8).
               10 WS-I-PROGRAM   PIC X(8).
               10 WS-I-FEED      PIC X(5).
               10 WS-I-OPENED    PIC 9(8).
               10 WS-I-CLOSED    PIC 9(8).
               10 WS-I-LAST-NOTE PIC 9(8).
         01 WS-INC-SWAP          PIC X(66).

      *
      *    FEED AND ROOT CAUSE PAIRS SEEN IN THE TWELVE MONTHS.
      *
         01 WS-REC-COUNT         PIC 999 VALUE 0.
         01 WS-REC-TABLE.
            05 WS-REC-ENTRY OCCURS 200.
               10 WS-R-KEY.
                  15 WS-R-FEED   PIC X(5).
                  15 WS-R-CAUSE  PIC X(8).
               10 WS-R-PERIOD    PIC 999.
               10 WS-R-YEAR      PIC 999.
               10 WS-R-OPEN      PIC 999.
               10 WS-R-FIRST     PIC 9(8).
               10 WS-R-LAST      PIC 9(8).
         01 WS-REC-SWAP          PIC X(38).
         01 WS-RECUR-COUNT       PIC 999 VALUE 0.

         01 WS-OPENED-COUNT      PIC 999 VALUE 0.
         01 WS-CLOSED-COUNT      PIC 999 VALUE 0.
         01 WS-STILL-OPEN        PIC 999 VALUE 0.
         01 WS-BAND-COUNT        PIC 999 OCCURS 4.
         01 WS-AGE               PIC 9(5).

      *
      *    DAY NUMBER OF A YYYYMMDD DATE, FOR AGES IN DAYS.
      *
         01 WS-DN-DATE           PIC 9(8).
         01 WS-DN-DATE-R REDEFINES WS-DN-DATE.
            05 WS-DN-YY          PIC 9(4).
            05 WS-DN-MM          PIC 99.
            05 WS-DN-DD          PIC 99.
         01 WS-DN-Y              PIC 9(4).
         01 WS-DN-M              PIC 99.
         01 WS-DN-Q4             PIC 9(4).
         01 WS-DN-Q100           PIC 9(4).
         01 WS-DN-Q400           PIC 9(4).
         01 WS-DN-MD             PIC 999.
         01 WS-DN-DAYS           PIC 9(7).

         01 WS-CW-DATE           PIC 9(8).
         01 WS-CW-DATE-R REDEFINES WS-CW-DATE.
            05 WS-CW-YY          PIC 9(4).
            05 WS-CW-MM          PIC 99.
            05 WS-CW-DD          PIC 99.
         01 WS-CW-DIM            PIC 99.
         01 WS-LEAP-REM          PIC 9(4).

         01 SW-FOUND             PIC 9.
            88 ENTRY-FOUND             VALUE 1.
            88 ENTRY-NOT-FOUND         VALUE 0.

         01 WS-RPT-LINE          PIC X(100).
         01 WS-OPEN-LINE.
            05 WS-OL-ID          PIC 9(5).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-OL-OPENED      PIC 9(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-OL-AGE         PIC ZZZZ9.
            05 FILLER            PIC X VALUE SPACE.
            05 WS-OL-CATEGORY    PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-OL-CAUSE       PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-OL-OWNER       PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-OL-PROGRAM     PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-OL-FEED        PIC X(5).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-OL-LAST-NOTE   PIC X(8).
         01 WS-BAND-LINE.
            05 FILLER            PIC X(3) VALUE SPACES.
            05 WS-BL-TEXT        PIC X(20).
            05 WS-BL-COUNT       PIC ZZ9.
         01 WS-RECUR-LINE.
            05 WS-RL-FEED        PIC X(5).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-RL-CAUSE       PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-RL-PERIOD      PIC ZZZZZ9.
            05 FILLER            PIC X VALUE SPACE.
            05 WS-RL-YEAR        PIC ZZZZZZZ9.
            05 FILLER            PIC X VALUE SPACE.
            05 WS-RL-FIRST       PIC 9(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-RL-LAST        PIC 9(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-RL-OPEN        PIC ZZZ9.
         01 WS-ED-COUNT          PIC ZZ9.
         01 WS-ED-COUNT2         PIC ZZ9.
         01 WS-ED-COUNT3         PIC ZZ9.

         77 IX                   PIC 999.
         77 RX                   PIC 999.
         77 SX                   PIC 999.
         77 BX                   PIC 9.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY00INR'==
                         ==PFX-SUB== BY =='/day00'==.

            ACCEPT WS-TODAY FROM DATE YYYYMMDD
            DISPLAY 'DAY00INR - PERIOD YYYYMM (BLANK = CURRENT): '
            MOVE SPACES TO WS-ASK-PERIOD
            ACCEPT WS-ASK-PERIOD
            IF WS-ASK-PERIOD(1:6) NUMERIC
               MOVE WS-ASK-PERIOD TO WS-PERIOD
            ELSE
               MOVE WS-TODAY(1:6) TO WS-PERIOD
            END-IF
            IF WS-PERIOD(5:2) < '01' OR WS-PERIOD(5:2) > '12'
            OR WS-PERIOD > WS-TODAY(1:6)
               DISPLAY 'DAY00INR BAD PERIOD ' WS-PERIOD
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF

            PERFORM SET-PERIOD-DATES
            PERFORM FOLD-INCIDENTS
            PERFORM ORDER-BY-OPENING
            PERFORM AGE-OPEN-INCIDENTS
            PERFORM COLLECT-ROOT-CAUSES

            OPEN OUTPUT RPT-FILE
            PERFORM PRINT-SUMMARY
            PERFORM PRINT-OPEN-BY-AGE
            PERFORM PRINT-RECURRING-CAUSES
            CLOSE RPT-FILE

            STOP RUN.

      *
      *    THE PERIOD'S FIRST DAY, ITS END (THE LAST DAY, OR TODAY
      *    IN THE CURRENT MONTH) AND THE FIRST DAY OF THE TWELVE-
      *    MONTH WINDOW ENDING WITH IT.
      *
         SET-PERIOD-DATES SECTION.
            MOVE WS-PERIOD TO WS-CW-DATE(1:6)
            MOVE 01 TO WS-CW-DD
            MOVE WS-CW-DATE TO WS-PERIOD-START
            IF WS-PERIOD = WS-TODAY(1:6)
               MOVE WS-TODAY TO WS-AS-OF
            ELSE
               PERFORM SET-DAYS-IN-MONTH
               MOVE WS-CW-DIM TO WS-CW-DD
               MOVE WS-CW-DATE TO WS-AS-OF
            END-IF
            MOVE WS-PERIOD-START TO WS-CW-DATE
            IF WS-CW-MM = 12
               MOVE 01 TO WS-CW-MM
            ELSE
               ADD 1 TO WS-CW-MM
               SUBTRACT 1 FROM WS-CW-YY
            END-IF
            MOVE WS-CW-DATE TO WS-WINDOW-START
            MOVE WS-AS-OF TO WS-DN-DATE
            PERFORM DAY-NUMBER
            MOVE WS-DN-DAYS TO WS-AS-OF-DAYS
            .

         FOLD-INCIDENTS SECTION.
            OPEN INPUT INC-FILE
            IF WS-INC-STATUS NOT = '00'
               DISPLAY 'DAY00INR NO INCIDENT MASTER - NOTHING TO '
                       'REPORT'
               STOP RUN
            END-IF
            READ INC-FILE
               AT END SET INC-END TO TRUE
            END-READ
            PERFORM UNTIL INC-END
               IF INC-ID NUMERIC
               AND INC-DATE NUMERIC
               AND INC-DATE <= WS-AS-OF
                  PERFORM FOLD-ONE-EVENT
               END-IF
               READ INC-FILE
                  AT END SET INC-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE INC-FILE
            .

         FOLD-ONE-EVENT SECTION.
            IF INC-OPENED
               IF WS-INC-COUNT >= 500
                  DISPLAY 'DAY00INR WARNING - INCIDENT TABLE FULL '
                          'AT 500; INCIDENT ' INC-ID ' LEFT OUT'
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
               ELSE
                  ADD 1 TO WS-INC-COUNT
                  MOVE WS-INC-COUNT TO IX
                  MOVE INC-ID       TO WS-I-ID(IX)
                  MOVE INC-CATEGORY TO WS-I-CATEGORY(IX)
                  MOVE INC-CAUSE    TO WS-I-CAUSE(IX)
                  MOVE INC-OWNER    TO WS-I-OWNER(IX)
                  MOVE INC-PROGRAM  TO WS-I-PROGRAM(IX)
                  MOVE INC-FEED     TO WS-I-FEED(IX)
                  MOVE INC-DATE     TO WS-I-OPENED(IX)
                  MOVE 0            TO WS-I-CLOSED(IX)
                  MOVE 0            TO WS-I-LAST-NOTE(IX)
               END-IF
            ELSE
               SET ENTRY-NOT-FOUND TO TRUE
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-INC-COUNT OR ENTRY-FOUND
                  IF WS-I-ID(IX) = INC-ID
                     SET ENTRY-FOUND TO TRUE
                     SUBTRACT 1 FROM IX
                  END-IF
               END-PERFORM
               IF ENTRY-FOUND
                  EVALUATE TRUE
                     WHEN INC-NOTED
                        MOVE INC-DATE TO WS-I-LAST-NOTE(IX)
                     WHEN INC-REASSIGNED
                        MOVE INC-NEW-OWNER TO WS-I-OWNER(IX)
                     WHEN INC-CLOSED
                        MOVE INC-DATE TO WS-I-CLOSED(IX)
                        IF INC-FINAL-CAUSE NOT = SPACES
                           MOVE INC-FINAL-CAUSE TO WS-I-CAUSE(IX)
                        END-IF
                  END-EVALUATE
               END-IF
            END-IF
            .

      *
      *    OLDEST FIRST - BY THE DATE OPENED, THEN THE NUMBER.
      *
         ORDER-BY-OPENING SECTION.
            PERFORM VARYING IX FROM 1 BY 1 UNTIL IX >= WS-INC-COUNT
               PERFORM VARYING SX FROM IX BY 1
                       UNTIL SX > WS-INC-COUNT
                  IF WS-I-OPENED(SX) < WS-I-OPENED(IX)
                  OR (WS-I-OPENED(SX) = WS-I-OPENED(IX)
                      AND WS-I-ID(SX) < WS-I-ID(IX))
                     MOVE WS-INC-ENTRY(IX) TO WS-INC-SWAP
                     MOVE WS-INC-ENTRY(SX) TO WS-INC-ENTRY(IX)
                     MOVE WS-INC-SWAP      TO WS-INC-ENTRY(SX)
                  END-IF
               END-PERFORM
            END-PERFORM
            .

      *
      *    AGE BANDS 0-7, 8-30, 31-90 AND OVER 90 DAYS.
      *
         AGE-OPEN-INCIDENTS SECTION.
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 4
               MOVE 0 TO WS-BAND-COUNT(BX)
            END-PERFORM
            PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > WS-INC-COUNT
               IF WS-I-OPENED(IX) >= WS-PERIOD-START
                  ADD 1 TO WS-OPENED-COUNT
               END-IF
               IF WS-I-CLOSED(IX) >= WS-PERIOD-START
                  ADD 1 TO WS-CLOSED-COUNT
               END-IF
               IF WS-I-CLOSED(IX) = 0
                  ADD 1 TO WS-STILL-OPEN
                  PERFORM AGE-OF-INCIDENT
                  EVALUATE TRUE
                     WHEN WS-AGE <= 7
                        ADD 1 TO WS-BAND-COUNT(1)
                     WHEN WS-AGE <= 30
                        ADD 1 TO WS-BAND-COUNT(2)
                     WHEN WS-AGE <= 90
                        ADD 1 TO WS-BAND-COUNT(3)
                     WHEN OTHER
                        ADD 1 TO WS-BAND-COUNT(4)
                  END-EVALUATE
               END-IF
            END-PERFORM
            .

         AGE-OF-INCIDENT SECTION.
            MOVE WS-I-OPENED(IX) TO WS-DN-DATE
            PERFORM DAY-NUMBER
            COMPUTE WS-AGE = WS-AS-OF-DAYS - WS-DN-DAYS
            .

      *
      *    ONE SLOT PER FEED AND ROOT CAUSE OPENED IN THE WINDOW,
      *    THEN ORDERED BY FEED AND CAUSE FOR PRINTING.
      *
         COLLECT-ROOT-CAUSES SECTION.
            PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > WS-INC-COUNT
               IF WS-I-OPENED(IX) >= WS-WINDOW-START
                  PERFORM COUNT-ONE-CAUSE
               END-IF
            END-PERFORM
            PERFORM VARYING RX FROM 1 BY 1 UNTIL RX >= WS-REC-COUNT
               PERFORM VARYING SX FROM RX BY 1
                       UNTIL SX > WS-REC-COUNT
                  IF WS-R-KEY(SX) < WS-R-KEY(RX)
                     MOVE WS-REC-ENTRY(RX) TO WS-REC-SWAP
                     MOVE WS-REC-ENTRY(SX) TO WS-REC-ENTRY(RX)
                     MOVE WS-REC-SWAP      TO WS-REC-ENTRY(SX)
                  END-IF
               END-PERFORM
            END-PERFORM
            .

         COUNT-ONE-CAUSE SECTION.
            SET ENTRY-NOT-FOUND TO TRUE
            PERFORM VARYING RX FROM 1 BY 1
                    UNTIL RX > WS-REC-COUNT OR ENTRY-FOUND
               IF WS-R-FEED(RX) = WS-I-FEED(IX)
               AND WS-R-CAUSE(RX) = WS-I-CAUSE(IX)
                  SET ENTRY-FOUND TO TRUE
                  SUBTRACT 1 FROM RX
               END-IF
            END-PERFORM
            IF ENTRY-NOT-FOUND
               IF WS-REC-COUNT >= 200
                  DISPLAY 'DAY00INR WARNING - OVER 200 FEED AND '
                          'CAUSE PAIRS; ' WS-I-FEED(IX) ' '
                          WS-I-CAUSE(IX) ' LEFT OUT'
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
               ELSE
                  ADD 1 TO WS-REC-COUNT
                  MOVE WS-REC-COUNT TO RX
                  MOVE WS-I-FEED(IX)   TO WS-R-FEED(RX)
                  MOVE WS-I-CAUSE(IX)  TO WS-R-CAUSE(RX)
                  MOVE 0 TO WS-R-PERIOD(RX) WS-R-YEAR(RX)
                            WS-R-OPEN(RX)
                  MOVE WS-I-OPENED(IX) TO WS-R-FIRST(RX)
                  MOVE WS-I-OPENED(IX) TO WS-R-LAST(RX)
                  SET ENTRY-FOUND TO TRUE
               END-IF
            END-IF
            IF ENTRY-FOUND
               ADD 1 TO WS-R-YEAR(RX)
               IF WS-I-OPENED(IX) >= WS-PERIOD-START
                  ADD 1 TO WS-R-PERIOD(RX)
               END-IF
               IF WS-I-CLOSED(IX) = 0
                  ADD 1 TO WS-R-OPEN(RX)
               END-IF
               IF WS-I-OPENED(IX) < WS-R-FIRST(RX)
                  MOVE WS-I-OPENED(IX) TO WS-R-FIRST(RX)
               END-IF
               IF WS-I-OPENED(IX) > WS-R-LAST(RX)
                  MOVE WS-I-OPENED(IX) TO WS-R-LAST(RX)
               END-IF
            END-IF
            .

         PRINT-SUMMARY SECTION.
            MOVE SPACES TO WS-RPT-LINE
            STRING 'DAY00INR INCIDENT REPORT - PERIOD ' WS-PERIOD
                   ' AS AT ' WS-AS-OF
               DELIMITED BY SIZE INTO WS-RPT-LINE
            END-STRING
            PERFORM PUT-REPORT-LINE
            MOVE WS-OPENED-COUNT TO WS-ED-COUNT
            MOVE WS-CLOSED-COUNT TO WS-ED-COUNT2
            MOVE WS-STILL-OPEN   TO WS-ED-COUNT3
            MOVE SPACES TO WS-RPT-LINE
            STRING 'OPENED IN PERIOD ' WS-ED-COUNT
                   '   CLOSED IN PERIOD ' WS-ED-COUNT2
                   '   OPEN AT PERIOD END ' WS-ED-COUNT3
               DELIMITED BY SIZE INTO WS-RPT-LINE
            END-STRING
            PERFORM PUT-REPORT-LINE
            .

         PRINT-OPEN-BY-AGE SECTION.
            MOVE SPACES TO WS-RPT-LINE
            PERFORM PUT-REPORT-LINE
            MOVE 'OPEN INCIDENTS BY AGE' TO WS-RPT-LINE
            PERFORM PUT-REPORT-LINE
            MOVE 'AGE 0-7 DAYS'     TO WS-BL-TEXT
            MOVE WS-BAND-COUNT(1)   TO WS-BL-COUNT
            MOVE WS-BAND-LINE       TO WS-RPT-LINE
            PERFORM PUT-REPORT-LINE
            MOVE 'AGE 8-30 DAYS'    TO WS-BL-TEXT
            MOVE WS-BAND-COUNT(2)   TO WS-BL-COUNT
            MOVE WS-BAND-LINE       TO WS-RPT-LINE
            PERFORM PUT-REPORT-LINE
            MOVE 'AGE 31-90 DAYS'   TO WS-BL-TEXT
            MOVE WS-BAND-COUNT(3)   TO WS-BL-COUNT
            MOVE WS-BAND-LINE       TO WS-RPT-LINE
            PERFORM PUT-REPORT-LINE
            MOVE 'AGE OVER 90 DAYS' TO WS-BL-TEXT
            MOVE WS-BAND-COUNT(4)   TO WS-BL-COUNT
            MOVE WS-BAND-LINE       TO WS-RPT-LINE
            PERFORM PUT-REPORT-LINE
            IF WS-STILL-OPEN > 0
               MOVE 'ID    OPENED     AGE CATEGORY CAUSE    OWNER    '
                  & 'PROGRAM  FEED  LAST NOTE' TO WS-RPT-LINE
               PERFORM PUT-REPORT-LINE
            END-IF
            PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > WS-INC-COUNT
               IF WS-I-CLOSED(IX) = 0
                  PERFORM AGE-OF-INCIDENT
                  MOVE WS-I-ID(IX)       TO WS-OL-ID
                  MOVE WS-I-OPENED(IX)   TO WS-OL-OPENED
                  MOVE WS-AGE            TO WS-OL-AGE
                  MOVE WS-I-CATEGORY(IX) TO WS-OL-CATEGORY
                  MOVE WS-I-CAUSE(IX)    TO WS-OL-CAUSE
                  MOVE WS-I-OWNER(IX)    TO WS-OL-OWNER
                  MOVE WS-I-PROGRAM(IX)  TO WS-OL-PROGRAM
                  MOVE WS-I-FEED(IX)     TO WS-OL-FEED
                  IF WS-I-LAST-NOTE(IX) = 0
                     MOVE 'NONE' TO WS-OL-LAST-NOTE
                  ELSE
                     MOVE WS-I-LAST-NOTE(IX) TO WS-OL-LAST-NOTE
                  END-IF
                  MOVE WS-OPEN-LINE TO WS-RPT-LINE
                  PERFORM PUT-REPORT-LINE
               END-IF
            END-PERFORM
            .

         PRINT-RECURRING-CAUSES SECTION.
            MOVE SPACES TO WS-RPT-LINE
            PERFORM PUT-REPORT-LINE
            MOVE SPACES TO WS-RPT-LINE
            STRING 'RECURRING ROOT CAUSES BY SUPPLIER FEED - 12 '
                   'MONTHS FROM ' WS-WINDOW-START
               DELIMITED BY SIZE INTO WS-RPT-LINE
            END-STRING
            PERFORM PUT-REPORT-LINE
            MOVE 'FEED  CAUSE    PERIOD 12-MONTH FIRST    LAST     '
               & 'OPEN' TO WS-RPT-LINE
            PERFORM PUT-REPORT-LINE
            PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > WS-REC-COUNT
               IF WS-R-YEAR(RX) > 1
                  ADD 1 TO WS-RECUR-COUNT
                  MOVE WS-R-FEED(RX)   TO WS-RL-FEED
                  MOVE WS-R-CAUSE(RX)  TO WS-RL-CAUSE
                  MOVE WS-R-PERIOD(RX) TO WS-RL-PERIOD
                  MOVE WS-R-YEAR(RX)   TO WS-RL-YEAR
                  MOVE WS-R-FIRST(RX)  TO WS-RL-FIRST
                  MOVE WS-R-LAST(RX)   TO WS-RL-LAST
                  MOVE WS-R-OPEN(RX)   TO WS-RL-OPEN
                  MOVE WS-RECUR-LINE   TO WS-RPT-LINE
                  PERFORM PUT-REPORT-LINE
               END-IF
            END-PERFORM
            IF WS-RECUR-COUNT = 0
               MOVE '   NO ROOT CAUSE RECURRED' TO WS-RPT-LINE
               PERFORM PUT-REPORT-LINE
            END-IF
            .

         PUT-REPORT-LINE SECTION.
            DISPLAY WS-RPT-LINE
            MOVE WS-RPT-LINE TO RPT-RECORD
            WRITE RPT-RECORD
            .

      *
      *    DAYS FROM A FIXED ORIGIN TO WS-DN-DATE, COUNTING THE
      *    YEAR FROM MARCH SO THE LEAP DAY FALLS AT ITS END.
      *
         DAY-NUMBER SECTION.
            MOVE WS-DN-YY TO WS-DN-Y
            MOVE WS-DN-MM TO WS-DN-M
            IF WS-DN-M <= 2
               SUBTRACT 1 FROM WS-DN-Y
               ADD 12 TO WS-DN-M
            END-IF
            DIVIDE WS-DN-Y BY 4   GIVING WS-DN-Q4
            DIVIDE WS-DN-Y BY 100 GIVING WS-DN-Q100
            DIVIDE WS-DN-Y BY 400 GIVING WS-DN-Q400
            COMPUTE WS-DN-MD = (153 * (WS-DN-M - 3) + 2) / 5
            COMPUTE WS-DN-DAYS = 365 * WS-DN-Y + WS-DN-Q4
                               - WS-DN-Q100 + WS-DN-Q400
                               + WS-DN-MD + WS-DN-DD
            .

         SET-DAYS-IN-MONTH SECTION.
            EVALUATE WS-CW-MM
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                  MOVE 30 TO WS-CW-DIM
               WHEN 02
                  MOVE 28 TO WS-CW-DIM
                  DIVIDE WS-CW-YY BY 4
                     GIVING WS-LEAP-REM
                     REMAINDER WS-LEAP-REM
                  IF WS-LEAP-REM = 0
                     MOVE 29 TO WS-CW-DIM
                  END-IF
               WHEN OTHER
                  MOVE 31 TO WS-CW-DIM
            END-EVALUATE
            .
