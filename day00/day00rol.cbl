      *    SCROLLING DAY00GET OUTPUT. THIS ROLLUP TAKES A PERIOD
      *    (YYYYMM FROM THE CONSOLE; BLANK MEANS THE CURRENT MONTH),
      *    REPORTS PER PROGRAM/LABEL PAIR THE RUN COUNT, THE
      *    BUSINESS DAYS MISSED (CALENDAR DAYS IN THE PERIOD LESS
      *    THE SHOPCAL HOLIDAYS, LESS THE DISTINCT BUSINESS DATES
      *    PROCESSED), THE ANSWER MINIMUM/MAXIMUM/MEAN, AND THE IN-COUNT
      *    TOTAL, AND APPENDS THE SAME FIGURES AS RECORDS TO THE
      *    PERSTAT PERIOD FILE FOR THE ANNUAL REVIEW.
      *
      *    A RUN WHOSE ANSWER WAS RESTATED THROUGH DAY00RES COUNTS
      *    AT ITS RESTATED FIGURE, AND A PAIR WITH ANY RESTATED RUN
      *    IN THE PERIOD IS FLAGGED RESTATED ON ITS REPORT LINE.
      *
      *    A RUN FALLS IN THE PERIOD BY ITS BUSINESS DATE - THE DAY
      *    ITS FEED BELONGS TO - NOT THE DATE IT RAN, SO MONDAY'S
      *    CATCH-UP OF FRIDAY'S FEED COUNTS FOR FRIDAY. A MASTER
      *    RECORD WITHOUT A BUSINESS DATE IS TAKEN AT ITS RUN DATE.
      *

         ENVIRONMENT DIVISION.
            05 MST-IN-COUNT      PIC 9(7).
            05 FILLER            PIC X.
            05 MST-OUT-COUNT     PIC 9(7).
            05 FILLER            PIC X.
            05 MST-RESTATED      PIC X.
               88 MST-IS-RESTATED      VALUE 'R'.
            05 FILLER            PIC X(29).
            05 MST-BUS-DATE      PIC 9(8).

         FD CAL-FILE.
         01 CAL-RECORD.
         01 WS-PERIOD-YY         PIC 9(4).
         01 WS-PERIOD-MM         PIC 99.
         01 WS-TODAY             PIC 9(8).
         01 WS-REC-BUS-DATE      PIC 9(8).

         01 WS-DAYS-IN-MONTH     PIC 99.
         01 WS-HOLIDAY-COUNT     PIC 99 VALUE 0.

      *
      *    ONE SLOT PER PROGRAM/LABEL PAIR SEEN IN THE PERIOD, WITH
      *    THE DISTINCT BUSINESS DATES TRACKED AS A DAY-OF-MONTH BIT
      *    MAP.
      *
         01 WS-PAIR-COUNT        PIC 99 VALUE 0.
         01 WS-PAIR-TABLE.
               10 WS-R-MAX       PIC S9(18).
               10 WS-R-SUM       PIC S9(18).
               10 WS-R-IN        PIC 9(10).
               10 WS-R-RESTATED  PIC 9(5).

         01 WS-MEAN              PIC S9(18).
         01 WS-DATES-RUN         PIC 99.
            05 WS-L-MAX          PIC ----,---,---,---,--9.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-L-MEAN         PIC ----,---,---,---,--9.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-L-FLAG         PIC X(8).

         01 WS-RESTATED-PAIRS    PIC 99 VALUE 0.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               AT END SET MAST-END TO TRUE
            END-READ
            PERFORM UNTIL MAST-END
               IF MST-BUS-DATE NUMERIC
               AND MST-BUS-DATE > 0
                  MOVE MST-BUS-DATE TO WS-REC-BUS-DATE
               ELSE
                  MOVE MST-RUN-DATE TO WS-REC-BUS-DATE
               END-IF
               IF WS-REC-BUS-DATE(1:6) = WS-PERIOD
                  PERFORM FOLD-ONE-RECORD
               END-IF
               READ MAST-FILE
                  MOVE 0           TO WS-R-RUNS(PX)
                  MOVE 0           TO WS-R-IN(PX)
                  MOVE 0           TO WS-R-SUM(PX)
                  MOVE 0           TO WS-R-RESTATED(PX)
                  MOVE MST-ANSWER  TO WS-R-MIN(PX)
                  MOVE MST-ANSWER  TO WS-R-MAX(PX)
                  PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > 31
               ADD 1 TO WS-R-RUNS(PX)
               ADD MST-ANSWER TO WS-R-SUM(PX)
               ADD MST-IN-COUNT TO WS-R-IN(PX)
               IF MST-IS-RESTATED
                  ADD 1 TO WS-R-RESTATED(PX)
               END-IF
               IF MST-ANSWER < WS-R-MIN(PX)
                  MOVE MST-ANSWER TO WS-R-MIN(PX)
               END-IF
               IF MST-ANSWER > WS-R-MAX(PX)
                  MOVE MST-ANSWER TO WS-R-MAX(PX)
               END-IF
               MOVE WS-REC-BUS-DATE(7:2) TO WS-DAY-OF-MONTH
               IF WS-DAY-OF-MONTH >= 1
               AND WS-DAY-OF-MONTH <= 31
                  MOVE 1 TO WS-R-DAY-SEEN(PX, WS-DAY-OF-MONTH)
               MOVE WS-R-MIN(PX)     TO WS-L-MIN
               MOVE WS-R-MAX(PX)     TO WS-L-MAX
               MOVE WS-MEAN          TO WS-L-MEAN
               IF WS-R-RESTATED(PX) > 0
                  MOVE 'RESTATED'    TO WS-L-FLAG
                  ADD 1 TO WS-RESTATED-PAIRS
               END-IF
               DISPLAY WS-REPORT-LINE

               MOVE SPACES           TO PER-RECORD
            CLOSE PER-FILE
            DISPLAY 'DAY00ROL ' WS-PAIR-COUNT ' SUMMARY RECORD(S) '
                    'APPENDED TO PERSTAT'
            IF WS-RESTATED-PAIRS > 0
               DISPLAY 'DAY00ROL ' WS-RESTATED-PAIRS ' PAIR(S) WITH '
                       'A RESTATED ANSWER IN THE PERIOD - FIGURES '
                       'ARE AS RESTATED'
            END-IF
            .
