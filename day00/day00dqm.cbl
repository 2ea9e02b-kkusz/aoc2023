         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY00DQM.

      *
      *    MONTHLY SUPPLIER DATA-QUALITY REPORT. SUPPLIER MANAGEMENT
      *    GOES INTO CONTRACT REVIEWS ASKING WHICH SUPPLIERS' FEEDS
      *    ARE GETTING WORSE; THE NIGHTLY SCORECARD (DAY00DQS)
      *    KEEPS THE EVIDENCE ON DQHIST. THIS REPORT RUNS AT MONTH
      *    END AND REPORTS THE CURRENT MONTH AGAINST THE ONE BEFORE
      *    (DQMONTH=YYYYMM IN THE ENVIRONMENT REPORTS ANOTHER). FOR
      *    EVERY FEED IT SHOWS THE NIGHTS SCORED, THE MONTH'S COUNT
      *    ON EACH MEASURE, AND THE AVERAGE NIGHTLY SCORE NEXT TO
      *    LAST MONTH'S, WITH A TREND ARROW ON EVERY FIGURE - ^ MORE
      *    PER NIGHT THAN LAST MONTH (WORSE), V FEWER (BETTER), =
      *    NO CHANGE, BLANK WHEN THERE IS NO LAST MONTH TO COMPARE.
      *    RATES PER NIGHT ARE COMPARED, SO A MONTH WITH FEWER
      *    PROCESSING NIGHTS IS NOT MISTAKEN FOR AN IMPROVEMENT.
      *    FEEDS ARE LISTED WORST FIRST, FOLLOWED BY THE FEEDS WHOSE
      *    AVERAGE SCORE ROSE. WHEN THE SCORECARD RAN MORE THAN ONCE
      *    IN A NIGHT, THE LAST RUN STANDS. THE REPORT GOES TO
      *    DQMRPT.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT DQH-FILE ASSIGN TO DQHIST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DQH-STATUS.

            SELECT RPT-FILE ASSIGN TO DQMRPT
            ORGANIZATION IS LINE SEQUENTIAL.

         DATA DIVISION.

         FILE SECTION.
         FD DQH-FILE.
         COPY "DQHREC.CPY".

         FD RPT-FILE.
         01 RPT-RECORD           PIC X(100).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         COPY "RUNSTMP.CPY".

         COPY "DQMDAT.CPY".

         01 WS-DQH-STATUS        PIC XX.

         01 WS-RUN-DATE          PIC 9(8).
         01 WS-MONTH-X           PIC X(6).
         01 WS-MONTH             PIC 9(6).
         01 WS-MONTH-TEXT REDEFINES WS-MONTH PIC X(6).
         01 WS-MONTH-PARTS REDEFINES WS-MONTH.
            05 WS-MONTH-YEAR     PIC 9(4).
            05 WS-MONTH-MM       PIC 99.
         01 WS-PRIOR             PIC 9(6).
         01 WS-PRIOR-TEXT REDEFINES WS-PRIOR PIC X(6).
         01 WS-PRIOR-PARTS REDEFINES WS-PRIOR.
            05 WS-PRIOR-YEAR     PIC 9(4).
            05 WS-PRIOR-MM       PIC 99.

      *
      *    EACH FEED'S TOTALS FOR THE MONTH (BUCKET 1) AND THE MONTH
      *    BEFORE (BUCKET 2), AND THE LAST RECORD TAKEN FOR IT, SO A
      *    RERUN THE SAME NIGHT REPLACES RATHER THAN ADDS.
      *
         01 WS-FEED-COUNT        PIC 99 VALUE 0.
         01 WS-FEED-TABLE.
            05 WS-FEED-ENTRY OCCURS 30.
               10 WS-F-NAME      PIC X(12).
               10 WS-F-BUCKET OCCURS 2.
                  15 WS-F-NIGHTS    PIC 9(3).
                  15 WS-F-TOTAL     PIC 9(7) OCCURS 8.
                  15 WS-F-SCORE     PIC 9(9).
               10 WS-F-LAST-DATE PIC 9(8).
               10 WS-F-LAST-BKT  PIC 9.
               10 WS-F-LAST-COUNT PIC 9(5) OCCURS 8.
               10 WS-F-LAST-SCORE PIC 9(7).
               10 WS-F-WORSE     PIC 9.

      *
      *    FEEDS IN REPORT ORDER - HIGHEST AVERAGE SCORE FIRST.
      *
         01 WS-ORDER-TABLE.
            05 WS-ORDER          PIC 99 OCCURS 30.
         01 WS-ORDER-HOLD        PIC 99.

         01 WS-BUCKET            PIC 9.
         01 WS-RECORD-COUNT      PIC 9(7) VALUE 0.
         01 WS-WORSE-COUNT       PIC 99 VALUE 0.
         01 WS-CUR-RATE          PIC 9(12).
         01 WS-PRIOR-RATE        PIC 9(12).
         01 WS-AVERAGE           PIC 9(7)V9.
         01 WS-AVERAGE-J         PIC 9(7)V9.
         01 WS-ARROW             PIC X.

         01 SW-FEED-FOUND        PIC 9.
            88 FEED-FOUND              VALUE 1.
            88 FEED-NOT-FOUND          VALUE 0.

         01 WS-FEED-LINE.
            05 WS-FL-FEED        PIC X(12).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-FL-NIGHTS      PIC ZZ9.
            05 WS-FL-MEASURE OCCURS 8.
               10 FILLER         PIC X VALUE SPACE.
               10 WS-FL-COUNT    PIC ZZZZ9.
               10 WS-FL-ARROW    PIC X.
            05 FILLER            PIC X VALUE SPACE.
            05 WS-FL-AVERAGE     PIC ZZZZZ9.9.
            05 FILLER            PIC X VALUE SPACE.
            05 WS-FL-PRIOR       PIC ZZZZZ9.9.
            05 WS-FL-PRIOR-X REDEFINES WS-FL-PRIOR PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-FL-TREND       PIC X(8).

         01 WS-WORSE-LINE.
            05 FILLER            PIC XX VALUE SPACES.
            05 WS-WL-FEED        PIC X(12).
            05 FILLER            PIC X(18) VALUE
                                        ' AVERAGE SCORE UP '.
            05 WS-WL-PRIOR       PIC ZZZZZ9.9.
            05 FILLER            PIC X(4) VALUE ' TO '.
            05 WS-WL-AVERAGE     PIC ZZZZZ9.9.
            05 WS-WL-MOST        PIC X(11).
            05 WS-WL-MEASURE     PIC X(11).

         77 FX                   PIC 99.
         77 OX                   PIC 99.
         77 OX2                  PIC 99.
         77 MX                   PIC 9.
         77 BX                   PIC 9.
         77 WX                   PIC 9.

         01 WS-WORST-RISE        PIC S9(12).
         01 WS-RISE              PIC S9(12).

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY00DQM'==
                         ==PFX-SUB== BY =='/day00'==.

            COPY "RUNSTMPP.CPY".

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            MOVE WS-RUN-DATE(1:6) TO WS-MONTH
            MOVE SPACES TO WS-MONTH-X
            ACCEPT WS-MONTH-X FROM ENVIRONMENT 'DQMONTH'
            IF WS-MONTH-X NOT = SPACES
               IF WS-MONTH-X NUMERIC
                  MOVE WS-MONTH-X TO WS-MONTH
               ELSE
                  DISPLAY 'DAY00DQM DQMONTH ' WS-MONTH-X
                          ' IS NOT YYYYMM - REPORTING ' WS-MONTH
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF
            IF WS-MONTH-MM = 1
               COMPUTE WS-PRIOR-YEAR = WS-MONTH-YEAR - 1
               MOVE 12 TO WS-PRIOR-MM
            ELSE
               MOVE WS-MONTH-YEAR TO WS-PRIOR-YEAR
               COMPUTE WS-PRIOR-MM = WS-MONTH-MM - 1
            END-IF

            INITIALIZE WS-FEED-TABLE
            OPEN INPUT DQH-FILE
            IF WS-DQH-STATUS = '00'
               READ DQH-FILE
                  AT END SET DQH-END TO TRUE
               END-READ
               PERFORM UNTIL DQH-END
                  MOVE 0 TO WS-BUCKET
                  IF DQH-DATE NUMERIC
                     IF DQH-DATE(1:6) = WS-MONTH-TEXT
                        MOVE 1 TO WS-BUCKET
                     END-IF
                     IF DQH-DATE(1:6) = WS-PRIOR-TEXT
                        MOVE 2 TO WS-BUCKET
                     END-IF
                  END-IF
                  IF WS-BUCKET > 0
                     PERFORM TAKE-ONE-RECORD
                  END-IF
                  READ DQH-FILE
                     AT END SET DQH-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE DQH-FILE
            END-IF

            PERFORM ORDER-FEEDS
            PERFORM WRITE-REPORT

            DISPLAY 'DAY00DQM ' WS-FEED-COUNT ' FEED(S) FOR ' WS-MONTH
                    ' AGAINST ' WS-PRIOR ', ' WS-WORSE-COUNT
                    ' GETTING WORSE - REPORT IN DQMRPT'
            IF WS-RECORD-COUNT = 0
               DISPLAY 'DAY00DQM NO SCORECARD HISTORY FOR ' WS-MONTH
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF

            STOP RUN.

         TAKE-ONE-RECORD SECTION.
            SET FEED-NOT-FOUND TO TRUE
            PERFORM VARYING FX FROM 1 BY 1
                        UNTIL FX > WS-FEED-COUNT OR FEED-FOUND
               IF WS-F-NAME(FX) = DQH-FEED
                  SET FEED-FOUND TO TRUE
                  SUBTRACT 1 FROM FX
               END-IF
            END-PERFORM
            IF FEED-NOT-FOUND
               IF WS-FEED-COUNT >= 30
                  DISPLAY 'DAY00DQM WARNING - FEED TABLE FULL AT 30 - '
                          DQH-FEED ' NOT REPORTED'
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
                  MOVE 0 TO FX
               ELSE
                  ADD 1 TO WS-FEED-COUNT
                  MOVE WS-FEED-COUNT TO FX
                  MOVE DQH-FEED TO WS-F-NAME(FX)
               END-IF
            END-IF

            IF FX > 0
               IF WS-BUCKET = 1
                  ADD 1 TO WS-RECORD-COUNT
               END-IF
               IF DQH-DATE = WS-F-LAST-DATE(FX)
                  MOVE WS-F-LAST-BKT(FX) TO BX
                  PERFORM VARYING MX FROM 1 BY 1
                          UNTIL MX > WS-DQ-MEASURE-COUNT
                     SUBTRACT WS-F-LAST-COUNT(FX, MX)
                        FROM WS-F-TOTAL(FX, BX, MX)
                  END-PERFORM
                  SUBTRACT WS-F-LAST-SCORE(FX) FROM WS-F-SCORE(FX, BX)
               ELSE
                  ADD 1 TO WS-F-NIGHTS(FX, WS-BUCKET)
               END-IF
               PERFORM VARYING MX FROM 1 BY 1
                       UNTIL MX > WS-DQ-MEASURE-COUNT
                  IF DQH-COUNT(MX) NUMERIC
                     ADD DQH-COUNT(MX)
                        TO WS-F-TOTAL(FX, WS-BUCKET, MX)
                     MOVE DQH-COUNT(MX) TO WS-F-LAST-COUNT(FX, MX)
                  ELSE
                     MOVE 0 TO WS-F-LAST-COUNT(FX, MX)
                  END-IF
               END-PERFORM
               IF DQH-SCORE NUMERIC
                  ADD DQH-SCORE TO WS-F-SCORE(FX, WS-BUCKET)
                  MOVE DQH-SCORE TO WS-F-LAST-SCORE(FX)
               ELSE
                  MOVE 0 TO WS-F-LAST-SCORE(FX)
               END-IF
               MOVE DQH-DATE  TO WS-F-LAST-DATE(FX)
               MOVE WS-BUCKET TO WS-F-LAST-BKT(FX)
            END-IF
            .

      *
      *    WORST FIRST - A PLAIN EXCHANGE SORT ON THE AVERAGE
      *    NIGHTLY SCORE; NEVER MORE THAN THIRTY FEEDS.
      *
         ORDER-FEEDS SECTION.
            PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > WS-FEED-COUNT
               MOVE OX TO WS-ORDER(OX)
            END-PERFORM
            PERFORM VARYING OX FROM 1 BY 1 UNTIL OX >= WS-FEED-COUNT
               PERFORM VARYING OX2 FROM OX BY 1
                       UNTIL OX2 > WS-FEED-COUNT
                  MOVE WS-ORDER(OX) TO FX
                  PERFORM AVERAGE-THIS-MONTH
                  MOVE WS-AVERAGE TO WS-AVERAGE-J
                  MOVE WS-ORDER(OX2) TO FX
                  PERFORM AVERAGE-THIS-MONTH
                  IF WS-AVERAGE > WS-AVERAGE-J
                     MOVE WS-ORDER(OX)  TO WS-ORDER-HOLD
                     MOVE WS-ORDER(OX2) TO WS-ORDER(OX)
                     MOVE WS-ORDER-HOLD TO WS-ORDER(OX2)
                  END-IF
               END-PERFORM
            END-PERFORM
            .

         AVERAGE-THIS-MONTH SECTION.
            IF WS-F-NIGHTS(FX, 1) = 0
               MOVE 0 TO WS-AVERAGE
            ELSE
               COMPUTE WS-AVERAGE ROUNDED =
                  WS-F-SCORE(FX, 1) / WS-F-NIGHTS(FX, 1)
            END-IF
            .

         WRITE-REPORT SECTION.
            OPEN OUTPUT RPT-FILE
            MOVE WS-RUN-STAMP TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE SPACES TO RPT-RECORD
            STRING 'DAY00DQM SUPPLIER DATA-QUALITY REPORT FOR MONTH '
                   WS-MONTH ' AGAINST ' WS-PRIOR
               DELIMITED BY SIZE INTO RPT-RECORD
            END-STRING
            WRITE RPT-RECORD
            MOVE SPACES TO RPT-RECORD
            STRING '^ MORE PER NIGHT THAN LAST MONTH (WORSE)  '
                   'V FEWER (BETTER)  = NO CHANGE'
               DELIMITED BY SIZE INTO RPT-RECORD
            END-STRING
            WRITE RPT-RECORD
            MOVE SPACES TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE 'FEED         NGT' TO RPT-RECORD
            MOVE WS-DQ-MEASURE-HEAD TO RPT-RECORD(17:56)
            MOVE '  AVG/NGT    PRIOR TREND' TO RPT-RECORD(73:)
            WRITE RPT-RECORD

            PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > WS-FEED-COUNT
               MOVE WS-ORDER(OX) TO FX
               PERFORM WRITE-FEED-LINE
            END-PERFORM

            MOVE SPACES TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE 'FEEDS GETTING WORSE' TO RPT-RECORD
            WRITE RPT-RECORD
            PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > WS-FEED-COUNT
               MOVE WS-ORDER(OX) TO FX
               IF WS-F-WORSE(FX) = 1
                  PERFORM WRITE-WORSE-LINE
               END-IF
            END-PERFORM
            IF WS-WORSE-COUNT = 0
               MOVE '  NONE' TO RPT-RECORD
               WRITE RPT-RECORD
            END-IF
            CLOSE RPT-FILE
            .

         WRITE-FEED-LINE SECTION.
            MOVE SPACES TO WS-FEED-LINE
            MOVE WS-F-NAME(FX)      TO WS-FL-FEED
            MOVE WS-F-NIGHTS(FX, 1) TO WS-FL-NIGHTS
            PERFORM VARYING MX FROM 1 BY 1
                    UNTIL MX > WS-DQ-MEASURE-COUNT
               MOVE WS-F-TOTAL(FX, 1, MX) TO WS-FL-COUNT(MX)
               COMPUTE WS-CUR-RATE =
                  WS-F-TOTAL(FX, 1, MX) * WS-F-NIGHTS(FX, 2)
               COMPUTE WS-PRIOR-RATE =
                  WS-F-TOTAL(FX, 2, MX) * WS-F-NIGHTS(FX, 1)
               PERFORM PICK-ARROW
               MOVE WS-ARROW TO WS-FL-ARROW(MX)
            END-PERFORM

            PERFORM AVERAGE-THIS-MONTH
            MOVE WS-AVERAGE TO WS-FL-AVERAGE
            IF WS-F-NIGHTS(FX, 2) = 0
               MOVE SPACES TO WS-FL-PRIOR-X
            ELSE
               COMPUTE WS-AVERAGE-J ROUNDED =
                  WS-F-SCORE(FX, 2) / WS-F-NIGHTS(FX, 2)
               MOVE WS-AVERAGE-J TO WS-FL-PRIOR
            END-IF
            COMPUTE WS-CUR-RATE =
               WS-F-SCORE(FX, 1) * WS-F-NIGHTS(FX, 2)
            COMPUTE WS-PRIOR-RATE =
               WS-F-SCORE(FX, 2) * WS-F-NIGHTS(FX, 1)
            PERFORM PICK-ARROW
            EVALUATE TRUE
               WHEN WS-F-NIGHTS(FX, 1) = 0
                  MOVE 'NO NIGHT' TO WS-FL-TREND
               WHEN WS-F-NIGHTS(FX, 2) = 0
                  MOVE 'NEW' TO WS-FL-TREND
               WHEN WS-ARROW = '^'
                  MOVE '^ WORSE' TO WS-FL-TREND
                  MOVE 1 TO WS-F-WORSE(FX)
                  ADD 1 TO WS-WORSE-COUNT
               WHEN WS-ARROW = 'V'
                  MOVE 'V BETTER' TO WS-FL-TREND
               WHEN OTHER
                  MOVE '= SAME' TO WS-FL-TREND
            END-EVALUATE
            MOVE WS-FEED-LINE TO RPT-RECORD
            WRITE RPT-RECORD
            .

      *
      *    WS-CUR-RATE AND WS-PRIOR-RATE ARE THE TWO MONTHS' TOTALS
      *    EACH MULTIPLIED BY THE OTHER MONTH'S NIGHTS - PER-NIGHT
      *    RATES WITHOUT THE DIVISION. NO ARROW WITHOUT BOTH MONTHS.
      *
         PICK-ARROW SECTION.
            EVALUATE TRUE
               WHEN WS-F-NIGHTS(FX, 1) = 0
               OR WS-F-NIGHTS(FX, 2) = 0
                  MOVE SPACE TO WS-ARROW
               WHEN WS-CUR-RATE > WS-PRIOR-RATE
                  MOVE '^' TO WS-ARROW
               WHEN WS-CUR-RATE < WS-PRIOR-RATE
                  MOVE 'V' TO WS-ARROW
               WHEN OTHER
                  MOVE '=' TO WS-ARROW
            END-EVALUATE
            .

      *
      *    A FEED WHOSE AVERAGE SCORE ROSE, WITH THE MEASURE WHOSE
      *    PER-NIGHT COUNT ROSE THE MOST - THE FIRST PLACE TO LOOK
      *    IN THE CONTRACT REVIEW.
      *
         WRITE-WORSE-LINE SECTION.
            MOVE WS-F-NAME(FX) TO WS-WL-FEED
            COMPUTE WS-AVERAGE-J ROUNDED =
               WS-F-SCORE(FX, 2) / WS-F-NIGHTS(FX, 2)
            MOVE WS-AVERAGE-J TO WS-WL-PRIOR
            PERFORM AVERAGE-THIS-MONTH
            MOVE WS-AVERAGE TO WS-WL-AVERAGE
            MOVE 0 TO WX
            MOVE 0 TO WS-WORST-RISE
            PERFORM VARYING MX FROM 1 BY 1
                    UNTIL MX > WS-DQ-MEASURE-COUNT
               COMPUTE WS-RISE =
                  WS-F-TOTAL(FX, 1, MX) * WS-F-NIGHTS(FX, 2)
                - WS-F-TOTAL(FX, 2, MX) * WS-F-NIGHTS(FX, 1)
               IF WS-RISE > WS-WORST-RISE
                  MOVE WS-RISE TO WS-WORST-RISE
                  MOVE MX TO WX
               END-IF
            END-PERFORM
            IF WX > 0
               MOVE WS-DQ-MEASURE-NAME(WX) TO WS-WL-MEASURE
               MOVE ' - MOST ON ' TO WS-WL-MOST
            ELSE
               MOVE SPACES TO WS-WL-MEASURE
               MOVE SPACES TO WS-WL-MOST
            END-IF
            MOVE WS-WORSE-LINE TO RPT-RECORD
            WRITE RPT-RECORD
            .
