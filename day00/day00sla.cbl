         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY00SLA.

      *
      *    MONTHLY SERVICE-LEVEL REPORT. EVERY MONTH MANAGEMENT ASKS
      *    WHETHER THE SHOP MET ITS THREE NIGHTLY COMMITMENTS - THE
      *    FEEDS IN BY THEIR CUTOFFS, THE SUITE FINISHED BEFORE THE
      *    ONLINE WINDOW OPENS, THE ANSWERS PUBLISHED DOWNSTREAM -
      *    AND THE ANSWER WAS PIECED TOGETHER BY HAND FROM ARVSTAT,
      *    THE RUN SHEETS AND THE PUBLICATION CONSOLE LOGS. THIS
      *    REPORT TAKES A PERIOD (YYYYMM FROM THE CONSOLE; BLANK
      *    MEANS THE CURRENT MONTH) AND FOR EVERY PROCESSING NIGHT
      *    IN IT - THE CALENDAR DAYS LESS THE SHOPCAL HOLIDAYS, AND
      *    ONLY NIGHTS WHOSE DEADLINE HAS PASSED - JUDGES:
      *
      *       - EACH CUTTAB FEED'S ARRIVAL AGAINST ITS CUTOFF, FROM
      *         THE DAY00ARV ARRIVAL HISTORY (ARVHIST). A FEED
      *         WRITTEN AFTER ITS CUTOFF, HELD AS MISSING, OR NEVER
      *         WATCHED AT ITS CUTOFF IS A MISS;
      *       - THE SUITE FINISH AGAINST THE ONLINE-WINDOW
      *         DEADLINE, FROM THE DRIVER'S *SUITE RECORDS ON
      *         RUNHIST (THE DEADLINE IN EFFECT THAT NIGHT, ELSE THE
      *         CURRENT DEADLINE FILE). A FAILED OR QUIESCED LAST
      *         RUN, A FINISH PAST THE DEADLINE, OR NO RUN IS A MISS;
      *       - PUBLICATION, FROM THE DAY00PUB HISTORY (PUBHIST). A
      *         PUBLICATION AFTER THE DEADLINE, A BLOCK BY THE
      *         COMPLETENESS GATE, AN EXCESCL ESCALATION OR A BROKEN
      *         CONSISTENCY RULE, OR NO ATTEMPT AT ALL IS A MISS.
      *
      *    A NIGHT RUNS FROM NOON TO NOON - ANYTHING STAMPED BEFORE
      *    12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT, AND A CUTOFF
      *    OR DEADLINE BEFORE 12:00 FALLS ON THE MORNING AFTER. A
      *    PUBLICATION COUNTS TOWARD THE NIGHT OF THE RUN IT
      *    PUBLISHED. THE PERCENTAGE OF NIGHTS ON TIME IS SHOWN PER
      *    FEED AND PER COMMITMENT, FOLLOWED BY EVERY MISS WITH ITS
      *    CAUSE, ON THE CONSOLE AND IN SLARPT.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT CUT-FILE ASSIGN TO CUTTAB
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CUT-STATUS.

            SELECT CAL-FILE ASSIGN TO SHOPCAL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CAL-STATUS.

            SELECT DL-FILE ASSIGN TO DEADLINE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DL-STATUS.

            SELECT ARV-FILE ASSIGN TO ARVHIST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARV-STATUS.

            SELECT HIST-FILE ASSIGN TO RUNHIST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HIST-STATUS.

            SELECT PHST-FILE ASSIGN TO PUBHIST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PHST-STATUS.

            SELECT SLA-FILE ASSIGN TO SLARPT
            ORGANIZATION IS LINE SEQUENTIAL.

         DATA DIVISION.

         FILE SECTION.
         FD CUT-FILE.
         01 CUT-RECORD.
            88 CUT-END           VALUE LOW-VALUE.
            05 CUT-TEXT          PIC X(80).

         FD CAL-FILE.
         01 CAL-RECORD.
            88 CAL-END           VALUE LOW-VALUE.
            05 CAL-KIND          PIC X.
            05 FILLER            PIC X.
            05 CAL-DATE          PIC X(8).
            05 FILLER            PIC X(10).

         FD DL-FILE.
         01 DL-RECORD.
            88 DL-END            VALUE LOW-VALUE.
            05 DL-TEXT           PIC X(10).

         FD ARV-FILE.
         01 ARV-RECORD.
            88 ARV-END           VALUE LOW-VALUE.
            05 AH-DATE           PIC 9(8).
            05 FILLER            PIC X.
            05 AH-TIME           PIC 9(6).
            05 FILLER            PIC X.
            05 AH-DIR            PIC X(12).
            05 FILLER            PIC X.
            05 AH-CUTOFF         PIC 9(4).
            05 FILLER            PIC X.
            05 AH-VERDICT        PIC X(8).
            05 FILLER            PIC X.
            05 AH-STAMP          PIC X(14).

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

         FD PHST-FILE.
         01 PHST-RECORD.
            88 PHST-END          VALUE LOW-VALUE.
            05 PH-DATE           PIC 9(8).
            05 FILLER            PIC X.
            05 PH-TIME           PIC 9(6).
            05 FILLER            PIC X.
            05 PH-RUN-ID         PIC 9(6).
            05 FILLER            PIC X.
            05 PH-RUN-DATE       PIC 9(8).
            05 FILLER            PIC X.
            05 PH-OUTCOME        PIC X(9).
            05 FILLER            PIC X.
            05 PH-MISSING        PIC 99.
            05 FILLER            PIC X.
            05 PH-DUPLICATE      PIC 99.
            05 FILLER            PIC X.
            05 PH-ESCALATED      PIC 99.
            05 FILLER            PIC X(32).
            05 PH-BROKEN         PIC 99.

         FD SLA-FILE.
         01 SLA-RECORD           PIC X(100).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         01 WS-CUT-STATUS        PIC XX.
         01 WS-CAL-STATUS        PIC XX.
         01 WS-DL-STATUS         PIC XX.
         01 WS-ARV-STATUS        PIC XX.
         01 WS-HIST-STATUS       PIC XX.
         01 WS-PHST-STATUS       PIC XX.

         01 WS-ASK-PERIOD        PIC X(6).
         01 WS-PERIOD            PIC 9(6) VALUE 0.
         01 WS-TODAY             PIC 9(8).
         01 WS-NOW-TIME          PIC 9(8).
         01 WS-NOW-TIME-X REDEFINES WS-NOW-TIME PIC X(8).
         01 WS-NOW-INSTANT       PIC 9(12).
         01 WS-DAYS-IN-PERIOD    PIC 99.
         01 WS-LEAP-REM          PIC 9(4).

      *
      *    DATE ARITHMETIC WORK AREA - ONE DAY BACK OR FORWARD
      *    ACROSS MONTH AND YEAR ENDS.
      *
         01 WS-CAL-WORK          PIC 9(8).
         01 WS-CAL-WORK-R REDEFINES WS-CAL-WORK.
            05 WS-CW-YY          PIC 9(4).
            05 WS-CW-MM          PIC 99.
            05 WS-CW-DD          PIC 99.
         01 WS-CW-DIM            PIC 99.

      *
      *    NIGHT OF A STAMP (NOON TO NOON), AND THE INSTANT
      *    (YYYYMMDDHHMM) A CUTOFF OR DEADLINE CLOCK FALLS ON FOR A
      *    GIVEN NIGHT.
      *
         01 WS-AT-DATE           PIC 9(8).
         01 WS-AT-HHMM           PIC 9(4).
         01 WS-AT-NIGHT          PIC 9(8).
         01 WS-AT-CLOCK          PIC 9(4).
         01 WS-INSTANT           PIC 9(12).
         01 WS-INSTANT-R REDEFINES WS-INSTANT.
            05 WS-I-DATE         PIC 9(8).
            05 WS-I-HHMM         PIC 9(4).
         01 WS-STAMP-INSTANT     PIC 9(12).

         01 WS-DL-CURRENT        PIC X(4) VALUE SPACES.
         01 WS-NIGHT-DL          PIC X(4).
         01 WS-NIGHT-DL-N REDEFINES WS-NIGHT-DL PIC 9(4).
         01 WS-DL-INSTANT        PIC 9(12).

      *
      *    THE FEEDS UNDER WATCH, FROM CUTTAB, WITH THEIR NIGHTS
      *    JUDGED AND NIGHTS ON TIME.
      *
         01 WS-FEED-COUNT        PIC 99 VALUE 0.
         01 WS-FEED-TABLE.
            05 WS-FEED-ENTRY OCCURS 20.
               10 WS-F-DIR       PIC X(12).
               10 WS-F-CUTOFF    PIC 9(4).
               10 WS-F-NIGHTS    PIC 999.
               10 WS-F-ONTIME    PIC 999.
         01 WS-PARSE-DIR         PIC X(12).
         01 WS-PARSE-PATH        PIC X(60).
         01 WS-PARSE-CUTOFF      PIC X(6).

      *
      *    ONE SLOT PER DAY OF THE PERIOD. A FEED KEEPS ITS FIRST GO
      *    OF THE NIGHT (A LATER WATCH MAY FIND IT ALREADY CONSUMED
      *    AND ARCHIVED), OTHERWISE ITS LAST VERDICT. THE SUITE
      *    KEEPS THE LAST RUN OF THE NIGHT, SO A SUCCESSFUL RESTART
      *    STANDS IN FOR THE FAILED RUN BEFORE IT. PUBLICATION KEEPS
      *    THE FIRST SUCCESSFUL ATTEMPT, OTHERWISE THE LAST BLOCK.
      *
         01 WS-NIGHT-TABLE.
            05 WS-NIGHT-ENTRY OCCURS 31.
               10 WS-N-HOLIDAY   PIC 9.
               10 WS-N-ARV OCCURS 20.
                  15 WS-NA-STATE PIC X(8).
                  15 WS-NA-STAMP PIC X(14).
                  15 WS-NA-CUTOFF PIC 9(4).
               10 WS-N-SUITE     PIC 9.
                  88 NIGHT-SUITE-RUN   VALUE 1.
               10 WS-N-RC        PIC 9(4).
               10 WS-N-END       PIC 9(12).
               10 WS-N-DEADLINE  PIC X(4).
               10 WS-N-PUB       PIC 9.
                  88 NIGHT-PUBLISHED   VALUE 1.
                  88 NIGHT-BLOCKED     VALUE 2.
               10 WS-N-PUB-AT    PIC 9(12).
               10 WS-N-PUB-MISS  PIC 99.
               10 WS-N-PUB-DUP   PIC 99.
               10 WS-N-PUB-ESC   PIC 99.
               10 WS-N-PUB-BRK   PIC 99.

      *
      *    RUN-ID TO NIGHT FOR THE PERIOD'S SUITE RUNS, SO A
      *    PUBLICATION IS CREDITED TO THE NIGHT OF THE RUN IT
      *    PUBLISHED.
      *
         01 WS-RUN-COUNT         PIC 999 VALUE 0.
         01 WS-RUN-TABLE.
            05 WS-RUN-ENTRY OCCURS 300.
               10 WS-RM-RUN-ID   PIC 9(6).
               10 WS-RM-NIGHT    PIC 9(8).

         01 WS-NIGHTS-JUDGED     PIC 99 VALUE 0.
         01 WS-HOLIDAY-COUNT     PIC 99 VALUE 0.
         01 WS-OPEN-COUNT        PIC 99 VALUE 0.
         01 WS-NIGHT-DATE        PIC 9(8).
         01 WS-ARV-NIGHTS        PIC 9(4) VALUE 0.
         01 WS-ARV-ONTIME        PIC 9(4) VALUE 0.
         01 WS-SUITE-ONTIME      PIC 99 VALUE 0.
         01 WS-PUB-ONTIME        PIC 99 VALUE 0.

         01 SW-NIGHT-CLOSED      PIC 9.
            88 NIGHT-CLOSED            VALUE 1.
         01 SW-FEED-FOUND        PIC 9.
            88 FEED-FOUND              VALUE 1.
            88 FEED-NOT-FOUND          VALUE 0.

      *
      *    THE MISSES, HELD FOR LISTING AFTER THE SUMMARY.
      *
         01 WS-MISS-COUNT        PIC 999 VALUE 0.
         01 WS-MISS-DROPPED      PIC 999 VALUE 0.
         01 WS-MISS-TABLE.
            05 WS-MISS-LINE      PIC X(100) OCCURS 400.
         01 WS-M-COMMIT          PIC X(11).
         01 WS-M-ITEM            PIC X(12).
         01 WS-M-CAUSE           PIC X(60).
         01 WS-M-NUM             PIC ZZZ9.

         01 WS-SLA-LINE          PIC X(100).
         01 WS-SUM-LINE.
            05 WS-S-COMMIT       PIC X(11).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-S-ITEM         PIC X(12).
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-S-NIGHTS       PIC ZZZ9.
            05 FILLER            PIC X(4) VALUE SPACES.
            05 WS-S-ONTIME       PIC ZZZ9.
            05 FILLER            PIC X(3) VALUE SPACES.
            05 WS-S-PCT          PIC ZZ9.9.
            05 FILLER            PIC X VALUE '%'.
         01 WS-PCT               PIC 999V9.
         01 WS-PCT-NIGHTS        PIC 9(4).
         01 WS-PCT-ONTIME        PIC 9(4).

         77 NX                   PIC 99.
         77 FX                   PIC 99.
         77 RX                   PIC 999.
         77 MX                   PIC 999.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY00SLA'==
                         ==PFX-SUB== BY =='/day00'==.

            ACCEPT WS-TODAY FROM DATE YYYYMMDD
            ACCEPT WS-NOW-TIME FROM TIME
            MOVE WS-TODAY TO WS-I-DATE
            MOVE WS-NOW-TIME-X(1:4) TO WS-I-HHMM
            MOVE WS-INSTANT TO WS-NOW-INSTANT

            DISPLAY 'DAY00SLA - PERIOD YYYYMM (BLANK = CURRENT): '
            MOVE SPACES TO WS-ASK-PERIOD
            ACCEPT WS-ASK-PERIOD
            IF WS-ASK-PERIOD(1:6) NUMERIC
               MOVE WS-ASK-PERIOD TO WS-PERIOD
            ELSE
               MOVE WS-TODAY(1:6) TO WS-PERIOD
            END-IF
            MOVE WS-PERIOD TO WS-CAL-WORK(1:6)
            MOVE 01 TO WS-CW-DD
            IF WS-CW-MM < 01 OR WS-CW-MM > 12
               DISPLAY 'DAY00SLA BAD PERIOD ' WS-PERIOD
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM SET-DAYS-IN-MONTH
            MOVE WS-CW-DIM TO WS-DAYS-IN-PERIOD

            INITIALIZE WS-NIGHT-TABLE
            PERFORM LOAD-FEED-LIST
            PERFORM LOAD-CURRENT-DEADLINE
            PERFORM MARK-HOLIDAYS
            PERFORM FOLD-ARRIVAL-HISTORY
            PERFORM FOLD-SUITE-HISTORY
            PERFORM FOLD-PUBLICATION-HISTORY

            PERFORM VARYING NX FROM 1 BY 1
                        UNTIL NX > WS-DAYS-IN-PERIOD
               PERFORM JUDGE-ONE-NIGHT
            END-PERFORM

            IF WS-NIGHTS-JUDGED = 0
               DISPLAY 'DAY00SLA NO CLOSED PROCESSING NIGHTS IN '
                       'PERIOD ' WS-PERIOD
               STOP RUN
            END-IF

            PERFORM PRINT-SERVICE-LEVELS

            STOP RUN.

      *
      *    THE FEEDS ARE THE ONES ON CUTTAB TODAY. NO CUTTAB MEANS
      *    NO ARRIVAL COMMITMENT TO REPORT.
      *
         LOAD-FEED-LIST SECTION.
            OPEN INPUT CUT-FILE
            IF WS-CUT-STATUS NOT = '00'
               DISPLAY 'DAY00SLA NO CUTTAB - FEED ARRIVAL NOT '
                       'REPORTED'
            ELSE
               READ CUT-FILE
                  AT END SET CUT-END TO TRUE
               END-READ
               PERFORM UNTIL CUT-END
                  IF CUT-TEXT NOT = SPACES
                  AND CUT-TEXT(1:1) NOT = '*'
                     IF WS-FEED-COUNT >= 20
                        DISPLAY 'DAY00SLA WARNING - FEED TABLE FULL '
                                'AT 20 ENTRIES; FEED DROPPED'
                        IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                        END-IF
                     ELSE
                        ADD 1 TO WS-FEED-COUNT
                        MOVE SPACES TO WS-PARSE-DIR
                                       WS-PARSE-PATH
                                       WS-PARSE-CUTOFF
                        UNSTRING CUT-TEXT
                           DELIMITED BY ALL SPACE
                           INTO WS-PARSE-DIR, WS-PARSE-PATH,
                                WS-PARSE-CUTOFF
                        END-UNSTRING
                        MOVE WS-PARSE-DIR
                           TO WS-F-DIR(WS-FEED-COUNT)
                        IF WS-PARSE-CUTOFF(1:4) NUMERIC
                           MOVE WS-PARSE-CUTOFF(1:4)
                              TO WS-F-CUTOFF(WS-FEED-COUNT)
                        ELSE
                           MOVE 0 TO WS-F-CUTOFF(WS-FEED-COUNT)
                        END-IF
                        MOVE 0 TO WS-F-NIGHTS(WS-FEED-COUNT)
                        MOVE 0 TO WS-F-ONTIME(WS-FEED-COUNT)
                     END-IF
                  END-IF
                  READ CUT-FILE
                     AT END SET CUT-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE CUT-FILE
            END-IF
            .

      *
      *    THE DEADLINE FILE AS IT STANDS TODAY - USED ONLY FOR A
      *    NIGHT WHOSE SUITE RECORD DOES NOT CARRY ITS OWN.
      *
         LOAD-CURRENT-DEADLINE SECTION.
            OPEN INPUT DL-FILE
            IF WS-DL-STATUS = '00'
               READ DL-FILE
                  AT END SET DL-END TO TRUE
               END-READ
               IF NOT DL-END
               AND DL-TEXT(1:4) NUMERIC
                  MOVE DL-TEXT(1:4) TO WS-DL-CURRENT
               END-IF
               CLOSE DL-FILE
            END-IF
            .

         MARK-HOLIDAYS SECTION.
            OPEN INPUT CAL-FILE
            IF WS-CAL-STATUS = '00'
               READ CAL-FILE
                  AT END SET CAL-END TO TRUE
               END-READ
               PERFORM UNTIL CAL-END
                  IF CAL-KIND = 'H'
                  AND CAL-DATE(1:6) = WS-PERIOD
                  AND CAL-DATE(7:2) NUMERIC
                     MOVE CAL-DATE(7:2) TO NX
                     IF NX >= 1 AND NX <= WS-DAYS-IN-PERIOD
                        MOVE 1 TO WS-N-HOLIDAY(NX)
                     END-IF
                  END-IF
                  READ CAL-FILE
                     AT END SET CAL-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE CAL-FILE
            END-IF
            .

         FOLD-ARRIVAL-HISTORY SECTION.
            OPEN INPUT ARV-FILE
            IF WS-ARV-STATUS NOT = '00'
               DISPLAY 'DAY00SLA NO ARVHIST - NO ARRIVAL WATCH HAS '
                       'RUN'
            ELSE
               READ ARV-FILE
                  AT END SET ARV-END TO TRUE
               END-READ
               PERFORM UNTIL ARV-END
                  IF AH-DATE NUMERIC
                  AND AH-TIME NUMERIC
                     MOVE AH-DATE TO WS-AT-DATE
                     MOVE AH-TIME(1:4) TO WS-AT-HHMM
                     PERFORM NIGHT-OF-STAMP
                     IF WS-AT-NIGHT(1:6) = WS-PERIOD
                        MOVE WS-AT-NIGHT(7:2) TO NX
                        PERFORM FOLD-ONE-ARRIVAL
                     END-IF
                  END-IF
                  READ ARV-FILE
                     AT END SET ARV-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE ARV-FILE
            END-IF
            .

         FOLD-ONE-ARRIVAL SECTION.
            SET FEED-NOT-FOUND TO TRUE
            PERFORM VARYING FX FROM 1 BY 1
                        UNTIL FX > WS-FEED-COUNT OR FEED-FOUND
               IF WS-F-DIR(FX) = AH-DIR
                  SET FEED-FOUND TO TRUE
                  SUBTRACT 1 FROM FX
               END-IF
            END-PERFORM

            IF FEED-FOUND
            AND WS-NA-STATE(NX, FX) NOT = 'GO'
               MOVE AH-VERDICT TO WS-NA-STATE(NX, FX)
               MOVE AH-STAMP   TO WS-NA-STAMP(NX, FX)
               IF AH-CUTOFF NUMERIC
                  MOVE AH-CUTOFF TO WS-NA-CUTOFF(NX, FX)
               ELSE
                  MOVE WS-F-CUTOFF(FX) TO WS-NA-CUTOFF(NX, FX)
               END-IF
            END-IF
            .

      *
      *    ONLY THE DRIVER'S *SUITE RECORDS; STEP RECORDS AND THE
      *    SHORT RECORDS WRITTEN BEFORE THE SUITE RECORD EXISTED
      *    ARE PASSED OVER.
      *
         FOLD-SUITE-HISTORY SECTION.
            OPEN INPUT HIST-FILE
            IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'DAY00SLA NO RUNHIST - NO SUITE RUN RECORDED'
            ELSE
               READ HIST-FILE
                  AT END SET HIST-END TO TRUE
               END-READ
               PERFORM UNTIL HIST-END
                  IF HST-STEP = '*SUITE'
                  AND HST-DATE NUMERIC
                  AND HST-START-TIME NUMERIC
                  AND HST-END-DATE NUMERIC
                  AND HST-END-TIME NUMERIC
                     MOVE HST-DATE TO WS-AT-DATE
                     MOVE HST-START-TIME(1:4) TO WS-AT-HHMM
                     PERFORM NIGHT-OF-STAMP
                     IF WS-AT-NIGHT(1:6) = WS-PERIOD
                        MOVE WS-AT-NIGHT(7:2) TO NX
                        PERFORM FOLD-ONE-SUITE-RUN
                     END-IF
                  END-IF
                  READ HIST-FILE
                     AT END SET HIST-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE HIST-FILE
            END-IF
            .

         FOLD-ONE-SUITE-RUN SECTION.
            MOVE 1               TO WS-N-SUITE(NX)
            MOVE HST-RC          TO WS-N-RC(NX)
            MOVE HST-END-DATE    TO WS-I-DATE
            MOVE HST-END-TIME(1:4) TO WS-I-HHMM
            MOVE WS-INSTANT      TO WS-N-END(NX)
            MOVE HST-DEADLINE    TO WS-N-DEADLINE(NX)

            IF WS-RUN-COUNT >= 300
               DISPLAY 'DAY00SLA WARNING - RUN TABLE FULL AT 300 '
                       'ENTRIES; RUN ' HST-RUN-ID ' NOT MAPPED'
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            ELSE
               ADD 1 TO WS-RUN-COUNT
               MOVE HST-RUN-ID  TO WS-RM-RUN-ID(WS-RUN-COUNT)
               MOVE WS-AT-NIGHT TO WS-RM-NIGHT(WS-RUN-COUNT)
            END-IF
            .

      *
      *    A PUBLICATION OF A RUN FROM THIS PERIOD COUNTS TOWARD
      *    THAT RUN'S NIGHT; ANY OTHER ATTEMPT TOWARD THE NIGHT IT
      *    WAS MADE IN.
      *
         FOLD-PUBLICATION-HISTORY SECTION.
            OPEN INPUT PHST-FILE
            IF WS-PHST-STATUS NOT = '00'
               DISPLAY 'DAY00SLA NO PUBHIST - NO PUBLICATION '
                       'ATTEMPT RECORDED'
            ELSE
               READ PHST-FILE
                  AT END SET PHST-END TO TRUE
               END-READ
               PERFORM UNTIL PHST-END
                  IF PH-DATE NUMERIC
                  AND PH-TIME NUMERIC
                     MOVE 0 TO WS-AT-NIGHT
                     PERFORM VARYING RX FROM 1 BY 1
                                 UNTIL RX > WS-RUN-COUNT
                        IF WS-RM-RUN-ID(RX) = PH-RUN-ID
                           MOVE WS-RM-NIGHT(RX) TO WS-AT-NIGHT
                        END-IF
                     END-PERFORM
                     IF WS-AT-NIGHT = 0
                        MOVE PH-DATE TO WS-AT-DATE
                        MOVE PH-TIME(1:4) TO WS-AT-HHMM
                        PERFORM NIGHT-OF-STAMP
                     END-IF
                     IF WS-AT-NIGHT(1:6) = WS-PERIOD
                        MOVE WS-AT-NIGHT(7:2) TO NX
                        PERFORM FOLD-ONE-PUBLICATION
                     END-IF
                  END-IF
                  READ PHST-FILE
                     AT END SET PHST-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE PHST-FILE
            END-IF
            .

         FOLD-ONE-PUBLICATION SECTION.
            IF NOT NIGHT-PUBLISHED(NX)
               IF PH-OUTCOME = 'PUBLISHED'
                  SET NIGHT-PUBLISHED(NX) TO TRUE
                  MOVE PH-DATE      TO WS-I-DATE
                  MOVE PH-TIME(1:4) TO WS-I-HHMM
                  MOVE WS-INSTANT   TO WS-N-PUB-AT(NX)
               ELSE
                  SET NIGHT-BLOCKED(NX) TO TRUE
                  MOVE PH-MISSING   TO WS-N-PUB-MISS(NX)
                  MOVE PH-DUPLICATE TO WS-N-PUB-DUP(NX)
                  MOVE PH-ESCALATED TO WS-N-PUB-ESC(NX)
                  IF PH-BROKEN NUMERIC
                     MOVE PH-BROKEN TO WS-N-PUB-BRK(NX)
                  END-IF
               END-IF
            END-IF
            .

      *
      *    A NIGHT IS JUDGED ONCE ITS DEADLINE HAS PASSED (WITH NO
      *    DEADLINE AT ALL, ONCE THE DATE IS OVER). HOLIDAYS ARE
      *    NOT PROCESSING NIGHTS.
      *
         JUDGE-ONE-NIGHT SECTION.
            COMPUTE WS-NIGHT-DATE = WS-PERIOD * 100 + NX
            IF WS-N-HOLIDAY(NX) = 1
               ADD 1 TO WS-HOLIDAY-COUNT
            ELSE
               MOVE WS-N-DEADLINE(NX) TO WS-NIGHT-DL
               IF WS-NIGHT-DL NOT NUMERIC
                  MOVE WS-DL-CURRENT TO WS-NIGHT-DL
               END-IF
               MOVE 0 TO SW-NIGHT-CLOSED
               MOVE 999999999999 TO WS-DL-INSTANT
               IF WS-NIGHT-DL NUMERIC
                  MOVE WS-NIGHT-DATE  TO WS-AT-NIGHT
                  MOVE WS-NIGHT-DL-N  TO WS-AT-CLOCK
                  PERFORM INSTANT-OF-CLOCK
                  MOVE WS-INSTANT TO WS-DL-INSTANT
                  IF WS-DL-INSTANT <= WS-NOW-INSTANT
                     SET NIGHT-CLOSED TO TRUE
                  END-IF
               ELSE
                  IF WS-NIGHT-DATE < WS-TODAY
                     SET NIGHT-CLOSED TO TRUE
                  END-IF
               END-IF

               IF NIGHT-CLOSED
                  ADD 1 TO WS-NIGHTS-JUDGED
                  PERFORM JUDGE-NIGHT-ARRIVALS
                  PERFORM JUDGE-NIGHT-SUITE
                  PERFORM JUDGE-NIGHT-PUBLICATION
               ELSE
                  ADD 1 TO WS-OPEN-COUNT
               END-IF
            END-IF
            .

         JUDGE-NIGHT-ARRIVALS SECTION.
            PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > WS-FEED-COUNT
               ADD 1 TO WS-F-NIGHTS(FX)
               MOVE 'ARRIVAL'    TO WS-M-COMMIT
               MOVE WS-F-DIR(FX) TO WS-M-ITEM
               MOVE SPACES       TO WS-M-CAUSE
               EVALUATE WS-NA-STATE(NX, FX)
                  WHEN 'GO'
                     IF WS-NA-STAMP(NX, FX)(1:12) NUMERIC
                        MOVE WS-NA-STAMP(NX, FX)(1:12)
                           TO WS-STAMP-INSTANT
                        MOVE WS-NIGHT-DATE TO WS-AT-NIGHT
                        MOVE WS-NA-CUTOFF(NX, FX) TO WS-AT-CLOCK
                        PERFORM INSTANT-OF-CLOCK
                        IF WS-STAMP-INSTANT > WS-INSTANT
                           STRING 'ARRIVED LATE AT '
                                  WS-NA-STAMP(NX, FX)(9:4)
                                  ' FOR ITS '
                                  WS-NA-CUTOFF(NX, FX)
                                  ' CUTOFF'
                              DELIMITED BY SIZE INTO WS-M-CAUSE
                           END-STRING
                        END-IF
                     END-IF
                  WHEN 'HOLD'
                     STRING 'MISSING AT ITS '
                            WS-NA-CUTOFF(NX, FX) ' CUTOFF'
                        DELIMITED BY SIZE INTO WS-M-CAUSE
                     END-STRING
                  WHEN 'PENDING'
                     MOVE 'NOT WATCHED AT OR AFTER ITS CUTOFF'
                        TO WS-M-CAUSE
                  WHEN OTHER
                     MOVE 'NO ARRIVAL WATCH RUN' TO WS-M-CAUSE
               END-EVALUATE
               IF WS-M-CAUSE = SPACES
                  ADD 1 TO WS-F-ONTIME(FX)
               ELSE
                  PERFORM NOTE-MISS
               END-IF
            END-PERFORM
            .

         JUDGE-NIGHT-SUITE SECTION.
            MOVE 'SUITE'  TO WS-M-COMMIT
            MOVE 'FINISH' TO WS-M-ITEM
            MOVE SPACES   TO WS-M-CAUSE
            EVALUATE TRUE
               WHEN NOT NIGHT-SUITE-RUN(NX)
                  MOVE 'NO SUITE RUN' TO WS-M-CAUSE
               WHEN WS-N-RC(NX) >= 8
                  MOVE WS-N-RC(NX) TO WS-M-NUM
                  STRING 'LAST RUN FAILED - RC ' WS-M-NUM
                     DELIMITED BY SIZE INTO WS-M-CAUSE
                  END-STRING
               WHEN WS-N-RC(NX) = 2
                  MOVE 'LAST RUN QUIESCED BEFORE COMPLETION'
                     TO WS-M-CAUSE
               WHEN WS-N-END(NX) > WS-DL-INSTANT
                  MOVE WS-N-END(NX) TO WS-INSTANT
                  STRING 'FINISHED AT ' WS-I-HHMM ' PAST THE '
                         WS-NIGHT-DL ' DEADLINE'
                     DELIMITED BY SIZE INTO WS-M-CAUSE
                  END-STRING
            END-EVALUATE
            IF WS-M-CAUSE = SPACES
               ADD 1 TO WS-SUITE-ONTIME
            ELSE
               PERFORM NOTE-MISS
            END-IF
            .

         JUDGE-NIGHT-PUBLICATION SECTION.
            MOVE 'PUBLICATION' TO WS-M-COMMIT
            MOVE 'PUBFILE'     TO WS-M-ITEM
            MOVE SPACES        TO WS-M-CAUSE
            EVALUATE TRUE
               WHEN NIGHT-PUBLISHED(NX)
                  IF WS-N-PUB-AT(NX) > WS-DL-INSTANT
                     MOVE WS-N-PUB-AT(NX) TO WS-INSTANT
                     STRING 'PUBLISHED AT ' WS-I-HHMM ' PAST THE '
                            WS-NIGHT-DL ' DEADLINE'
                        DELIMITED BY SIZE INTO WS-M-CAUSE
                     END-STRING
                  END-IF
               WHEN NIGHT-BLOCKED(NX)
                  IF WS-N-PUB-MISS(NX) > 0
                  OR WS-N-PUB-DUP(NX) > 0
                     STRING 'BLOCKED BY COMPLETENESS GATE - '
                            WS-N-PUB-MISS(NX) ' MISSING, '
                            WS-N-PUB-DUP(NX) ' DUPLICATED'
                        DELIMITED BY SIZE INTO WS-M-CAUSE
                     END-STRING
                  ELSE
                     IF WS-N-PUB-ESC(NX) = 0
                     AND WS-N-PUB-BRK(NX) > 0
                        STRING 'BLOCKED BY CONSISTENCY RULES - '
                               WS-N-PUB-BRK(NX) ' BROKEN'
                           DELIMITED BY SIZE INTO WS-M-CAUSE
                        END-STRING
                     ELSE
                        STRING 'BLOCKED BY EXCESCL - '
                               WS-N-PUB-ESC(NX)
                               ' PROGRAM(S) ESCALATED'
                           DELIMITED BY SIZE INTO WS-M-CAUSE
                        END-STRING
                     END-IF
                  END-IF
               WHEN OTHER
                  MOVE 'NOT PUBLISHED' TO WS-M-CAUSE
            END-EVALUATE
            IF WS-M-CAUSE = SPACES
               ADD 1 TO WS-PUB-ONTIME
            ELSE
               PERFORM NOTE-MISS
            END-IF
            .

         NOTE-MISS SECTION.
            IF WS-MISS-COUNT >= 400
               ADD 1 TO WS-MISS-DROPPED
            ELSE
               ADD 1 TO WS-MISS-COUNT
               MOVE SPACES TO WS-MISS-LINE(WS-MISS-COUNT)
               STRING 'MISS ' WS-NIGHT-DATE ' ' WS-M-COMMIT ' '
                      WS-M-ITEM ' - ' WS-M-CAUSE
                  DELIMITED BY SIZE
                  INTO WS-MISS-LINE(WS-MISS-COUNT)
               END-STRING
            END-IF
            .

         PRINT-SERVICE-LEVELS SECTION.
            OPEN OUTPUT SLA-FILE

            MOVE SPACES TO WS-SLA-LINE
            STRING 'DAY00SLA SERVICE LEVELS FOR PERIOD ' WS-PERIOD
                   ' - ' WS-NIGHTS-JUDGED ' PROCESSING NIGHTS ('
                   WS-HOLIDAY-COUNT ' HOLIDAYS, ' WS-OPEN-COUNT
                   ' STILL OPEN)'
               DELIMITED BY SIZE INTO WS-SLA-LINE
            END-STRING
            PERFORM PUT-REPORT-LINE
            MOVE SPACES TO WS-SLA-LINE
            MOVE 'COMMITMENT  ITEM        NIGHTS ON TIME      PCT'
               TO WS-SLA-LINE
            PERFORM PUT-REPORT-LINE

            PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > WS-FEED-COUNT
               MOVE 'ARRIVAL'        TO WS-S-COMMIT
               MOVE WS-F-DIR(FX)     TO WS-S-ITEM
               MOVE WS-F-NIGHTS(FX)  TO WS-PCT-NIGHTS
               MOVE WS-F-ONTIME(FX)  TO WS-PCT-ONTIME
               PERFORM PUT-SUMMARY-LINE
               ADD WS-F-NIGHTS(FX)   TO WS-ARV-NIGHTS
               ADD WS-F-ONTIME(FX)   TO WS-ARV-ONTIME
            END-PERFORM
            IF WS-FEED-COUNT > 0
               MOVE 'ARRIVAL'        TO WS-S-COMMIT
               MOVE 'ALL FEEDS'      TO WS-S-ITEM
               MOVE WS-ARV-NIGHTS    TO WS-PCT-NIGHTS
               MOVE WS-ARV-ONTIME    TO WS-PCT-ONTIME
               PERFORM PUT-SUMMARY-LINE
            END-IF

            MOVE 'SUITE'             TO WS-S-COMMIT
            MOVE 'FINISH'            TO WS-S-ITEM
            MOVE WS-NIGHTS-JUDGED    TO WS-PCT-NIGHTS
            MOVE WS-SUITE-ONTIME     TO WS-PCT-ONTIME
            PERFORM PUT-SUMMARY-LINE

            MOVE 'PUBLICATION'       TO WS-S-COMMIT
            MOVE 'PUBFILE'           TO WS-S-ITEM
            MOVE WS-NIGHTS-JUDGED    TO WS-PCT-NIGHTS
            MOVE WS-PUB-ONTIME       TO WS-PCT-ONTIME
            PERFORM PUT-SUMMARY-LINE

            MOVE SPACES TO WS-SLA-LINE
            PERFORM PUT-REPORT-LINE
            MOVE SPACES TO WS-SLA-LINE
            STRING 'MISSES WITH THEIR CAUSE: ' WS-MISS-COUNT
               DELIMITED BY SIZE INTO WS-SLA-LINE
            END-STRING
            PERFORM PUT-REPORT-LINE
            PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > WS-MISS-COUNT
               MOVE WS-MISS-LINE(MX) TO WS-SLA-LINE
               PERFORM PUT-REPORT-LINE
            END-PERFORM
            IF WS-MISS-DROPPED > 0
               MOVE SPACES TO WS-SLA-LINE
               STRING 'AND ' WS-MISS-DROPPED ' FURTHER MISS(ES) NOT '
                      'LISTED - MISS TABLE FULL AT 400'
                  DELIMITED BY SIZE INTO WS-SLA-LINE
               END-STRING
               PERFORM PUT-REPORT-LINE
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF

            CLOSE SLA-FILE
            .

         PUT-SUMMARY-LINE SECTION.
            MOVE WS-PCT-NIGHTS TO WS-S-NIGHTS
            MOVE WS-PCT-ONTIME TO WS-S-ONTIME
            IF WS-PCT-NIGHTS = 0
               MOVE 0 TO WS-PCT
            ELSE
               COMPUTE WS-PCT ROUNDED
                  = WS-PCT-ONTIME * 100 / WS-PCT-NIGHTS
            END-IF
            MOVE WS-PCT TO WS-S-PCT
            MOVE WS-SUM-LINE TO WS-SLA-LINE
            PERFORM PUT-REPORT-LINE
            .

         PUT-REPORT-LINE SECTION.
            DISPLAY WS-SLA-LINE
            MOVE WS-SLA-LINE TO SLA-RECORD
            WRITE SLA-RECORD
            .

      *
      *    THE NIGHT A STAMP BELONGS TO - ITS OWN DATE FROM NOON ON,
      *    THE DAY BEFORE UNTIL NOON.
      *
         NIGHT-OF-STAMP SECTION.
            MOVE WS-AT-DATE TO WS-CAL-WORK
            IF WS-AT-HHMM < 1200
               PERFORM STEP-BACK-ONE-DAY
            END-IF
            MOVE WS-CAL-WORK TO WS-AT-NIGHT
            .

      *
      *    THE INSTANT A CUTOFF OR DEADLINE CLOCK FALLS ON FOR A
      *    NIGHT - THE NIGHT'S OWN DATE FROM NOON ON, THE MORNING
      *    AFTER BEFORE NOON.
      *
         INSTANT-OF-CLOCK SECTION.
            MOVE WS-AT-NIGHT TO WS-CAL-WORK
            IF WS-AT-CLOCK < 1200
               PERFORM STEP-FORWARD-ONE-DAY
            END-IF
            MOVE WS-CAL-WORK TO WS-I-DATE
            MOVE WS-AT-CLOCK TO WS-I-HHMM
            .

         STEP-BACK-ONE-DAY SECTION.
            IF WS-CW-DD > 1
               SUBTRACT 1 FROM WS-CW-DD
            ELSE
               IF WS-CW-MM > 1
                  SUBTRACT 1 FROM WS-CW-MM
               ELSE
                  MOVE 12 TO WS-CW-MM
                  SUBTRACT 1 FROM WS-CW-YY
               END-IF
               PERFORM SET-DAYS-IN-MONTH
               MOVE WS-CW-DIM TO WS-CW-DD
            END-IF
            .

         STEP-FORWARD-ONE-DAY SECTION.
            PERFORM SET-DAYS-IN-MONTH
            IF WS-CW-DD < WS-CW-DIM
               ADD 1 TO WS-CW-DD
            ELSE
               MOVE 1 TO WS-CW-DD
               IF WS-CW-MM < 12
                  ADD 1 TO WS-CW-MM
               ELSE
                  MOVE 1 TO WS-CW-MM
                  ADD 1 TO WS-CW-YY
               END-IF
            END-IF
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
