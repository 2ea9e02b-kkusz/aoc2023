         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY00DQS.

      *
      *    NIGHTLY SUPPLIER DATA-QUALITY SCORECARD. THE SIGNS THAT A
      *    SUPPLIER'S FEED IS GOING BAD ARE ALL RECORDED SOMEWHERE -
      *    SCRUBBER AND TRUNCATION WARNINGS AND BATCH-CONTROL
      *    FAILURES ON THE EXCEPTION LOG, QUARANTINED LINES IN EACH
      *    DAY'S QUARFILE, DATA-QUALITY REJECTS (DQFILE, REJFILE),
      *    VALIDATOR FINDINGS (SCHEXC, CRDEXC, ALMEXC, NETEXC),
      *    ADAPTER REJECTS (ADPEXC), AND A FEED HELD AS MISSING AT
      *    ITS CUTOFF ON ARVSTAT - BUT SCATTERED, SO NOBODY COULD
      *    SAY WHICH SUPPLIER WAS GETTING WORSE. THIS STEP RUNS IN
      *    THE HOUSEKEEPING WAVE AND, FOR EVERY FEED OF THE FEEDTAB
      *    ROUTING TABLE, COUNTS WHAT TONIGHT'S RUN LEFT ON EACH OF
      *    THE EIGHT MEASURES (SEE DQMDAT.CPY), WEIGHTS THE COUNTS
      *    FROM THE DQWTAB TABLE ('MEASURE WEIGHT' PER LINE; A
      *    MEASURE NOT ON IT WEIGHS 1) INTO ONE SCORE - HIGHER IS
      *    WORSE - APPENDS ONE DQHIST RECORD PER FEED (DQHREC.CPY)
      *    FOR THE MONTHLY SUPPLIER REPORT (DAY00DQM), AND PRINTS
      *    THE NIGHT'S SCORECARD TO DQSRPT.
      *
      *    TONIGHT IS THE DRIVER'S RUN: EXCEPTION-LOG LINES CARRYING
      *    THE RUN-ID (DAYRUNID), QUARANTINE LINES DATED ON OR AFTER
      *    THE RUN START DATE, AND REJECT, FINDINGS AND ARRIVAL
      *    FILES WRITTEN SINCE THE RUN START (DAYRUNSTART) - A FILE
      *    LEFT OVER FROM AN EARLIER NIGHT BECAUSE ITS STEP DID NOT
      *    RUN IS NOT COUNTED AGAIN. RUN BY HAND WITHOUT THEM, THE
      *    RUN-ID IS ZERO AND ANYTHING WRITTEN TODAY COUNTS. A
      *    SIGNAL IS CHARGED TO THE FEED WHOSE DAY DIRECTORY HOLDS
      *    IT, OR, ON THE EXCEPTION LOG, WHOSE DAY THE PROGRAM
      *    BELONGS TO (DAY03P1C TO day03).
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT GATE-FILE ASSIGN TO FEEDTAB
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GATE-STATUS.

            SELECT WGT-FILE ASSIGN TO DQWTAB
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WGT-STATUS.

            SELECT EXC-FILE ASSIGN TO "../EXCLOG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EXC-STATUS.

      *
      *    THE QUARANTINE IS A FIXED-RECORD SEQUENTIAL FILE (SEE
      *    DAY00QRN); ONLY THE DATE AT THE FRONT IS NEEDED HERE.
      *
            SELECT QRN-FILE ASSIGN TO DYNAMIC WS-SIG-NAME
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-QRN-STATUS.

            SELECT SIG-FILE ASSIGN TO DYNAMIC WS-SIG-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SIG-STATUS.

            SELECT STAT-FILE ASSIGN TO ARVSTAT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STAT-STATUS.

            SELECT STAMP-FILE ASSIGN TO "DQS.tmp"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STAMP-STATUS.

            SELECT DQH-FILE ASSIGN TO DQHIST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DQH-STATUS.

            SELECT RPT-FILE ASSIGN TO DQSRPT
            ORGANIZATION IS LINE SEQUENTIAL.

         DATA DIVISION.

         FILE SECTION.
         FD GATE-FILE.
         01 GATE-RECORD.
            88 GATE-END          VALUE LOW-VALUE.
            05 GATE-TEXT         PIC X(80).

         FD WGT-FILE.
         01 WGT-RECORD.
            88 WGT-END           VALUE LOW-VALUE.
            05 WGT-TEXT          PIC X(80).

         FD EXC-FILE.
         01 EXC-RECORD.
            88 EXC-END           VALUE LOW-VALUE.
            05 EXC-DATE          PIC 9(8).
            05 FILLER            PIC X.
            05 EXC-TIME          PIC 9(6).
            05 FILLER            PIC X.
            05 EXC-RUN-ID        PIC 9(6).
            05 FILLER            PIC X.
            05 EXC-OPERATOR      PIC X(8).
            05 FILLER            PIC X.
            05 EXC-LINE          PIC X(100).

         FD QRN-FILE.
         01 QRN-RECORD.
            88 QRN-END           VALUE LOW-VALUE.
            05 QRN-DATE          PIC 9(8).
            05 FILLER            PIC X(3031).

         FD SIG-FILE.
         01 SIG-RECORD.
            88 SIG-END           VALUE LOW-VALUE.
            05 SIG-TEXT          PIC X(100).

         FD STAT-FILE.
         01 STAT-RECORD.
            88 STAT-END          VALUE LOW-VALUE.
            05 STA-DIR           PIC X(12).
            05 FILLER            PIC X.
            05 STA-VERDICT       PIC X(8).
            05 FILLER            PIC X(37).

         FD STAMP-FILE.
         01 STAMP-RECORD.
            88 STAMP-END         VALUE LOW-VALUE.
            05 STAMP-TEXT        PIC X(20).

         FD DQH-FILE.
         COPY "DQHREC.CPY".

         FD RPT-FILE.
         01 RPT-RECORD           PIC X(100).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         COPY "RUNSTMP.CPY".

         COPY "DQMDAT.CPY".

         01 WS-GATE-STATUS       PIC XX.
         01 WS-WGT-STATUS        PIC XX.
         01 WS-EXC-STATUS        PIC XX.
         01 WS-QRN-STATUS        PIC XX.
         01 WS-SIG-STATUS        PIC XX.
         01 WS-STAT-STATUS       PIC XX.
         01 WS-STAMP-STATUS      PIC XX.
         01 WS-DQH-STATUS        PIC XX.

      *
      *    WHERE TONIGHT BEGAN - THE DRIVER'S RUN START, OR TODAY
      *    FROM MIDNIGHT WHEN RUN BY HAND.
      *
         01 WS-TODAY             PIC 9(8).
         01 WS-RUN-START         PIC X(14).
         01 WS-RUN-START-DATE    PIC 9(8).
         01 WS-EXC-STAMP         PIC X(14).

      *
      *    THE FEEDS OF THE ROUTING TABLE AND TONIGHT'S COUNTS.
      *
         01 WS-FEED-COUNT        PIC 99 VALUE 0.
         01 WS-FEED-TABLE.
            05 WS-FEED-ENTRY OCCURS 30.
               10 WS-F-NAME      PIC X(12).
               10 WS-F-DIR       PIC X(8).
               10 WS-F-COUNT     PIC 9(5) OCCURS 8.
               10 WS-F-SCORE     PIC 9(7).

         01 WS-PARSE-FEED        PIC X(12).
         01 WS-PARSE-DIR         PIC X(12).
         01 WS-PARSE-MEASURE     PIC X(12).
         01 WS-PARSE-WEIGHT      PIC X(6).

      *
      *    THE WEIGHT OF EACH MEASURE, IN DQMDAT ORDER.
      *
         01 WS-WEIGHT-TABLE.
            05 WS-WEIGHT         PIC 9(3) OCCURS 8.
            05 WS-WEIGHT-SET     PIC 9 OCCURS 8.

      *
      *    THE PER-DAY FILES COUNTED FOR EACH FEED AND THE MEASURE
      *    EACH IS CHARGED TO. A FILE THE DAY DOES NOT HAVE IS
      *    SIMPLY NOT THERE.
      *
         01 WS-SIG-NAMES.
            05 FILLER            PIC X(9) VALUE 'DQFILE  4'.
            05 FILLER            PIC X(9) VALUE 'REJFILE 4'.
            05 FILLER            PIC X(9) VALUE 'SCHEXC  6'.
            05 FILLER            PIC X(9) VALUE 'CRDEXC  6'.
            05 FILLER            PIC X(9) VALUE 'ALMEXC  6'.
            05 FILLER            PIC X(9) VALUE 'NETEXC  6'.
            05 FILLER            PIC X(9) VALUE 'ADPEXC  7'.
         01 WS-SIG-TABLE REDEFINES WS-SIG-NAMES.
            05 WS-SIG-ENTRY OCCURS 7.
               10 WS-SIG-FILE    PIC X(8).
               10 WS-SIG-MEASURE PIC 9.
         01 WS-SIG-FILE-COUNT    PIC 9 VALUE 7.

         01 WS-SIG-NAME          PIC X(100).
         01 WS-SIG-LINES         PIC 9(5).
         01 WS-FILE-STAMP        PIC X(14).
         01 WS-COMMAND           PIC X(200).
         01 WS-CMD-PTR           PIC 9(4).
         01 WS-SAVED-RC          PIC S9(9).

         01 WS-EXC-PGM           PIC X(8).
         01 WS-EXC-DIR           PIC X(8).
         01 WS-HITS              PIC 9(3).
         01 WS-MEASURE           PIC 9.

         01 WS-TOKEN             PIC X(6).
         01 WS-TOKEN-VALUE       PIC 9(6).
         01 WS-TOKEN-DIGIT       PIC 9.
         01 WS-TOKEN-CHAR REDEFINES WS-TOKEN-DIGIT PIC X.

         01 WS-TOTAL-SCORE       PIC 9(8) VALUE 0.
         01 WS-WORST-FEED        PIC X(12) VALUE SPACES.
         01 WS-WORST-SCORE       PIC 9(7) VALUE 0.

         01 SW-FEED-FOUND        PIC 9.
            88 FEED-FOUND              VALUE 1.
            88 FEED-NOT-FOUND          VALUE 0.

         01 WS-SCORE-LINE.
            05 WS-SL-FEED        PIC X(12).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-SL-DIR         PIC X(8).
            05 WS-SL-MEASURE OCCURS 8.
               10 FILLER         PIC X VALUE SPACE.
               10 WS-SL-COUNT    PIC ZZZZZ9.
            05 FILLER            PIC XX VALUE SPACES.
            05 WS-SL-SCORE       PIC ZZZZZZ9.

         01 WS-WEIGHT-LINE.
            05 FILLER            PIC X(21) VALUE 'WEIGHT'.
            05 WS-WL-MEASURE OCCURS 8.
               10 FILLER         PIC X VALUE SPACE.
               10 WS-WL-WEIGHT   PIC ZZZZZ9.

         77 FX                   PIC 99.
         77 MX                   PIC 9.
         77 SX                   PIC 9.
         77 CX                   PIC 99.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY00DQS'==
                         ==PFX-SUB== BY =='/day00'==.

            COPY "RUNSTMPP.CPY".

            ACCEPT WS-TODAY FROM DATE YYYYMMDD
            MOVE SPACES TO WS-RUN-START
            ACCEPT WS-RUN-START FROM ENVIRONMENT 'DAYRUNSTART'
            IF WS-RUN-START NOT NUMERIC
               MOVE WS-TODAY TO WS-RUN-START(1:8)
               MOVE '000000' TO WS-RUN-START(9:6)
            END-IF
            MOVE WS-RUN-START(1:8) TO WS-RUN-START-DATE

            PERFORM LOAD-FEEDS
            PERFORM LOAD-WEIGHTS
            PERFORM COUNT-EXCEPTION-LOG
            PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > WS-FEED-COUNT
               PERFORM COUNT-QUARANTINE
               PERFORM VARYING SX FROM 1 BY 1
                       UNTIL SX > WS-SIG-FILE-COUNT
                  PERFORM COUNT-SIGNAL-FILE
               END-PERFORM
            END-PERFORM
            PERFORM COUNT-LATE-ARRIVALS
            PERFORM SCORE-FEEDS
            PERFORM APPEND-HISTORY
            PERFORM WRITE-SCORECARD

            DISPLAY 'DAY00DQS ' WS-FEED-COUNT ' FEED(S) SCORED FOR '
                    WS-RUN-START-DATE ' - TOTAL SCORE ' WS-TOTAL-SCORE
            IF WS-WORST-SCORE > 0
               DISPLAY 'DAY00DQS WORST TONIGHT ' WS-WORST-FEED
                       ' SCORE ' WS-WORST-SCORE ' (SEE DQSRPT)'
            END-IF

            STOP RUN.

      *
      *    THE SUPPLIERS ARE THE FEEDS OF THE INTAKE ROUTING TABLE -
      *    'FEED-NAME DAYDIR [ADAPTER]' PER LINE.
      *
         LOAD-FEEDS SECTION.
            INITIALIZE WS-FEED-TABLE
            OPEN INPUT GATE-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-GATE-STATUS==
                         ==FS-FILE-NAME== BY =='FEEDTAB'==
                         ==FS-PGM==       BY =='DAY00DQS'==.
            READ GATE-FILE
               AT END SET GATE-END TO TRUE
            END-READ
            PERFORM UNTIL GATE-END
               IF GATE-TEXT(1:1) NOT = '*'
               AND GATE-TEXT NOT = SPACES
                  MOVE SPACES TO WS-PARSE-FEED WS-PARSE-DIR
                  UNSTRING GATE-TEXT DELIMITED BY ALL SPACE
                     INTO WS-PARSE-FEED, WS-PARSE-DIR
                  END-UNSTRING
                  IF WS-FEED-COUNT >= 30
                     DISPLAY 'DAY00DQS WARNING - FEED TABLE FULL AT '
                             '30 - ' WS-PARSE-FEED ' NOT SCORED'
                     IF RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                     END-IF
                  ELSE
                     ADD 1 TO WS-FEED-COUNT
                     MOVE WS-PARSE-FEED TO WS-F-NAME(WS-FEED-COUNT)
                     MOVE WS-PARSE-DIR  TO WS-F-DIR(WS-FEED-COUNT)
                  END-IF
               END-IF
               READ GATE-FILE
                  AT END SET GATE-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE GATE-FILE
            .

      *
      *    'MEASURE WEIGHT' PER LINE, WEIGHT 0-999. A MEASURE THE
      *    TABLE DOES NOT NAME WEIGHS 1, SO A NEW SIGNAL COUNTS
      *    UNTIL SOMEONE DECIDES OTHERWISE.
      *
         LOAD-WEIGHTS SECTION.
            INITIALIZE WS-WEIGHT-TABLE
            OPEN INPUT WGT-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-WGT-STATUS==
                         ==FS-FILE-NAME== BY =='DQWTAB'==
                         ==FS-PGM==       BY =='DAY00DQS'==.
            READ WGT-FILE
               AT END SET WGT-END TO TRUE
            END-READ
            PERFORM UNTIL WGT-END
               IF WGT-TEXT(1:1) NOT = '*'
               AND WGT-TEXT NOT = SPACES
                  MOVE SPACES TO WS-PARSE-MEASURE WS-PARSE-WEIGHT
                  UNSTRING WGT-TEXT DELIMITED BY ALL SPACE
                     INTO WS-PARSE-MEASURE, WS-PARSE-WEIGHT
                  END-UNSTRING
                  MOVE 0 TO WS-MEASURE
                  PERFORM VARYING MX FROM 1 BY 1
                          UNTIL MX > WS-DQ-MEASURE-COUNT
                     IF WS-DQ-MEASURE-NAME(MX) = WS-PARSE-MEASURE
                        MOVE MX TO WS-MEASURE
                     END-IF
                  END-PERFORM
                  IF WS-MEASURE = 0
                     DISPLAY 'DAY00DQS WARNING - DQWTAB NAMES NO '
                             'MEASURE ' WS-PARSE-MEASURE ' - IGNORED'
                     IF RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                     END-IF
                  ELSE
                     MOVE WS-PARSE-WEIGHT TO WS-TOKEN
                     PERFORM CONVERT-TOKEN
                     MOVE WS-TOKEN-VALUE TO WS-WEIGHT(WS-MEASURE)
                     MOVE 1 TO WS-WEIGHT-SET(WS-MEASURE)
                  END-IF
               END-IF
               READ WGT-FILE
                  AT END SET WGT-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE WGT-FILE

            PERFORM VARYING MX FROM 1 BY 1
                    UNTIL MX > WS-DQ-MEASURE-COUNT
               IF WS-WEIGHT-SET(MX) = 0
                  MOVE 1 TO WS-WEIGHT(MX)
                  DISPLAY 'DAY00DQS NOTE - NO WEIGHT FOR '
                          WS-DQ-MEASURE-NAME(MX) ' ON DQWTAB - '
                          'WEIGHED AS 1'
               END-IF
            END-PERFORM
            .

      *
      *    SCRUBBER HITS, TRUNCATION WARNINGS AND BATCH-CONTROL
      *    FAILURES - THE LINES SCRUBCHK, TRUNCCHK AND BATCHEOF
      *    LOG THROUGH DAY00LOG, CHARGED BY THE LOGGING PROGRAM'S
      *    DAY.
      *
         COUNT-EXCEPTION-LOG SECTION.
            OPEN INPUT EXC-FILE
            IF WS-EXC-STATUS = '00'
               READ EXC-FILE
                  AT END SET EXC-END TO TRUE
               END-READ
               PERFORM UNTIL EXC-END
                  MOVE EXC-RECORD(1:8)   TO WS-EXC-STAMP(1:8)
                  MOVE EXC-RECORD(10:6)  TO WS-EXC-STAMP(9:6)
                  IF WS-STAMP-RUNID > 0
                     IF EXC-RUN-ID NUMERIC
                     AND EXC-RUN-ID = WS-STAMP-RUNID
                        PERFORM CHARGE-EXCEPTION-LINE
                     END-IF
                  ELSE
                     IF WS-EXC-STAMP NUMERIC
                     AND WS-EXC-STAMP >= WS-RUN-START
                        PERFORM CHARGE-EXCEPTION-LINE
                     END-IF
                  END-IF
                  READ EXC-FILE
                     AT END SET EXC-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE EXC-FILE
            END-IF
            .

         CHARGE-EXCEPTION-LINE SECTION.
            MOVE 0 TO WS-MEASURE
            MOVE 0 TO WS-HITS
            INSPECT EXC-LINE TALLYING WS-HITS
               FOR ALL ' NON-PRINTABLES BLANKED'
            IF WS-HITS > 0
               MOVE 1 TO WS-MEASURE
            END-IF
            MOVE 0 TO WS-HITS
            INSPECT EXC-LINE TALLYING WS-HITS
               FOR ALL ' INPUT RECORD MAY BE TRUNCATED'
            IF WS-HITS > 0
               MOVE 2 TO WS-MEASURE
            END-IF
            MOVE 0 TO WS-HITS
            INSPECT EXC-LINE TALLYING WS-HITS
               FOR ALL ' E BATCH '
            IF WS-HITS > 0
               MOVE 5 TO WS-MEASURE
            END-IF

            IF WS-MEASURE > 0
               MOVE SPACES TO WS-EXC-PGM WS-EXC-DIR
               UNSTRING EXC-LINE DELIMITED BY SPACE
                  INTO WS-EXC-PGM
               END-UNSTRING
               IF WS-EXC-PGM(1:3) = 'DAY'
               AND WS-EXC-PGM(4:2) NUMERIC
                  STRING 'day' WS-EXC-PGM(4:2)
                     DELIMITED BY SIZE INTO WS-EXC-DIR
                  END-STRING
                  SET FEED-NOT-FOUND TO TRUE
                  PERFORM VARYING CX FROM 1 BY 1
                          UNTIL CX > WS-FEED-COUNT OR FEED-FOUND
                     IF WS-F-DIR(CX) = WS-EXC-DIR
                        SET FEED-FOUND TO TRUE
                        ADD 1 TO WS-F-COUNT(CX, WS-MEASURE)
                     END-IF
                  END-PERFORM
               END-IF
            END-IF
            .

      *
      *    QUARANTINED LINES IN THE FEED'S OWN QUARFILE DATED
      *    TONIGHT.
      *
         COUNT-QUARANTINE SECTION.
            MOVE SPACES TO WS-SIG-NAME
            STRING '../' WS-F-DIR(FX) DELIMITED BY SPACE
                   '/QUARFILE'     DELIMITED BY SIZE
               INTO WS-SIG-NAME
            END-STRING
            OPEN INPUT QRN-FILE
            IF WS-QRN-STATUS = '00'
               READ QRN-FILE
                  AT END SET QRN-END TO TRUE
               END-READ
               PERFORM UNTIL QRN-END
                  IF QRN-DATE NUMERIC
                  AND QRN-DATE >= WS-RUN-START-DATE
                     ADD 1 TO WS-F-COUNT(FX, 3)
                  END-IF
                  READ QRN-FILE
                     AT END SET QRN-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE QRN-FILE
            END-IF
            .

      *
      *    ONE OF THE FEED DAY'S REJECT OR FINDINGS FILES. EVERY
      *    LINE BUT A *RUN STAMP IS ONE REJECT OR FINDING, AND THE
      *    FILE COUNTS ONLY IF TONIGHT'S RUN WROTE IT.
      *
         COUNT-SIGNAL-FILE SECTION.
            MOVE SPACES TO WS-SIG-NAME
            STRING '../' WS-F-DIR(FX) DELIMITED BY SPACE
                   '/'              DELIMITED BY SIZE
                   WS-SIG-FILE(SX)  DELIMITED BY SPACE
               INTO WS-SIG-NAME
            END-STRING
            MOVE 0 TO WS-SIG-LINES
            OPEN INPUT SIG-FILE
            IF WS-SIG-STATUS = '00'
               READ SIG-FILE
                  AT END SET SIG-END TO TRUE
               END-READ
               PERFORM UNTIL SIG-END
                  IF SIG-TEXT NOT = SPACES
                  AND SIG-TEXT(1:5) NOT = '*RUN '
                     ADD 1 TO WS-SIG-LINES
                  END-IF
                  READ SIG-FILE
                     AT END SET SIG-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE SIG-FILE
               IF WS-SIG-LINES > 0
                  PERFORM STAMP-SIGNAL-FILE
                  IF WS-FILE-STAMP >= WS-RUN-START
                     ADD WS-SIG-LINES
                        TO WS-F-COUNT(FX, WS-SIG-MEASURE(SX))
                  END-IF
               END-IF
            END-IF
            .

      *
      *    WHEN WS-SIG-NAME WAS LAST WRITTEN, YYYYMMDDHHMMSS (ZEROS
      *    IF IT CANNOT BE TOLD). THE RETURN CODE IS SAVED AROUND THE
      *    SHELL CALLS, WHICH WOULD OTHERWISE OVERWRITE A WARNING.
      *
         STAMP-SIGNAL-FILE SECTION.
            MOVE RETURN-CODE TO WS-SAVED-RC
            MOVE ZEROS TO WS-FILE-STAMP
            MOVE SPACES TO WS-COMMAND
            MOVE 1 TO WS-CMD-PTR
            STRING 'date -r ' DELIMITED BY SIZE
                   WS-SIG-NAME DELIMITED BY SPACE
                   ' +%Y%m%d%H%M%S > DQS.tmp 2>/dev/null'
                                 DELIMITED BY SIZE
               INTO WS-COMMAND
               WITH POINTER WS-CMD-PTR
            END-STRING
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL

            OPEN INPUT STAMP-FILE
            IF WS-STAMP-STATUS = '00'
               READ STAMP-FILE
                  AT END SET STAMP-END TO TRUE
               END-READ
               IF NOT STAMP-END
               AND STAMP-TEXT(1:14) NUMERIC
                  MOVE STAMP-TEXT(1:14) TO WS-FILE-STAMP
               END-IF
               CLOSE STAMP-FILE
            END-IF
            MOVE 'rm -f DQS.tmp' TO WS-COMMAND
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL
            MOVE WS-SAVED-RC TO RETURN-CODE
            .

      *
      *    A FEED'S DAY LEFT ON HOLD BY THE ARRIVAL WATCH - MISSING
      *    AT ITS CUTOFF - IS ONE LATE ARRIVAL. ARVSTAT COUNTS ONLY
      *    IF A WATCH RAN TONIGHT.
      *
         COUNT-LATE-ARRIVALS SECTION.
            OPEN INPUT STAT-FILE
            IF WS-STAT-STATUS = '00'
               CLOSE STAT-FILE
               MOVE 'ARVSTAT' TO WS-SIG-NAME
               PERFORM STAMP-SIGNAL-FILE
               IF WS-FILE-STAMP >= WS-RUN-START
                  OPEN INPUT STAT-FILE
                  READ STAT-FILE
                     AT END SET STAT-END TO TRUE
                  END-READ
                  PERFORM UNTIL STAT-END
                     IF STA-VERDICT = 'HOLD'
                        PERFORM VARYING CX FROM 1 BY 1
                                UNTIL CX > WS-FEED-COUNT
                           IF WS-F-DIR(CX) = STA-DIR
                              ADD 1 TO WS-F-COUNT(CX, 8)
                           END-IF
                        END-PERFORM
                     END-IF
                     READ STAT-FILE
                        AT END SET STAT-END TO TRUE
                     END-READ
                  END-PERFORM
                  CLOSE STAT-FILE
               END-IF
            END-IF
            .

         SCORE-FEEDS SECTION.
            PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > WS-FEED-COUNT
               MOVE 0 TO WS-F-SCORE(FX)
               PERFORM VARYING MX FROM 1 BY 1
                       UNTIL MX > WS-DQ-MEASURE-COUNT
                  COMPUTE WS-F-SCORE(FX) = WS-F-SCORE(FX)
                        + WS-F-COUNT(FX, MX) * WS-WEIGHT(MX)
               END-PERFORM
               ADD WS-F-SCORE(FX) TO WS-TOTAL-SCORE
               IF WS-F-SCORE(FX) > WS-WORST-SCORE
                  MOVE WS-F-SCORE(FX) TO WS-WORST-SCORE
                  MOVE WS-F-NAME(FX)  TO WS-WORST-FEED
               END-IF
            END-PERFORM
            .

         APPEND-HISTORY SECTION.
            OPEN EXTEND DQH-FILE
            IF WS-DQH-STATUS NOT = '00'
               OPEN OUTPUT DQH-FILE
            END-IF
            PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > WS-FEED-COUNT
               MOVE SPACES TO DQH-RECORD
               MOVE WS-RUN-START-DATE TO DQH-DATE
               MOVE WS-STAMP-RUNID    TO DQH-RUN-ID
               MOVE WS-F-NAME(FX)     TO DQH-FEED
               MOVE WS-F-DIR(FX)      TO DQH-DIR
               PERFORM VARYING MX FROM 1 BY 1
                       UNTIL MX > WS-DQ-MEASURE-COUNT
                  MOVE WS-F-COUNT(FX, MX) TO DQH-COUNT(MX)
               END-PERFORM
               MOVE WS-F-SCORE(FX)    TO DQH-SCORE
               WRITE DQH-RECORD
            END-PERFORM
            CLOSE DQH-FILE
            .

         WRITE-SCORECARD SECTION.
            OPEN OUTPUT RPT-FILE
            MOVE WS-RUN-STAMP TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE SPACES TO RPT-RECORD
            STRING 'DAY00DQS SUPPLIER DATA-QUALITY SCORECARD FOR THE '
                   'NIGHT OF ' WS-RUN-START-DATE
               DELIMITED BY SIZE INTO RPT-RECORD
            END-STRING
            WRITE RPT-RECORD
            MOVE SPACES TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE SPACES TO RPT-RECORD
            MOVE 'FEED         DAY' TO RPT-RECORD
            MOVE WS-DQ-MEASURE-HEAD TO RPT-RECORD(22:56)
            MOVE 'SCORE' TO RPT-RECORD(82:5)
            WRITE RPT-RECORD
            PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > WS-FEED-COUNT
               MOVE WS-F-NAME(FX) TO WS-SL-FEED
               MOVE WS-F-DIR(FX)  TO WS-SL-DIR
               PERFORM VARYING MX FROM 1 BY 1
                       UNTIL MX > WS-DQ-MEASURE-COUNT
                  MOVE WS-F-COUNT(FX, MX) TO WS-SL-COUNT(MX)
               END-PERFORM
               MOVE WS-F-SCORE(FX) TO WS-SL-SCORE
               MOVE WS-SCORE-LINE TO RPT-RECORD
               WRITE RPT-RECORD
            END-PERFORM
            PERFORM VARYING MX FROM 1 BY 1
                    UNTIL MX > WS-DQ-MEASURE-COUNT
               MOVE WS-WEIGHT(MX) TO WS-WL-WEIGHT(MX)
            END-PERFORM
            MOVE SPACES TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE WS-WEIGHT-LINE TO RPT-RECORD
            WRITE RPT-RECORD
            CLOSE RPT-FILE
            .

         CONVERT-TOKEN SECTION.
            MOVE 0 TO WS-TOKEN-VALUE
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 6
               MOVE WS-TOKEN(CX:1) TO WS-TOKEN-CHAR
               IF WS-TOKEN-CHAR NUMERIC
                  COMPUTE WS-TOKEN-VALUE =
                     WS-TOKEN-VALUE * 10 + WS-TOKEN-DIGIT
               END-IF
            END-PERFORM
            .
