         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY00CHG.

      *
      *    MONTHLY BATCH CHARGEBACK BY OWNING DEPARTMENT. EACH DAY-
      *    PROGRAM SERVES A DIFFERENT BUSINESS AREA - THE CARD DESK,
      *    INSTRUMENTS, PLANNING, ENGINEERING AND THE REST - BUT THE
      *    MACHINE-TIME BILL WAS ABSORBED CENTRALLY. THE OWNERSHIP
      *    TABLE (OWNTAB, 'KEY DEPARTMENT COST-CENTRE', THE KEY A
      *    DRIVER STEP, A PROGRAM, OR A WHOLE DAY DIRECTORY AS
      *    DIR/*) NAMES WHO OWNS EACH STEP, AND THIS REPORT TAKES A
      *    PERIOD (YYYYMM FROM THE CONSOLE; BLANK MEANS THE CURRENT
      *    MONTH) AND CHARGES EACH DEPARTMENT WITH ITS STEPS' RUNS
      *    AND ELAPSED SECONDS FROM RUNHIST AND THE RECORDS THEY
      *    PROCESSED (THE CTLFILE IN-COUNTS, READ FROM THE CURRENT
      *    CTLFILE AND EVERY CTLARCH GENERATION SO A MONTH-END
      *    ROLLOVER LOSES NOTHING), WITH ITS SHARE OF THE PERIOD'S
      *    STEP SECONDS - THE BATCH WINDOW IT USED.
      *
      *    A STEP RUN FORCED BY A DRVOVRD FORCE OVERRIDE, OR RUN
      *    AGAIN IN A CHECKPOINT RESTART, IS A RERUN - THE PRICE OF
      *    A BAD FEED - AND IS SHOWN ON ITS OWN LINE SO IT CAN BE
      *    CHARGED BACK TO THE DEPARTMENT WHOSE STEP IT WAS. THE
      *    REPORT GOES TO THE CONSOLE AND CHGRPT; THE FIXED-LAYOUT
      *    CHGEXT EXTRACT FOR THE FINANCE SYSTEM CARRIES ONE BATCH
      *    RECORD (RUNS LESS RERUNS) AND, WHERE THERE WERE ANY, ONE
      *    RERUN RECORD PER DEPARTMENT, UNDER A *CHG HEADER. A STEP
      *    NO OWNTAB ENTRY COVERS IS CHARGED TO UNASSIGNED WITH
      *    RETURN CODE 4.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT OWN-FILE ASSIGN TO OWNTAB
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OWN-STATUS.

            SELECT HIST-FILE ASSIGN TO RUNHIST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HIST-STATUS.

            SELECT CTL-FILE ASSIGN TO DYNAMIC WS-CTL-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CTL-STATUS.

            SELECT LIST-FILE ASSIGN TO "CHG.tmp"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LIST-STATUS.

            SELECT RPT-FILE ASSIGN TO CHGRPT
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT EXT-FILE ASSIGN TO CHGEXT
            ORGANIZATION IS LINE SEQUENTIAL.

         DATA DIVISION.

         FILE SECTION.
         FD OWN-FILE.
         01 OWN-RECORD.
            88 OWN-END           VALUE LOW-VALUE.
            05 OWN-TEXT          PIC X(80).

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
            05 FILLER            PIC X(41).

         FD CTL-FILE.
         COPY "CTLTOT.CPY".

         FD LIST-FILE.
         01 LIST-RECORD.
            88 LIST-END          VALUE LOW-VALUE.
            05 LIST-TEXT         PIC X(100).

         FD RPT-FILE.
         01 RPT-RECORD           PIC X(100).

      *
      *    THE FINANCE INTERFACE RECORD - FIXED COLUMNS, UNSIGNED
      *    ZONED FIGURES, THE SHARE AS A PERCENTAGE WITH TWO
      *    IMPLIED DECIMALS.
      *
         FD EXT-FILE.
         01 EXT-RECORD.
            05 CHX-PERIOD        PIC 9(6).
            05 FILLER            PIC X VALUE SPACE.
            05 CHX-DEPT          PIC X(12).
            05 FILLER            PIC X VALUE SPACE.
            05 CHX-COSTCTR       PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 CHX-TYPE          PIC X(5).
            05 FILLER            PIC X VALUE SPACE.
            05 CHX-STEPS         PIC 9(3).
            05 FILLER            PIC X VALUE SPACE.
            05 CHX-RUNS          PIC 9(5).
            05 FILLER            PIC X VALUE SPACE.
            05 CHX-SECS          PIC 9(9).
            05 FILLER            PIC X VALUE SPACE.
            05 CHX-RECS          PIC 9(11).
            05 FILLER            PIC X VALUE SPACE.
            05 CHX-SHARE         PIC 9(3)V99.

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         01 WS-OWN-STATUS        PIC XX.
         01 WS-HIST-STATUS       PIC XX.
         01 WS-CTL-STATUS        PIC XX.
         01 WS-LIST-STATUS       PIC XX.
         01 WS-CTL-NAME          PIC X(100).
         01 WS-CTL-END           PIC X VALUE 'N'.
            88 CTL-END                 VALUE 'Y'.
         01 WS-LIST-COMMAND      PIC X(100).

         01 WS-ASK-PERIOD        PIC X(6).
         01 WS-PERIOD            PIC 9(6) VALUE 0.
         01 WS-TODAY             PIC 9(8).

      *
      *    THE OWNTAB ENTRIES, KEYS UPPERCASED. KIND 3 IS A STEP,
      *    2 A PROGRAM, 1 A DIRECTORY - THE HIGHER KIND WINS.
      *
         01 WS-OWN-COUNT         PIC 99 VALUE 0.
         01 WS-OWN-TABLE.
            05 WS-OWN-ENTRY OCCURS 80.
               10 WS-O-KEY       PIC X(30).
               10 WS-O-KIND      PIC 9.
               10 WS-O-DEPT      PIC X(12).
               10 WS-O-CC        PIC X(8).
         01 WS-PARSE-KEY         PIC X(40).
         01 WS-PARSE-DEPT        PIC X(20).
         01 WS-PARSE-CC          PIC X(20).

      *
      *    ONE SLOT PER STEP SEEN IN THE PERIOD - RUNS AND SECONDS
      *    FROM RUNHIST, RECORDS FROM THE CONTROL TOTALS, EACH WITH
      *    THE RERUN PORTION BESIDE IT.
      *
         01 WS-STEP-COUNT        PIC 99 VALUE 0.
         01 WS-STEP-TABLE.
            05 WS-STEP-ENTRY OCCURS 80.
               10 WS-S-NAME      PIC X(30).
               10 WS-S-DIR       PIC X(20).
               10 WS-S-PGM       PIC X(20).
               10 WS-S-DEPT-IX   PIC 99.
               10 WS-S-RUNS      PIC 9(5).
               10 WS-S-SECS      PIC 9(9).
               10 WS-S-RECS      PIC 9(11).
               10 WS-S-RR-RUNS   PIC 9(5).
               10 WS-S-RR-SECS   PIC 9(9).
               10 WS-S-RR-RECS   PIC 9(11).

      *
      *    THE RERUNS, BY PROGRAM AND RUN-ID, SO THE RECORDS A
      *    RERUN PROCESSED ARE CHARGED WITH IT.
      *
         01 WS-RR-COUNT          PIC 999 VALUE 0.
         01 WS-RR-TABLE.
            05 WS-RR-ENTRY OCCURS 300.
               10 WS-RR-PGM      PIC X(8).
               10 WS-RR-RUN-ID   PIC 9(6).

         01 WS-DEPT-COUNT        PIC 99 VALUE 0.
         01 WS-DEPT-TABLE.
            05 WS-DEPT-ENTRY OCCURS 40.
               10 WS-D-DEPT      PIC X(12).
               10 WS-D-CC        PIC X(8).
               10 WS-D-STEPS     PIC 9(3).
               10 WS-D-RUNS      PIC 9(5).
               10 WS-D-SECS      PIC 9(9).
               10 WS-D-RECS      PIC 9(11).
               10 WS-D-RR-RUNS   PIC 9(5).
               10 WS-D-RR-SECS   PIC 9(9).
               10 WS-D-RR-RECS   PIC 9(11).

         01 WS-TOTAL-RUNS        PIC 9(6) VALUE 0.
         01 WS-TOTAL-SECS        PIC 9(10) VALUE 0.
         01 WS-TOTAL-RECS        PIC 9(12) VALUE 0.
         01 WS-SUITE-RUNS        PIC 9(4) VALUE 0.
         01 WS-SUITE-SECS        PIC 9(10) VALUE 0.
         01 WS-UNOWNED-COUNT     PIC 99 VALUE 0.

         01 WS-FIND-DIR          PIC X(20).
         01 WS-FIND-PGM          PIC X(20).
         01 WS-FIND-STEP         PIC X(30).
         01 WS-UPPER-KEY         PIC X(30).
         01 WS-DIR-KEY           PIC X(30).
         01 WS-BEST-KIND         PIC 9.
         01 WS-BEST-OX           PIC 99.
         01 WS-FIND-DEPT         PIC X(12).
         01 WS-FIND-CC           PIC X(8).
         01 WS-CTL-PGM           PIC X(8).
         01 WS-RERUN-FLAG        PIC 9.
            88 RUN-IS-RERUN            VALUE 1.

         01 SW-FOUND             PIC 9.
            88 ENTRY-FOUND             VALUE 1.
            88 ENTRY-NOT-FOUND         VALUE 0.

         01 WS-SHARE             PIC 9(3)V99.
         01 WS-SHARE-SECS        PIC 9(10).
         01 WS-RX-SLASH          PIC 99.
         01 WS-RX-STAR           PIC 99.
         01 WS-RPT-LINE          PIC X(100).
         01 WS-DEPT-LINE.
            05 WS-DL-DEPT        PIC X(12).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-DL-CC          PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-DL-STEPS       PIC ZZ9.
            05 FILLER            PIC X VALUE SPACE.
            05 WS-DL-RUNS        PIC ZZZZ9.
            05 FILLER            PIC X VALUE SPACE.
            05 WS-DL-SECS        PIC ZZZZZZZZ9.
            05 FILLER            PIC X VALUE SPACE.
            05 WS-DL-RECS        PIC ZZZZZZZZZZ9.
            05 FILLER            PIC X VALUE SPACE.
            05 WS-DL-SHARE       PIC ZZ9.99.
            05 FILLER            PIC X VALUE '%'.
         01 WS-STEP-LINE.
            05 FILLER            PIC X(3) VALUE SPACES.
            05 WS-SL-NAME        PIC X(26).
            05 WS-SL-RUNS        PIC ZZZZ9.
            05 FILLER            PIC X VALUE SPACE.
            05 WS-SL-SECS        PIC ZZZZZZZZ9.
            05 FILLER            PIC X VALUE SPACE.
            05 WS-SL-RECS        PIC ZZZZZZZZZZ9.

         77 OX                   PIC 99.
         77 SX                   PIC 99.
         77 DX                   PIC 99.
         77 RX                   PIC 999.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY00CHG'==
                         ==PFX-SUB== BY =='/day00'==.

            ACCEPT WS-TODAY FROM DATE YYYYMMDD
            DISPLAY 'DAY00CHG - PERIOD YYYYMM (BLANK = CURRENT): '
            MOVE SPACES TO WS-ASK-PERIOD
            ACCEPT WS-ASK-PERIOD
            IF WS-ASK-PERIOD(1:6) NUMERIC
               MOVE WS-ASK-PERIOD TO WS-PERIOD
            ELSE
               MOVE WS-TODAY(1:6) TO WS-PERIOD
            END-IF
            IF WS-PERIOD(5:2) < '01' OR WS-PERIOD(5:2) > '12'
               DISPLAY 'DAY00CHG BAD PERIOD ' WS-PERIOD
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF

            PERFORM LOAD-OWNERSHIP-TABLE
            PERFORM FOLD-RUNTIME-HISTORY
            MOVE '../CTLFILE' TO WS-CTL-NAME
            PERFORM FOLD-CONTROL-FILE
            PERFORM FOLD-CONTROL-ARCHIVES

            IF WS-STEP-COUNT = 0
               DISPLAY 'DAY00CHG NO STEP RUNS OR CONTROL TOTALS IN '
                       'PERIOD ' WS-PERIOD
               STOP RUN
            END-IF

            PERFORM CHARGE-DEPARTMENTS
            PERFORM PRINT-CHARGEBACK
            PERFORM WRITE-FINANCE-EXTRACT

            IF WS-UNOWNED-COUNT > 0
               DISPLAY 'DAY00CHG WARNING - ' WS-UNOWNED-COUNT
                       ' STEP(S) WITH NO OWNER IN OWNTAB, CHARGED '
                       'TO UNASSIGNED'
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF

            STOP RUN.

         LOAD-OWNERSHIP-TABLE SECTION.
            OPEN INPUT OWN-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-OWN-STATUS==
                         ==FS-FILE-NAME== BY =='OWNTAB'==
                         ==FS-PGM==       BY =='DAY00CHG'==.
            READ OWN-FILE
               AT END SET OWN-END TO TRUE
            END-READ
            PERFORM UNTIL OWN-END
               IF OWN-TEXT NOT = SPACES
               AND OWN-TEXT(1:1) NOT = '*'
                  IF WS-OWN-COUNT >= 80
                     DISPLAY 'DAY00CHG WARNING - OWNERSHIP TABLE '
                             'FULL AT 80 ENTRIES; ENTRY DROPPED'
                     IF RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                     END-IF
                  ELSE
                     PERFORM LOAD-ONE-OWNER
                  END-IF
               END-IF
               READ OWN-FILE
                  AT END SET OWN-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE OWN-FILE
            .

         LOAD-ONE-OWNER SECTION.
            MOVE SPACES TO WS-PARSE-KEY
                           WS-PARSE-DEPT
                           WS-PARSE-CC
            UNSTRING OWN-TEXT
               DELIMITED BY ALL SPACE
               INTO WS-PARSE-KEY, WS-PARSE-DEPT, WS-PARSE-CC
            END-UNSTRING
            ADD 1 TO WS-OWN-COUNT
            MOVE WS-PARSE-KEY(1:30) TO WS-O-KEY(WS-OWN-COUNT)
            INSPECT WS-O-KEY(WS-OWN-COUNT) CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            MOVE WS-PARSE-DEPT(1:12) TO WS-O-DEPT(WS-OWN-COUNT)
            MOVE WS-PARSE-CC(1:8)    TO WS-O-CC(WS-OWN-COUNT)
            MOVE 0 TO WS-RX-SLASH
            INSPECT WS-O-KEY(WS-OWN-COUNT)
               TALLYING WS-RX-SLASH FOR ALL '/'
            EVALUATE TRUE
               WHEN WS-RX-SLASH = 0
                  MOVE 2 TO WS-O-KIND(WS-OWN-COUNT)
               WHEN WS-O-KEY(WS-OWN-COUNT) = SPACES
                  MOVE 0 TO WS-O-KIND(WS-OWN-COUNT)
               WHEN OTHER
                  MOVE 3 TO WS-O-KIND(WS-OWN-COUNT)
                  MOVE 0 TO WS-RX-STAR
                  INSPECT WS-O-KEY(WS-OWN-COUNT)
                     TALLYING WS-RX-STAR FOR ALL '/*'
                  IF WS-RX-STAR > 0
                     MOVE 1 TO WS-O-KIND(WS-OWN-COUNT)
                  END-IF
            END-EVALUATE
            .

      *
      *    STEP RECORDS OF THE PERIOD; THE DRIVER'S *SUITE RECORDS
      *    GIVE THE WINDOW THE SUITE AS A WHOLE TOOK, FOR CONTEXT.
      *
         FOLD-RUNTIME-HISTORY SECTION.
            OPEN INPUT HIST-FILE
            IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'DAY00CHG NO RUNHIST - NO STEP RUNS TO CHARGE'
            ELSE
               READ HIST-FILE
                  AT END SET HIST-END TO TRUE
               END-READ
               PERFORM UNTIL HIST-END
                  IF HST-DATE NUMERIC
                  AND HST-DATE(1:6) = WS-PERIOD
                  AND HST-SECS NUMERIC
                     IF HST-STEP(1:1) = '*'
                        IF HST-STEP = '*SUITE'
                           ADD 1 TO WS-SUITE-RUNS
                           ADD HST-SECS TO WS-SUITE-SECS
                        END-IF
                     ELSE
                        PERFORM FOLD-ONE-STEP-RUN
                     END-IF
                  END-IF
                  READ HIST-FILE
                     AT END SET HIST-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE HIST-FILE
            END-IF
            .

         FOLD-ONE-STEP-RUN SECTION.
            MOVE HST-STEP TO WS-FIND-STEP
            MOVE SPACES TO WS-FIND-DIR
                           WS-FIND-PGM
            UNSTRING HST-STEP
               DELIMITED BY '/'
               INTO WS-FIND-DIR, WS-FIND-PGM
            END-UNSTRING
            INSPECT WS-FIND-DIR CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            INSPECT WS-FIND-PGM CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            PERFORM FIND-STEP-SLOT
            IF SX > 0
               MOVE 0 TO WS-RERUN-FLAG
               IF HST-OVERRIDE = 'F'
               OR HST-RUN-RESTART = 'Y'
                  SET RUN-IS-RERUN TO TRUE
               END-IF
               ADD 1        TO WS-S-RUNS(SX)
               ADD HST-SECS TO WS-S-SECS(SX)
               IF RUN-IS-RERUN
                  ADD 1        TO WS-S-RR-RUNS(SX)
                  ADD HST-SECS TO WS-S-RR-SECS(SX)
                  IF WS-RR-COUNT >= 300
                     DISPLAY 'DAY00CHG WARNING - RERUN TABLE FULL '
                             'AT 300; RECORDS OF RUN ' HST-RUN-ID
                             ' NOT SEPARATED'
                     IF RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                     END-IF
                  ELSE
                     ADD 1 TO WS-RR-COUNT
                     MOVE WS-FIND-PGM(1:8)
                        TO WS-RR-PGM(WS-RR-COUNT)
                     MOVE HST-RUN-ID TO WS-RR-RUN-ID(WS-RR-COUNT)
                  END-IF
               END-IF
            END-IF
            .

      *
      *    THE STEP SLOT FOR WS-FIND-DIR/WS-FIND-PGM, MATCHED ON THE
      *    UPPERCASED PROGRAM; A NEW SLOT IS OPENED FOR A STEP NOT
      *    YET SEEN. SX IS ZERO IF THE TABLE IS FULL.
      *
         FIND-STEP-SLOT SECTION.
            SET ENTRY-NOT-FOUND TO TRUE
            PERFORM VARYING SX FROM 1 BY 1
                        UNTIL SX > WS-STEP-COUNT OR ENTRY-FOUND
               IF WS-S-PGM(SX) = WS-FIND-PGM
                  SET ENTRY-FOUND TO TRUE
                  SUBTRACT 1 FROM SX
               END-IF
            END-PERFORM
            IF ENTRY-NOT-FOUND
               IF WS-STEP-COUNT >= 80
                  DISPLAY 'DAY00CHG WARNING - STEP TABLE FULL AT 80 '
                          'ENTRIES; ' WS-FIND-STEP ' NOT CHARGED'
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
                  MOVE 0 TO SX
               ELSE
                  ADD 1 TO WS-STEP-COUNT
                  MOVE WS-STEP-COUNT TO SX
                  MOVE WS-FIND-STEP TO WS-S-NAME(SX)
                  MOVE WS-FIND-DIR  TO WS-S-DIR(SX)
                  MOVE WS-FIND-PGM  TO WS-S-PGM(SX)
                  MOVE 0 TO WS-S-DEPT-IX(SX)
                            WS-S-RUNS(SX)
                            WS-S-SECS(SX)
                            WS-S-RECS(SX)
                            WS-S-RR-RUNS(SX)
                            WS-S-RR-SECS(SX)
                            WS-S-RR-RECS(SX)
               END-IF
            END-IF
            .

         FOLD-CONTROL-FILE SECTION.
            OPEN INPUT CTL-FILE
            IF WS-CTL-STATUS = '00'
               MOVE 'N' TO WS-CTL-END
               READ CTL-FILE
                  AT END MOVE 'Y' TO WS-CTL-END
               END-READ
               PERFORM UNTIL CTL-END
                  IF CTL-RUN-DATE NUMERIC
                  AND CTL-RUN-DATE(1:6) = WS-PERIOD
                  AND CTL-LABEL NOT = 'START'
                  AND CTL-PROGRAM(1:1) NOT = '*'
                  AND CTL-IN-COUNT NUMERIC
                     PERFORM FOLD-ONE-CONTROL-TOTAL
                  END-IF
                  READ CTL-FILE
                     AT END MOVE 'Y' TO WS-CTL-END
                  END-READ
               END-PERFORM
               CLOSE CTL-FILE
            END-IF
            .

      *
      *    A PROGRAM WITH NO RUNHIST STEP (A MANUAL RUN OUTSIDE THE
      *    DRIVER) STILL CHARGES ITS RECORDS, UNDER ITS DAY
      *    DIRECTORY, WHICH IS THE FIRST FIVE CHARACTERS OF ITS
      *    NAME.
      *
         FOLD-ONE-CONTROL-TOTAL SECTION.
            MOVE CTL-PROGRAM TO WS-CTL-PGM
            INSPECT WS-CTL-PGM CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            MOVE SPACES TO WS-FIND-DIR
                           WS-FIND-PGM
                           WS-FIND-STEP
            MOVE WS-CTL-PGM      TO WS-FIND-PGM
            MOVE WS-CTL-PGM(1:5) TO WS-FIND-DIR
            STRING WS-CTL-PGM(1:5) '/' WS-CTL-PGM
               DELIMITED BY SPACE INTO WS-FIND-STEP
            END-STRING
            INSPECT WS-FIND-STEP CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
            PERFORM FIND-STEP-SLOT
            IF SX > 0
               ADD CTL-IN-COUNT TO WS-S-RECS(SX)
               IF CTL-RUN-ID NUMERIC
                  PERFORM VARYING RX FROM 1 BY 1
                              UNTIL RX > WS-RR-COUNT
                     IF WS-RR-PGM(RX) = WS-CTL-PGM
                     AND WS-RR-RUN-ID(RX) = CTL-RUN-ID
                        ADD CTL-IN-COUNT TO WS-S-RR-RECS(SX)
                        COMPUTE RX = WS-RR-COUNT
                     END-IF
                  END-PERFORM
               END-IF
            END-IF
            .

      *
      *    EVERY CTLARCH GENERATION THE ROLLOVER HAS CUT - A PERIOD
      *    MAY SPAN THE CURRENT FILE AND ONE OR MORE ARCHIVES.
      *
         FOLD-CONTROL-ARCHIVES SECTION.
            MOVE 'ls ../CTLARCH.* 2>/dev/null > CHG.tmp'
               TO WS-LIST-COMMAND
            CALL 'SYSTEM' USING WS-LIST-COMMAND
            END-CALL
            MOVE 0 TO RETURN-CODE
            OPEN INPUT LIST-FILE
            IF WS-LIST-STATUS = '00'
               READ LIST-FILE
                  AT END SET LIST-END TO TRUE
               END-READ
               PERFORM UNTIL LIST-END
                  IF LIST-TEXT NOT = SPACES
                     MOVE LIST-TEXT TO WS-CTL-NAME
                     PERFORM FOLD-CONTROL-FILE
                  END-IF
                  READ LIST-FILE
                     AT END SET LIST-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE LIST-FILE
            END-IF
            MOVE 'rm -f CHG.tmp' TO WS-LIST-COMMAND
            CALL 'SYSTEM' USING WS-LIST-COMMAND
            END-CALL
            MOVE 0 TO RETURN-CODE
            .

      *
      *    EACH STEP GOES TO THE OWNER OF ITS BEST OWNTAB MATCH -
      *    STEP, THEN PROGRAM, THEN DIRECTORY.
      *
         CHARGE-DEPARTMENTS SECTION.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-STEP-COUNT
               MOVE 0 TO WS-BEST-KIND
               MOVE 0 TO WS-BEST-OX
               MOVE WS-S-NAME(SX) TO WS-UPPER-KEY
               INSPECT WS-UPPER-KEY CONVERTING
                  'abcdefghijklmnopqrstuvwxyz' TO
                  'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE SPACES TO WS-DIR-KEY
               STRING WS-S-DIR(SX) DELIMITED BY SPACE
                      '/*'         DELIMITED BY SIZE
                  INTO WS-DIR-KEY
               END-STRING
               PERFORM VARYING OX FROM 1 BY 1
                           UNTIL OX > WS-OWN-COUNT
                  EVALUATE WS-O-KIND(OX)
                     WHEN 3
                        IF WS-O-KEY(OX) = WS-UPPER-KEY
                           MOVE 3  TO WS-BEST-KIND
                           MOVE OX TO WS-BEST-OX
                        END-IF
                     WHEN 2
                        IF WS-O-KEY(OX) = WS-S-PGM(SX)
                        AND WS-BEST-KIND < 2
                           MOVE 2  TO WS-BEST-KIND
                           MOVE OX TO WS-BEST-OX
                        END-IF
                     WHEN 1
                        IF WS-O-KEY(OX) = WS-DIR-KEY
                        AND WS-BEST-KIND < 1
                           MOVE 1  TO WS-BEST-KIND
                           MOVE OX TO WS-BEST-OX
                        END-IF
                  END-EVALUATE
               END-PERFORM

               IF WS-BEST-OX = 0
                  MOVE 'UNASSIGNED' TO WS-FIND-DEPT
                  MOVE SPACES       TO WS-FIND-CC
                  ADD 1 TO WS-UNOWNED-COUNT
                  DISPLAY 'DAY00CHG NO OWNER FOR ' WS-S-NAME(SX)
               ELSE
                  MOVE WS-O-DEPT(WS-BEST-OX) TO WS-FIND-DEPT
                  MOVE WS-O-CC(WS-BEST-OX)   TO WS-FIND-CC
               END-IF
               PERFORM FIND-DEPARTMENT-SLOT
               MOVE DX TO WS-S-DEPT-IX(SX)
               IF DX > 0
                  ADD 1                 TO WS-D-STEPS(DX)
                  ADD WS-S-RUNS(SX)     TO WS-D-RUNS(DX)
                  ADD WS-S-SECS(SX)     TO WS-D-SECS(DX)
                  ADD WS-S-RECS(SX)     TO WS-D-RECS(DX)
                  ADD WS-S-RR-RUNS(SX)  TO WS-D-RR-RUNS(DX)
                  ADD WS-S-RR-SECS(SX)  TO WS-D-RR-SECS(DX)
                  ADD WS-S-RR-RECS(SX)  TO WS-D-RR-RECS(DX)
               END-IF
               ADD WS-S-RUNS(SX) TO WS-TOTAL-RUNS
               ADD WS-S-SECS(SX) TO WS-TOTAL-SECS
               ADD WS-S-RECS(SX) TO WS-TOTAL-RECS
            END-PERFORM
            .

      *
      *    A DEPARTMENT IS KEYED BY NAME AND COST CENTRE TOGETHER, SO
      *    ONE DEPARTMENT BILLED TO TWO COST CENTRES GETS TWO LINES.
      *
         FIND-DEPARTMENT-SLOT SECTION.
            SET ENTRY-NOT-FOUND TO TRUE
            PERFORM VARYING DX FROM 1 BY 1
                        UNTIL DX > WS-DEPT-COUNT OR ENTRY-FOUND
               IF WS-D-DEPT(DX) = WS-FIND-DEPT
               AND WS-D-CC(DX) = WS-FIND-CC
                  SET ENTRY-FOUND TO TRUE
                  SUBTRACT 1 FROM DX
               END-IF
            END-PERFORM
            IF ENTRY-NOT-FOUND
               IF WS-DEPT-COUNT >= 40
                  DISPLAY 'DAY00CHG WARNING - DEPARTMENT TABLE FULL '
                          'AT 40; ' WS-FIND-DEPT ' NOT CHARGED'
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
                  MOVE 0 TO DX
               ELSE
                  ADD 1 TO WS-DEPT-COUNT
                  MOVE WS-DEPT-COUNT TO DX
                  MOVE WS-FIND-DEPT TO WS-D-DEPT(DX)
                  MOVE WS-FIND-CC   TO WS-D-CC(DX)
                  MOVE 0 TO WS-D-STEPS(DX)
                            WS-D-RUNS(DX)
                            WS-D-SECS(DX)
                            WS-D-RECS(DX)
                            WS-D-RR-RUNS(DX)
                            WS-D-RR-SECS(DX)
                            WS-D-RR-RECS(DX)
               END-IF
            END-IF
            .

         PRINT-CHARGEBACK SECTION.
            OPEN OUTPUT RPT-FILE
            MOVE SPACES TO WS-RPT-LINE
            STRING 'DAY00CHG BATCH CHARGEBACK FOR PERIOD ' WS-PERIOD
                   ' - ' WS-TOTAL-RUNS ' STEP RUNS, '
                   WS-TOTAL-SECS ' STEP SECONDS'
               DELIMITED BY SIZE INTO WS-RPT-LINE
            END-STRING
            PERFORM PUT-REPORT-LINE
            MOVE SPACES TO WS-RPT-LINE
            STRING 'SUITE WINDOW ' WS-SUITE-SECS ' SECONDS OVER '
                   WS-SUITE-RUNS ' DRIVER RUN(S); SHARE IS OF THE '
                   'STEP SECONDS'
               DELIMITED BY SIZE INTO WS-RPT-LINE
            END-STRING
            PERFORM PUT-REPORT-LINE
            MOVE SPACES TO WS-RPT-LINE
            PERFORM PUT-REPORT-LINE
            MOVE 'DEPARTMENT   COSTCTR  STEPS  RUNS   SECONDS     '
               & '  RECORDS   SHARE' TO WS-RPT-LINE
            PERFORM PUT-REPORT-LINE

            PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > WS-DEPT-COUNT
               MOVE SPACES TO WS-RPT-LINE
               PERFORM PUT-REPORT-LINE
               MOVE WS-D-DEPT(DX)  TO WS-DL-DEPT
               MOVE WS-D-CC(DX)    TO WS-DL-CC
               MOVE WS-D-STEPS(DX) TO WS-DL-STEPS
               MOVE WS-D-RUNS(DX)  TO WS-DL-RUNS
               MOVE WS-D-SECS(DX)  TO WS-DL-SECS
               MOVE WS-D-RECS(DX)  TO WS-DL-RECS
               MOVE WS-D-SECS(DX)  TO WS-SHARE-SECS
               PERFORM COMPUTE-SHARE
               MOVE WS-SHARE       TO WS-DL-SHARE
               MOVE WS-DEPT-LINE   TO WS-RPT-LINE
               PERFORM PUT-REPORT-LINE

               PERFORM VARYING SX FROM 1 BY 1
                           UNTIL SX > WS-STEP-COUNT
                  IF WS-S-DEPT-IX(SX) = DX
                     MOVE SPACES         TO WS-STEP-LINE
                     MOVE WS-S-NAME(SX)  TO WS-SL-NAME
                     MOVE WS-S-RUNS(SX)  TO WS-SL-RUNS
                     MOVE WS-S-SECS(SX)  TO WS-SL-SECS
                     MOVE WS-S-RECS(SX)  TO WS-SL-RECS
                     MOVE WS-STEP-LINE   TO WS-RPT-LINE
                     PERFORM PUT-REPORT-LINE
                  END-IF
               END-PERFORM

               IF WS-D-RR-RUNS(DX) > 0
                  MOVE SPACES           TO WS-STEP-LINE
                  MOVE 'RERUNS (FORCE/RESTART)' TO WS-SL-NAME
                  MOVE WS-D-RR-RUNS(DX) TO WS-SL-RUNS
                  MOVE WS-D-RR-SECS(DX) TO WS-SL-SECS
                  MOVE WS-D-RR-RECS(DX) TO WS-SL-RECS
                  MOVE WS-STEP-LINE     TO WS-RPT-LINE
                  PERFORM PUT-REPORT-LINE
               END-IF
            END-PERFORM
            CLOSE RPT-FILE
            .

      *
      *    SHARE OF THE PERIOD'S STEP SECONDS, TO TWO DECIMALS.
      *
         COMPUTE-SHARE SECTION.
            IF WS-TOTAL-SECS = 0
               MOVE 0 TO WS-SHARE
            ELSE
               COMPUTE WS-SHARE ROUNDED
                  = WS-SHARE-SECS * 100 / WS-TOTAL-SECS
            END-IF
            .

         PUT-REPORT-LINE SECTION.
            DISPLAY WS-RPT-LINE
            MOVE WS-RPT-LINE TO RPT-RECORD
            WRITE RPT-RECORD
            .

      *
      *    BATCH IS THE DEPARTMENT'S RUNS LESS ITS RERUNS; RERUN IS
      *    WRITTEN ONLY WHERE THERE WERE ANY. TOGETHER THEY ADD UP
      *    TO THE REPORT'S FIGURES.
      *
         WRITE-FINANCE-EXTRACT SECTION.
            OPEN OUTPUT EXT-FILE
            MOVE SPACES TO EXT-RECORD
            STRING '*CHG ' WS-PERIOD ' ' WS-TODAY
               DELIMITED BY SIZE INTO EXT-RECORD
            END-STRING
            WRITE EXT-RECORD

            PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > WS-DEPT-COUNT
               MOVE SPACES         TO EXT-RECORD
               MOVE WS-PERIOD      TO CHX-PERIOD
               MOVE WS-D-DEPT(DX)  TO CHX-DEPT
               MOVE WS-D-CC(DX)    TO CHX-COSTCTR
               MOVE 'BATCH'        TO CHX-TYPE
               MOVE WS-D-STEPS(DX) TO CHX-STEPS
               COMPUTE CHX-RUNS = WS-D-RUNS(DX) - WS-D-RR-RUNS(DX)
               COMPUTE CHX-SECS = WS-D-SECS(DX) - WS-D-RR-SECS(DX)
               COMPUTE CHX-RECS = WS-D-RECS(DX) - WS-D-RR-RECS(DX)
               MOVE CHX-SECS       TO WS-SHARE-SECS
               PERFORM COMPUTE-SHARE
               MOVE WS-SHARE       TO CHX-SHARE
               WRITE EXT-RECORD

               IF WS-D-RR-RUNS(DX) > 0
                  MOVE 'RERUN'          TO CHX-TYPE
                  MOVE WS-D-RR-RUNS(DX) TO CHX-RUNS
                  MOVE WS-D-RR-SECS(DX) TO CHX-SECS
                  MOVE WS-D-RR-RECS(DX) TO CHX-RECS
                  MOVE WS-D-RR-SECS(DX) TO WS-SHARE-SECS
                  PERFORM COMPUTE-SHARE
                  MOVE WS-SHARE         TO CHX-SHARE
                  WRITE EXT-RECORD
               END-IF
            END-PERFORM
            CLOSE EXT-FILE
            DISPLAY 'DAY00CHG ' WS-DEPT-COUNT ' DEPARTMENT(S) '
                    'WRITTEN TO CHGEXT'
            .
