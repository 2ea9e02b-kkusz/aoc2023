         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY02SMP.

      *
      *    AUDIT SAMPLE SELECTION FOR THE DAY02 GAMES FEED. THE
      *    AUDITORS WANT PROOF THAT THE FEED MATCHES WHAT WAS
      *    PHYSICALLY DRAWN, AND THERE WAS NO SAMPLING PROCESS TO
      *    GIVE THEM. EACH NIGHT THIS STEP DRAWS A RANDOM SAMPLE OF
      *    GAME NUMBERS FROM INPFILE AND WRITES THE RECOUNT
      *    WORKSHEET RCTWORK - ONE LINE PER SET OF EVERY SAMPLED
      *    GAME, GAME AND SET NUMBER FILLED IN, THE RED/GREEN/BLUE
      *    COLUMNS LEFT BLANK FOR THE AUDITORS TO KEY THE PHYSICAL
      *    RECOUNT INTO. THE KEYED WORKSHEET COMES BACK AS RCTFILE
      *    FOR DAY02RCN TO RECONCILE AGAINST THE FEED.
      *
      *    THE SAMPLE SIZE (AND OPTIONALLY THE SEED) COMES FROM THE
      *    FIRST LINE OF SMPPARM, 'SIZE [SEED]'; WITHOUT SMPPARM
      *    TEN GAMES ARE SAMPLED. WITHOUT A SEED THE RUN DATE IS
      *    THE SEED. THE DRAW IS A PARK-MILLER MINIMAL-STANDARD
      *    GENERATOR WORKED BY HAND, SO THE SAME FEED AND THE SAME
      *    SEED ALWAYS GIVE THE SAME SAMPLE - AN AUDITOR CAN RERUN
      *    ANY NIGHT'S DRAW FROM THE SEED KEPT ON THE HISTORY.
      *
      *    EVERY SAMPLED GAME IS APPENDED TO THE SMPHIST AUDIT
      *    HISTORY AS SAMPLED, WITH THE SEED AND SAMPLE SIZE;
      *    DAY02RCN APPENDS EACH GAME'S RECOUNT OUTCOME BEHIND IT,
      *    SO THE QUARTERLY AUDIT READS ONE FILE.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT INPUT-FILE ASSIGN TO INPFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INP-STATUS.

            SELECT PARM-FILE ASSIGN TO SMPPARM
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.

            SELECT WORK-FILE ASSIGN TO RCTWORK
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT HIST-FILE ASSIGN TO SMPHIST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HIST-STATUS.

         DATA DIVISION.

         FILE SECTION.
         FD INPUT-FILE.
         01 INPUT-RECORD.
            88 INPUT-END        VALUE LOW-VALUE.
            05 INPUT-TEXT       PIC X(200).

         FD PARM-FILE.
         01 PARM-RECORD.
            88 PARM-END         VALUE LOW-VALUE.
            05 PARM-TEXT        PIC X(40).

      *
      *    ONE WORKSHEET LINE PER SET - THE RECOUNT COLUMNS ARE
      *    LEFT BLANK FOR KEYING.
      *
         FD WORK-FILE.
         01 WORK-RECORD.
            05 WRK-GAME-NO       PIC 999.
            05 FILLER            PIC X.
            05 WRK-SET-NO        PIC 99.
            05 FILLER            PIC X.
            05 WRK-RED           PIC X(3).
            05 FILLER            PIC X.
            05 WRK-GREEN         PIC X(3).
            05 FILLER            PIC X.
            05 WRK-BLUE          PIC X(3).
            05 FILLER            PIC X(41).

         FD HIST-FILE.
         COPY "DAY02SMH.CPY".

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         77 WS-KEEP-RC           PIC S9(9) VALUE 0.

         COPY "EXCLOG.CPY".
         COPY "SCRUBDAT.CPY".
         COPY "RUNSTMP.CPY".

         01 WS-INP-STATUS        PIC XX.
         01 WS-PARM-STATUS       PIC XX.
         01 WS-HIST-STATUS       PIC XX.

         01 WS-RECORD            PIC X(200).

         COPY "DAY02GAM.CPY".

         01 WS-DQ-COUNT          PIC 99.
         01 WS-DQ-TABLE.
            05 WS-DQ-ENTRY OCCURS 10.
               10 WS-DQ-SET-NO   PIC 99.
               10 WS-DQ-TEXT     PIC X(100).

         01 WS-SAMPLE-SIZE       PIC 9(4) VALUE 10.
         01 WS-PARM-SIZE         PIC X(6).
         01 WS-PARM-SEED         PIC X(12).

      *
      *    PARK-MILLER MINIMAL STANDARD - SEED = SEED * 16807 MOD
      *    (2**31 - 1). THE PRODUCT NEVER PASSES 15 DIGITS.
      *
         01 WS-SEED              PIC 9(10).
         01 WS-FIRST-SEED        PIC 9(10).
         01 WS-RNG-PRODUCT       PIC 9(15).
         01 WS-RNG-QUOT          PIC 9(15).
         77 WS-RNG-MULT          PIC 9(5) VALUE 16807.
         77 WS-RNG-MOD           PIC 9(10) VALUE 2147483647.

         01 WS-NUMBER-VALUE      PIC 9(10).
         01 WS-NUMBER-DIGIT      PIC 9.
         01 WS-NUMBER-CHAR REDEFINES WS-NUMBER-DIGIT PIC X.

         01 WS-FEED-COUNT        PIC 9(4) VALUE 0.
         01 WS-FEED-TABLE.
            05 WS-FEED-ENTRY OCCURS 1000.
               10 WS-F-GAME      PIC 999.
               10 WS-F-SETS      PIC 99.
         01 WS-SAVE-FEED         PIC X(5).

         01 WS-PICK-OFFSET       PIC 9(4).

         77 FX                   PIC 9(4).
         77 FX2                  PIC 9(4).
         77 IX                   PIC 99.
         77 CX                   PIC 99.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY02SMP'==
                         ==PFX-SUB== BY =='/day02'==.

            COPY "RUNSTMPP.CPY".
            MOVE WS-STAMP-DATE TO WS-SEED
            PERFORM READ-SAMPLE-PARM
            IF WS-SEED = 0
               MOVE 1 TO WS-SEED
            END-IF
            MOVE WS-SEED TO WS-FIRST-SEED

            PERFORM LOAD-FEED-GAMES
            IF WS-SAMPLE-SIZE > WS-FEED-COUNT
               DISPLAY 'DAY02SMP SAMPLE SIZE ' WS-SAMPLE-SIZE
                       ' EXCEEDS THE ' WS-FEED-COUNT
                       ' GAME(S) ON THE FEED - EVERY GAME SAMPLED'
               MOVE WS-FEED-COUNT TO WS-SAMPLE-SIZE
            END-IF

            PERFORM DRAW-SAMPLE
            PERFORM SORT-SAMPLE-BY-GAME
            PERFORM WRITE-WORKSHEET
            PERFORM APPEND-SAMPLE-HISTORY

            DISPLAY 'DAY02SMP ' WS-SAMPLE-SIZE ' OF ' WS-FEED-COUNT
                    ' GAME(S) SAMPLED WITH SEED ' WS-FIRST-SEED
                    ' - WORKSHEET WRITTEN TO RCTWORK'

            STOP RUN.

         READ-SAMPLE-PARM SECTION.
            OPEN INPUT PARM-FILE
            IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                  AT END SET PARM-END TO TRUE
               END-READ
               IF NOT PARM-END
               AND PARM-TEXT(1:1) NUMERIC
                  MOVE SPACES TO WS-PARM-SIZE WS-PARM-SEED
                  UNSTRING PARM-TEXT
                     DELIMITED BY ALL SPACE
                     INTO WS-PARM-SIZE, WS-PARM-SEED
                  END-UNSTRING
                  MOVE 0 TO WS-NUMBER-VALUE
                  PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 6
                     MOVE WS-PARM-SIZE(CX:1) TO WS-NUMBER-CHAR
                     IF WS-NUMBER-CHAR NUMERIC
                        COMPUTE WS-NUMBER-VALUE =
                           WS-NUMBER-VALUE * 10 + WS-NUMBER-DIGIT
                     END-IF
                  END-PERFORM
                  IF WS-NUMBER-VALUE > 0 AND WS-NUMBER-VALUE < 1001
                     MOVE WS-NUMBER-VALUE TO WS-SAMPLE-SIZE
                  END-IF
                  IF WS-PARM-SEED(1:1) NUMERIC
                     MOVE 0 TO WS-NUMBER-VALUE
                     PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 10
                        MOVE WS-PARM-SEED(CX:1) TO WS-NUMBER-CHAR
                        IF WS-NUMBER-CHAR NUMERIC
                           COMPUTE WS-NUMBER-VALUE =
                              WS-NUMBER-VALUE * 10 + WS-NUMBER-DIGIT
                        END-IF
                     END-PERFORM
                     DIVIDE WS-NUMBER-VALUE BY WS-RNG-MOD
                        GIVING WS-RNG-QUOT
                        REMAINDER WS-SEED
                  END-IF
               END-IF
               CLOSE PARM-FILE
            END-IF
            .

      *
      *    EVERY GAME ON THE FEED, IN FEED ORDER, WITH ITS SET
      *    COUNT FOR THE WORKSHEET. THE LIMIT LINE AND ANY BATCH
      *    CONTROL RECORDS ARE NOT GAMES.
      *
         LOAD-FEED-GAMES SECTION.
            OPEN INPUT INPUT-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-INP-STATUS==
                         ==FS-FILE-NAME== BY =='INPFILE'==
                         ==FS-PGM==       BY =='DAY02SMP'==.

      *
      *    FIRST RECORD PAST ANY *HDR IS THE PART PROGRAMS' OWN
      *    LIMIT LINE - SKIPPED, IT IS NOT A GAME.
      *
            PERFORM READ-INPUT-RECORD

            PERFORM READ-INPUT-RECORD
            PERFORM UNTIL INPUT-END
               IF INPUT-TEXT NOT = SPACES
               AND INPUT-TEXT(1:1) NOT = '*'
                  MOVE INPUT-TEXT TO WS-RECORD
                  COPY "SCRUBCHK.CPY"
                     REPLACING ==SCR-FIELD== BY WS-RECORD
                               ==SCR-LEN==   BY 200
                               ==SCR-PGM==   BY 'DAY02SMP'.
                  IF RETURN-CODE > WS-KEEP-RC
                     MOVE RETURN-CODE TO WS-KEEP-RC
                  END-IF
                  CALL 'DAY02PR' USING WS-RECORD, WS-PARSED, WS-GAME,
                                        WS-DQ-COUNT, WS-DQ-TABLE
                  END-CALL
                  IF WS-KEEP-RC > RETURN-CODE
                     MOVE WS-KEEP-RC TO RETURN-CODE
                  END-IF
                  PERFORM ADD-FEED-GAME
               END-IF
               PERFORM READ-INPUT-RECORD
            END-PERFORM
            CLOSE INPUT-FILE
            .

         READ-INPUT-RECORD SECTION.
            READ INPUT-FILE
               AT END SET INPUT-END TO TRUE
            END-READ
            PERFORM UNTIL INPUT-END
                         OR (INPUT-TEXT(1:5) NOT = '*HDR '
                             AND INPUT-TEXT(1:5) NOT = '*TRL ')
               READ INPUT-FILE
                  AT END SET INPUT-END TO TRUE
               END-READ
            END-PERFORM
            .

         ADD-FEED-GAME SECTION.
            IF WS-FEED-COUNT >= 1000
               DISPLAY 'DAY02SMP WARNING - GAME TABLE FULL AT 1000 '
                       'GAMES; GAME ' WS-GAME-NUMBER
                       ' NOT ELIGIBLE FOR THE SAMPLE'
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            ELSE
               ADD 1 TO WS-FEED-COUNT
               MOVE WS-GAME-NUMBER TO WS-F-GAME(WS-FEED-COUNT)
               MOVE 0 TO WS-F-SETS(WS-FEED-COUNT)
               PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 10
                  IF WS-SETS-STR(IX) NOT = SPACES
                     MOVE IX TO WS-F-SETS(WS-FEED-COUNT)
                  END-IF
               END-PERFORM
            END-IF
            .

      *
      *    A PARTIAL SHUFFLE - EACH DRAW SWAPS A RANDOMLY CHOSEN
      *    GAME FROM THE UNDRAWN REMAINDER INTO THE NEXT SAMPLE
      *    SLOT, SO THE FIRST SAMPLE-SIZE ENTRIES END UP THE SAMPLE
      *    AND NO GAME IS DRAWN TWICE.
      *
         DRAW-SAMPLE SECTION.
            PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > WS-SAMPLE-SIZE
               COMPUTE WS-RNG-PRODUCT = WS-SEED * WS-RNG-MULT
               DIVIDE WS-RNG-PRODUCT BY WS-RNG-MOD
                  GIVING WS-RNG-QUOT
                  REMAINDER WS-SEED
               COMPUTE WS-NUMBER-VALUE = WS-FEED-COUNT - FX + 1
               DIVIDE WS-SEED BY WS-NUMBER-VALUE
                  GIVING WS-RNG-QUOT
                  REMAINDER WS-PICK-OFFSET
               COMPUTE FX2 = FX + WS-PICK-OFFSET
               IF FX2 NOT = FX
                  MOVE WS-FEED-ENTRY(FX)  TO WS-SAVE-FEED
                  MOVE WS-FEED-ENTRY(FX2) TO WS-FEED-ENTRY(FX)
                  MOVE WS-SAVE-FEED       TO WS-FEED-ENTRY(FX2)
               END-IF
            END-PERFORM
            .

         SORT-SAMPLE-BY-GAME SECTION.
            PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > WS-SAMPLE-SIZE
               PERFORM VARYING FX2 FROM FX BY 1
                           UNTIL FX2 > WS-SAMPLE-SIZE
                  IF WS-F-GAME(FX2) < WS-F-GAME(FX)
                     MOVE WS-FEED-ENTRY(FX)  TO WS-SAVE-FEED
                     MOVE WS-FEED-ENTRY(FX2) TO WS-FEED-ENTRY(FX)
                     MOVE WS-SAVE-FEED       TO WS-FEED-ENTRY(FX2)
                  END-IF
               END-PERFORM
            END-PERFORM
            .

         WRITE-WORKSHEET SECTION.
            OPEN OUTPUT WORK-FILE
            MOVE WS-RUN-STAMP TO WORK-RECORD
            WRITE WORK-RECORD
            MOVE '* GAME SET RED GREEN BLUE - KEY THE RECOUNT'
               TO WORK-RECORD
            WRITE WORK-RECORD
            PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > WS-SAMPLE-SIZE
               PERFORM VARYING IX FROM 1 BY 1
                           UNTIL IX > WS-F-SETS(FX)
                  MOVE SPACES        TO WORK-RECORD
                  MOVE WS-F-GAME(FX) TO WRK-GAME-NO
                  MOVE IX            TO WRK-SET-NO
                  WRITE WORK-RECORD
               END-PERFORM
            END-PERFORM
            CLOSE WORK-FILE
            .

         APPEND-SAMPLE-HISTORY SECTION.
            OPEN EXTEND HIST-FILE
            IF WS-HIST-STATUS NOT = '00'
               OPEN OUTPUT HIST-FILE
            END-IF
            PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > WS-SAMPLE-SIZE
               MOVE SPACES          TO SMH-RECORD
               MOVE WS-STAMP-DATE   TO SMH-SAMPLE-DATE
               MOVE WS-STAMP-DATE   TO SMH-EVENT-DATE
               MOVE WS-F-GAME(FX)   TO SMH-GAME-NO
               MOVE 'SAMPLED'       TO SMH-OUTCOME
               STRING 'SEED ' WS-FIRST-SEED
                      ' SIZE ' WS-SAMPLE-SIZE
                      ' OF ' WS-FEED-COUNT
                  DELIMITED BY SIZE INTO SMH-DETAIL
               END-STRING
               WRITE SMH-RECORD
            END-PERFORM
            CLOSE HIST-FILE
            .
