         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY00PAR.

      *
      *    PARALLEL-RUN RECONCILIATION. A NEW COMPILER, A CHANGED
      *    COPYBOOK OR A NEW DICTFILE RUNS FOR A WEEK IN A DAYPREFIX
      *    TEST TREE BEFORE IT GOES LIVE, AND THE TEST CTLFILE USED
      *    TO BE HELD UP AGAINST PRODUCTION BY EYE. THIS UTILITY
      *    TAKES THE TEST TREE'S PREFIX, THE PRODUCTION TREE'S
      *    (BLANK FOR THE TREE IT RUNS IN) AND A RUN-DATE RANGE FROM
      *    THE CONSOLE, READS EACH TREE'S CONTROL TOTALS FOR THE
      *    RANGE - THE CURRENT CTLFILE AND ANY CTLARCH GENERATION
      *    CUT SINCE THE FIRST DATE, SO A WEEK ACROSS A MONTH-END
      *    ROLLOVER IS STILL WHOLE - AND PAIRS THE RECORDS BY
      *    PROGRAM, LABEL AND RUN DATE (A STEP RUN TWICE IN A NIGHT
      *    IS TAKEN AT ITS LATER RECORD). PARRPT LISTS, NIGHT BY
      *    NIGHT, EVERY PAIR WHOSE ANSWER OR IN-COUNT DIFFERS WITH
      *    BOTH FIGURES, EVERY PAIR PRESENT IN ONE TREE BUT NOT THE
      *    OTHER, AND A LINE PER NIGHT SAYING WHETHER IT WAS CLEAN.
      *    ANY DIFFERENCE ENDS THE RUN WITH RETURN CODE 4; A TREE
      *    WITHOUT A CTLFILE, RETURN CODE 12.
      *
      *    EACH NIGHT COMPARED IS APPENDED TO PARHIST UNDER THE TWO
      *    PREFIXES, SO THE CLEAN-NIGHT COUNT RUNS ON ACROSS
      *    COMPARES: THE LATEST RESULT FOR A NIGHT STANDS, AND THE
      *    RUN OF CONSECUTIVE CLEAN NIGHTS COUNTS BACK FROM THE
      *    LATEST NIGHT COMPARED. ONCE IT REACHES THE AGREED NUMBER
      *    (PARPARMS, ONE LINE, DEFAULT 5) THE OPERATOR MAY RECORD
      *    THE SIGN-OFF TO PROMOTE: DAY00AUT MUST GRANT DAY00PAR TO
      *    THE SIGNED-ON OPERATOR, AND THE SIGN-OFF - DATE, TIME,
      *    OPERATOR, CLEAN RUN, ITS FIRST AND LAST NIGHT AND THE TWO
      *    PREFIXES - IS APPENDED TO PARSIGN AND LOGGED TO EXCLOG.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT CTL-FILE ASSIGN TO DYNAMIC WS-CTL-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CTL-STATUS.

            SELECT LST-FILE ASSIGN TO "PAR.tmp"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LST-STATUS.

            SELECT PARM-FILE ASSIGN TO PARPARMS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.

            SELECT RPT-FILE ASSIGN TO PARRPT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RPT-STATUS.

            SELECT PRH-FILE ASSIGN TO PARHIST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PRH-STATUS.

            SELECT SGN-FILE ASSIGN TO PARSIGN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SGN-STATUS.

         DATA DIVISION.

         FILE SECTION.
         FD CTL-FILE.
         COPY "CTLTOT.CPY".

         FD LST-FILE.
         01 LST-RECORD.
            88 LST-END           VALUE LOW-VALUE.
            05 LST-NAME          PIC X(100).

         FD PARM-FILE.
         01 PARM-RECORD.
            88 PARM-END          VALUE LOW-VALUE.
            05 PARM-TEXT         PIC X(80).

         FD RPT-FILE.
         01 RPT-RECORD.
            05 RPT-NIGHT         PIC 9(8).
            05 FILLER            PIC X VALUE SPACE.
            05 RPT-TAG           PIC X(13).
            05 FILLER            PIC X VALUE SPACE.
            05 RPT-PROGRAM       PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 RPT-LABEL         PIC X(10).
            05 FILLER            PIC X VALUE SPACE.
            05 RPT-TEST          PIC -(18)9.
            05 FILLER            PIC X VALUE SPACE.
            05 RPT-PROD          PIC -(18)9.
         01 RPT-TEXT             PIC X(100).

      *
      *    ONE RECORD PER NIGHT PER COMPARE - THE DIFFERENCES AND
      *    ONE-TREE-ONLY PAIRS FOUND, WHEN THE COMPARE RAN, AND THE
      *    TEST AND PRODUCTION PREFIXES (SPACES FOR THE TREE THE
      *    COMPARE RAN IN).
      *
         FD PRH-FILE.
         01 PRH-RECORD.
            88 PRH-END           VALUE LOW-VALUE.
            05 PRH-NIGHT         PIC 9(8).
            05 FILLER            PIC X VALUE SPACE.
            05 PRH-DIFFS         PIC 9(5).
            05 FILLER            PIC X VALUE SPACE.
            05 PRH-ONESIDED      PIC 9(5).
            05 FILLER            PIC X VALUE SPACE.
            05 PRH-DATE          PIC 9(8).
            05 FILLER            PIC X VALUE SPACE.
            05 PRH-TIME          PIC 9(6).
            05 FILLER            PIC X VALUE SPACE.
            05 PRH-TEST          PIC X(60).
            05 FILLER            PIC X VALUE SPACE.
            05 PRH-PROD          PIC X(60).

         FD SGN-FILE.
         01 SGN-RECORD.
            05 SGN-DATE          PIC 9(8).
            05 FILLER            PIC X VALUE SPACE.
            05 SGN-TIME          PIC 9(6).
            05 FILLER            PIC X VALUE SPACE.
            05 SGN-OPERATOR      PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 SGN-CLEAN         PIC 9(3).
            05 FILLER            PIC X VALUE SPACE.
            05 SGN-FIRST         PIC 9(8).
            05 FILLER            PIC X VALUE SPACE.
            05 SGN-LAST          PIC 9(8).
            05 FILLER            PIC X VALUE SPACE.
            05 SGN-TEST          PIC X(60).
            05 FILLER            PIC X VALUE SPACE.
            05 SGN-PROD          PIC X(60).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".
         COPY "EXCLOG.CPY".

         01 WS-CTL-STATUS        PIC XX.
         01 WS-LST-STATUS        PIC XX.
         01 WS-PARM-STATUS       PIC XX.
         01 WS-RPT-STATUS        PIC XX.
         01 WS-PRH-STATUS        PIC XX.
         01 WS-SGN-STATUS        PIC XX.
         01 WS-CTL-END           PIC X VALUE 'N'.
            88 CTL-END                 VALUE 'Y'.

         01 WS-AUTH-PGM          PIC X(8) VALUE 'DAY00PAR'.
         01 WS-AUTH-FLAG         PIC 9 VALUE 0.
            88 OPERATOR-AUTHORIZED     VALUE 1.
         01 WS-OPERATOR          PIC X(8) VALUE SPACES.

         01 WS-CTL-NAME          PIC X(100).
         01 WS-COMMAND           PIC X(200).
         01 WS-CMD-PTR           PIC 999.
         01 WS-ARCH-JUNK         PIC X(100).
         01 WS-ARCH-GEN          PIC X(8).
         01 WS-ARCH-DATE REDEFINES WS-ARCH-GEN PIC 9(8).

      *
      *    THE TWO TREES - 1 THE TEST TREE, 2 PRODUCTION. THE ROOT
      *    IS THE PREFIX, OR .. (THE TREE THIS RUNS IN) FOR A BLANK
      *    PRODUCTION PREFIX.
      *
         01 WS-TREE-TABLE.
            05 WS-TREE OCCURS 2.
               10 WS-TREE-PREFIX PIC X(60).
               10 WS-TREE-ROOT   PIC X(60).
               10 WS-TREE-FILES  PIC 99.
               10 WS-TREE-RECS   PIC 9(7).
         01 WS-SIDE-NAME         PIC X(10).

         01 WS-ASK-DATE          PIC X(8).
         01 WS-FROM-DATE         PIC 9(8) VALUE 0.
         01 WS-TO-DATE           PIC 9(8) VALUE 0.
         01 WS-ASK-SIGN          PIC X.

         01 WS-PROMOTE-AT        PIC 9(3) VALUE 5.
         01 WS-PARM-TOK          PIC X(10).
         01 WS-PARM-DIGIT        PIC 9.
         01 WS-PARM-DIGIT-X REDEFINES WS-PARM-DIGIT PIC X.
         01 WS-PARM-VALUE        PIC 9(5).

      *
      *    ONE ENTRY PER PROGRAM/LABEL/RUN DATE, WITH EACH TREE'S
      *    LATEST RECORD FOR IT.
      *
         01 WS-PAIR-COUNT        PIC 9(4) VALUE 0.
         01 WS-PAIR-TABLE.
            05 WS-PAIR-ENTRY OCCURS 3000.
               10 WS-PR-PROGRAM  PIC X(8).
               10 WS-PR-LABEL    PIC X(10).
               10 WS-PR-NIGHT    PIC 9(8).
               10 WS-PR-SIDE OCCURS 2.
                  15 WS-PR-SEEN  PIC 9.
                     88 PAIR-IN-TREE      VALUE 1.
                  15 WS-PR-ANSWER PIC S9(18).
                  15 WS-PR-IN    PIC 9(7).
         01 SW-TABLE-FULL        PIC 9 VALUE 0.
            88 PAIR-TABLE-FULL         VALUE 1.

      *
      *    THE NIGHTS IN THE RANGE EITHER TREE RAN, IN DATE ORDER.
      *
         01 WS-NIGHT-COUNT       PIC 99 VALUE 0.
         01 WS-NIGHT-TABLE.
            05 WS-NIGHT-ENTRY OCCURS 62.
               10 WS-NT-NIGHT    PIC 9(8).
               10 WS-NT-DIFFS    PIC 9(5).
               10 WS-NT-ONESIDED PIC 9(5).

      *
      *    EVERY NIGHT PARHIST HOLDS FOR THIS PAIR OF TREES, IN DATE
      *    ORDER, AT ITS LATEST RESULT.
      *
         01 WS-HIST-COUNT        PIC 9(3) VALUE 0.
         01 WS-HIST-TABLE.
            05 WS-HIST-ENTRY OCCURS 500.
               10 WS-HS-NIGHT    PIC 9(8).
               10 WS-HS-CLEAN    PIC 9.
                  88 HIST-NIGHT-CLEAN  VALUE 1.

         01 WS-DIFF-TOTAL        PIC 9(5) VALUE 0.
         01 WS-ONESIDED-TOTAL    PIC 9(5) VALUE 0.
         01 WS-CLEAN-TOTAL       PIC 9(3) VALUE 0.
         01 WS-CLEAN-RUN         PIC 9(3) VALUE 0.
         01 WS-RUN-FIRST         PIC 9(8) VALUE 0.
         01 WS-RUN-LAST          PIC 9(8) VALUE 0.
         01 WS-NEED-MORE         PIC 9(3).
         01 WS-NEW-NIGHT         PIC 9(8).
         01 WS-NEW-CLEAN         PIC 9.
         01 WS-NOW-DATE          PIC 9(8).
         01 WS-NOW-TIME          PIC 9(8).
         01 WS-NOW-TIME-X REDEFINES WS-NOW-TIME PIC X(8).

         01 SW-FOUND             PIC 9.
            88 ENTRY-FOUND             VALUE 1.
            88 ENTRY-NOT-FOUND         VALUE 0.

         77 SX                   PIC 9.
         77 PX                   PIC 9(4).
         77 NX                   PIC 99.
         77 HX                   PIC 9(3).
         77 MX                   PIC 9(3).
         77 CX                   PIC 99.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY00PAR'==
                         ==PFX-SUB== BY =='/day00'==.

            ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
            ACCEPT WS-NOW-TIME FROM TIME

            DISPLAY 'DAY00PAR - TEST TREE PREFIX: '
            MOVE SPACES TO WS-TREE-PREFIX(1)
            ACCEPT WS-TREE-PREFIX(1)
            DISPLAY 'DAY00PAR - PRODUCTION TREE PREFIX (BLANK = '
                    'THIS TREE): '
            MOVE SPACES TO WS-TREE-PREFIX(2)
            ACCEPT WS-TREE-PREFIX(2)
            DISPLAY 'DAY00PAR - FIRST RUN DATE (YYYYMMDD): '
            MOVE SPACES TO WS-ASK-DATE
            ACCEPT WS-ASK-DATE
            IF WS-ASK-DATE NUMERIC
               MOVE WS-ASK-DATE TO WS-FROM-DATE
            END-IF
            DISPLAY 'DAY00PAR - LAST RUN DATE (BLANK = TODAY): '
            MOVE SPACES TO WS-ASK-DATE
            ACCEPT WS-ASK-DATE
            IF WS-ASK-DATE = SPACES
               MOVE WS-NOW-DATE TO WS-TO-DATE
            ELSE
               IF WS-ASK-DATE NUMERIC
                  MOVE WS-ASK-DATE TO WS-TO-DATE
               END-IF
            END-IF

            IF WS-TREE-PREFIX(1) = SPACES
            OR WS-FROM-DATE = 0 OR WS-TO-DATE = 0
            OR WS-FROM-DATE > WS-TO-DATE
               DISPLAY 'DAY00PAR A TEST TREE PREFIX AND A VALID '
                       'RUN-DATE RANGE ARE REQUIRED - NOTHING '
                       'COMPARED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            IF WS-TREE-PREFIX(1) = WS-TREE-PREFIX(2)
               DISPLAY 'DAY00PAR THE TEST AND PRODUCTION TREES ARE '
                       'THE SAME - NOTHING COMPARED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WS-TREE-PREFIX(1) TO WS-TREE-ROOT(1)
            IF WS-TREE-PREFIX(2) = SPACES
               MOVE '..' TO WS-TREE-ROOT(2)
            ELSE
               MOVE WS-TREE-PREFIX(2) TO WS-TREE-ROOT(2)
            END-IF

            PERFORM LOAD-PROMOTE-PARM
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 2
               PERFORM READ-ONE-TREE
            END-PERFORM

            PERFORM LIST-NIGHTS
            PERFORM WRITE-COMPARE-REPORT
            PERFORM APPEND-NIGHT-HISTORY
            PERFORM COUNT-CLEAN-NIGHTS

            DISPLAY 'DAY00PAR ' WS-NIGHT-COUNT ' NIGHT(S) COMPARED - '
                    WS-DIFF-TOTAL ' DIFFERENCE(S), '
                    WS-ONESIDED-TOTAL ' IN ONE TREE ONLY - DETAIL '
                    'IN PARRPT'
            DISPLAY 'DAY00PAR ' WS-CLEAN-TOTAL ' CLEAN NIGHT(S) ON '
                    'RECORD FOR THESE TREES, ' WS-CLEAN-RUN
                    ' CONSECUTIVE TO ' WS-RUN-LAST
            IF WS-CLEAN-RUN < WS-PROMOTE-AT
               SUBTRACT WS-CLEAN-RUN FROM WS-PROMOTE-AT
                  GIVING WS-NEED-MORE
               DISPLAY 'DAY00PAR ' WS-NEED-MORE ' MORE CONSECUTIVE '
                       'CLEAN NIGHT(S) NEEDED BEFORE SIGN-OFF'
            ELSE
               PERFORM OFFER-SIGN-OFF
            END-IF

            IF WS-DIFF-TOTAL > 0 OR WS-ONESIDED-TOTAL > 0
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF

            STOP RUN.

      *
      *    THE AGREED NUMBER OF CONSECUTIVE CLEAN NIGHTS - THE FIRST
      *    FIGURE IN PARPARMS. NO TABLE KEEPS THE DEFAULT OF 5.
      *
         LOAD-PROMOTE-PARM SECTION.
            OPEN INPUT PARM-FILE
            IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                  AT END SET PARM-END TO TRUE
               END-READ
               PERFORM UNTIL PARM-END
                  IF PARM-TEXT NOT = SPACES
                  AND PARM-TEXT(1:1) NOT = '*'
                     PERFORM TAKE-PROMOTE-FIGURE
                     SET PARM-END TO TRUE
                  ELSE
                     READ PARM-FILE
                        AT END SET PARM-END TO TRUE
                     END-READ
                  END-IF
               END-PERFORM
               CLOSE PARM-FILE
            END-IF
            .

         TAKE-PROMOTE-FIGURE SECTION.
            MOVE SPACES TO WS-PARM-TOK
            UNSTRING PARM-TEXT DELIMITED BY ALL SPACE
               INTO WS-PARM-TOK
            END-UNSTRING
            MOVE 0 TO WS-PARM-VALUE
            PERFORM VARYING CX FROM 1 BY 1
                        UNTIL CX > 10 OR WS-PARM-TOK(CX:1) = SPACE
               MOVE WS-PARM-TOK(CX:1) TO WS-PARM-DIGIT-X
               IF WS-PARM-DIGIT NUMERIC
                  COMPUTE WS-PARM-VALUE =
                          WS-PARM-VALUE * 10 + WS-PARM-DIGIT
               END-IF
            END-PERFORM
            IF WS-PARM-VALUE > 0 AND WS-PARM-VALUE < 1000
               MOVE WS-PARM-VALUE TO WS-PROMOTE-AT
            ELSE
               DISPLAY 'DAY00PAR WARNING - PARPARMS FIGURE NOT USABLE'
                       ' - ' WS-PROMOTE-AT ' CLEAN NIGHTS REQUIRED'
            END-IF
            .

      *
      *    EVERY CTLARCH GENERATION CUT ON OR AFTER THE FIRST DATE
      *    (A GENERATION HOLDS THE RECORDS UP TO ITS CUT DATE), THEN
      *    THE CURRENT CTLFILE, WHICH MUST BE THERE.
      *
         READ-ONE-TREE SECTION.
            IF SX = 1
               MOVE 'TEST'       TO WS-SIDE-NAME
            ELSE
               MOVE 'PRODUCTION' TO WS-SIDE-NAME
            END-IF
            MOVE 0 TO WS-TREE-FILES(SX)
            MOVE 0 TO WS-TREE-RECS(SX)
            MOVE SPACES TO WS-COMMAND
            MOVE 1 TO WS-CMD-PTR
            STRING 'ls -1 '            DELIMITED BY SIZE
                   WS-TREE-ROOT(SX)    DELIMITED BY SPACE
                   '/CTLARCH.* 2>/dev/null > PAR.tmp'
                                       DELIMITED BY SIZE
               INTO WS-COMMAND
               WITH POINTER WS-CMD-PTR
            END-STRING
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL
            OPEN INPUT LST-FILE
            IF WS-LST-STATUS = '00'
               READ LST-FILE
                  AT END SET LST-END TO TRUE
               END-READ
               PERFORM UNTIL LST-END
                  MOVE SPACES TO WS-ARCH-GEN
                  UNSTRING LST-NAME DELIMITED BY 'CTLARCH.'
                     INTO WS-ARCH-JUNK, WS-ARCH-GEN
                  END-UNSTRING
                  IF WS-ARCH-GEN NUMERIC
                  AND WS-ARCH-DATE NOT < WS-FROM-DATE
                     MOVE LST-NAME TO WS-CTL-NAME
                     PERFORM READ-ONE-FILE
                  END-IF
                  READ LST-FILE
                     AT END SET LST-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE LST-FILE
            END-IF
            MOVE 'rm -f PAR.tmp' TO WS-COMMAND
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL

            MOVE SPACES TO WS-CTL-NAME
            STRING WS-TREE-ROOT(SX) DELIMITED BY SPACE
                   '/CTLFILE'       DELIMITED BY SIZE
               INTO WS-CTL-NAME
            END-STRING
            PERFORM READ-ONE-FILE
            IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'DAY00PAR ABEND - UNABLE TO OPEN THE '
                       WS-SIDE-NAME ' TREE CTLFILE ' WS-CTL-NAME
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF
            DISPLAY 'DAY00PAR ' WS-SIDE-NAME ' TREE '
                    WS-TREE-RECS(SX) ' RECORD(S) IN RANGE FROM '
                    WS-TREE-FILES(SX) ' FILE(S)'
            .

         READ-ONE-FILE SECTION.
            OPEN INPUT CTL-FILE
            IF WS-CTL-STATUS = '00'
               ADD 1 TO WS-TREE-FILES(SX)
               MOVE 'N' TO WS-CTL-END
               READ CTL-FILE
                  AT END SET CTL-END TO TRUE
               END-READ
               PERFORM UNTIL CTL-END
                  IF CTL-PROGRAM NOT = SPACES
                  AND CTL-PROGRAM(1:1) NOT = '*'
                  AND CTL-RUN-DATE NUMERIC
                  AND CTL-RUN-DATE NOT < WS-FROM-DATE
                  AND CTL-RUN-DATE NOT > WS-TO-DATE
                     ADD 1 TO WS-TREE-RECS(SX)
                     PERFORM FILE-ONE-RECORD
                  END-IF
                  READ CTL-FILE
                     AT END SET CTL-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE CTL-FILE
            END-IF
            .

      *
      *    FILES ARE READ OLDEST FIRST, SO A LATER RECORD FOR THE
      *    SAME PAIR AND NIGHT REPLACES AN EARLIER ONE.
      *
         FILE-ONE-RECORD SECTION.
            SET ENTRY-NOT-FOUND TO TRUE
            PERFORM VARYING PX FROM 1 BY 1
                        UNTIL PX > WS-PAIR-COUNT OR ENTRY-FOUND
               IF WS-PR-PROGRAM(PX) = CTL-PROGRAM
               AND WS-PR-LABEL(PX) = CTL-LABEL
               AND WS-PR-NIGHT(PX) = CTL-RUN-DATE
                  SET ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM
            IF ENTRY-FOUND
               SUBTRACT 1 FROM PX
            ELSE
               IF WS-PAIR-COUNT < 3000
                  ADD 1 TO WS-PAIR-COUNT
                  MOVE WS-PAIR-COUNT TO PX
                  MOVE CTL-PROGRAM  TO WS-PR-PROGRAM(PX)
                  MOVE CTL-LABEL    TO WS-PR-LABEL(PX)
                  MOVE CTL-RUN-DATE TO WS-PR-NIGHT(PX)
                  MOVE 0 TO WS-PR-SEEN(PX, 1)
                  MOVE 0 TO WS-PR-SEEN(PX, 2)
               ELSE
                  IF NOT PAIR-TABLE-FULL
                     DISPLAY 'DAY00PAR WARNING - MORE THAN 3000 '
                             'PAIRS IN THE RANGE; NARROW THE DATES'
                     SET PAIR-TABLE-FULL TO TRUE
                  END-IF
                  MOVE 0 TO PX
               END-IF
            END-IF
            IF PX > 0
               MOVE 1             TO WS-PR-SEEN(PX, SX)
               MOVE CTL-ANSWER    TO WS-PR-ANSWER(PX, SX)
               IF CTL-IN-COUNT NUMERIC
                  MOVE CTL-IN-COUNT TO WS-PR-IN(PX, SX)
               ELSE
                  MOVE 0 TO WS-PR-IN(PX, SX)
               END-IF
            END-IF
            .

      *
      *    THE DISTINCT RUN DATES, KEPT IN ORDER BY INSERTION.
      *
         LIST-NIGHTS SECTION.
            PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PAIR-COUNT
               SET ENTRY-NOT-FOUND TO TRUE
               PERFORM VARYING NX FROM 1 BY 1
                           UNTIL NX > WS-NIGHT-COUNT OR ENTRY-FOUND
                  IF WS-NT-NIGHT(NX) = WS-PR-NIGHT(PX)
                     SET ENTRY-FOUND TO TRUE
                  END-IF
               END-PERFORM
               IF ENTRY-NOT-FOUND AND WS-NIGHT-COUNT < 62
                  MOVE WS-NIGHT-COUNT TO NX
                  PERFORM UNTIL NX = 0
                             OR WS-NT-NIGHT(NX) < WS-PR-NIGHT(PX)
                     MOVE WS-NIGHT-ENTRY(NX) TO WS-NIGHT-ENTRY(NX + 1)
                     SUBTRACT 1 FROM NX
                  END-PERFORM
                  ADD 1 TO NX
                  MOVE WS-PR-NIGHT(PX) TO WS-NT-NIGHT(NX)
                  MOVE 0 TO WS-NT-DIFFS(NX)
                  MOVE 0 TO WS-NT-ONESIDED(NX)
                  ADD 1 TO WS-NIGHT-COUNT
               END-IF
            END-PERFORM
            .

         WRITE-COMPARE-REPORT SECTION.
            OPEN OUTPUT RPT-FILE
            MOVE SPACES TO RPT-TEXT
            STRING 'PARALLEL RUN ' WS-FROM-DATE ' TO ' WS-TO-DATE
                   ' COMPARED ' WS-NOW-DATE
               DELIMITED BY SIZE INTO RPT-TEXT
            END-STRING
            WRITE RPT-RECORD
            MOVE SPACES TO RPT-TEXT
            STRING 'TEST       ' WS-TREE-ROOT(1)
               DELIMITED BY SIZE INTO RPT-TEXT
            END-STRING
            WRITE RPT-RECORD
            MOVE SPACES TO RPT-TEXT
            STRING 'PRODUCTION ' WS-TREE-ROOT(2)
               DELIMITED BY SIZE INTO RPT-TEXT
            END-STRING
            WRITE RPT-RECORD
            MOVE SPACES TO RPT-TEXT
            STRING 'NIGHT    DIFFERENCE    PROGRAM  LABEL      '
                   '               TEST          PRODUCTION'
               DELIMITED BY SIZE INTO RPT-TEXT
            END-STRING
            WRITE RPT-RECORD
            PERFORM VARYING NX FROM 1 BY 1 UNTIL NX > WS-NIGHT-COUNT
               PERFORM VARYING PX FROM 1 BY 1
                           UNTIL PX > WS-PAIR-COUNT
                  IF WS-PR-NIGHT(PX) = WS-NT-NIGHT(NX)
                     PERFORM COMPARE-ONE-PAIR
                  END-IF
               END-PERFORM
               MOVE SPACES TO RPT-TEXT
               IF WS-NT-DIFFS(NX) = 0 AND WS-NT-ONESIDED(NX) = 0
                  STRING WS-NT-NIGHT(NX) ' CLEAN'
                     DELIMITED BY SIZE INTO RPT-TEXT
                  END-STRING
               ELSE
                  STRING WS-NT-NIGHT(NX) ' NOT CLEAN - '
                         WS-NT-DIFFS(NX) ' DIFFERENCE(S), '
                         WS-NT-ONESIDED(NX) ' IN ONE TREE ONLY'
                     DELIMITED BY SIZE INTO RPT-TEXT
                  END-STRING
               END-IF
               WRITE RPT-RECORD
               ADD WS-NT-DIFFS(NX)    TO WS-DIFF-TOTAL
               ADD WS-NT-ONESIDED(NX) TO WS-ONESIDED-TOTAL
            END-PERFORM
            IF WS-NIGHT-COUNT = 0
               MOVE 'NEITHER TREE RAN IN THE RANGE' TO RPT-TEXT
               WRITE RPT-RECORD
            END-IF
            CLOSE RPT-FILE
            .

         COMPARE-ONE-PAIR SECTION.
            MOVE SPACES TO RPT-RECORD
            MOVE WS-PR-NIGHT(PX)   TO RPT-NIGHT
            MOVE WS-PR-PROGRAM(PX) TO RPT-PROGRAM
            MOVE WS-PR-LABEL(PX)   TO RPT-LABEL
            EVALUATE TRUE
               WHEN NOT PAIR-IN-TREE(PX, 2)
                  MOVE 'TEST ONLY'      TO RPT-TAG
                  MOVE WS-PR-ANSWER(PX, 1) TO RPT-TEST
                  WRITE RPT-RECORD
                  ADD 1 TO WS-NT-ONESIDED(NX)
               WHEN NOT PAIR-IN-TREE(PX, 1)
                  MOVE 'PRODUCTN ONLY'  TO RPT-TAG
                  MOVE WS-PR-ANSWER(PX, 2) TO RPT-PROD
                  WRITE RPT-RECORD
                  ADD 1 TO WS-NT-ONESIDED(NX)
               WHEN OTHER
                  IF WS-PR-ANSWER(PX, 1) NOT = WS-PR-ANSWER(PX, 2)
                     MOVE 'ANSWER'      TO RPT-TAG
                     MOVE WS-PR-ANSWER(PX, 1) TO RPT-TEST
                     MOVE WS-PR-ANSWER(PX, 2) TO RPT-PROD
                     WRITE RPT-RECORD
                     ADD 1 TO WS-NT-DIFFS(NX)
                  END-IF
                  IF WS-PR-IN(PX, 1) NOT = WS-PR-IN(PX, 2)
                     MOVE 'IN-COUNT'    TO RPT-TAG
                     MOVE WS-PR-IN(PX, 1) TO RPT-TEST
                     MOVE WS-PR-IN(PX, 2) TO RPT-PROD
                     WRITE RPT-RECORD
                     ADD 1 TO WS-NT-DIFFS(NX)
                  END-IF
            END-EVALUATE
            .

         APPEND-NIGHT-HISTORY SECTION.
            IF WS-NIGHT-COUNT > 0
               OPEN EXTEND PRH-FILE
               IF WS-PRH-STATUS NOT = '00'
                  OPEN OUTPUT PRH-FILE
               END-IF
               PERFORM VARYING NX FROM 1 BY 1
                           UNTIL NX > WS-NIGHT-COUNT
                  MOVE SPACES              TO PRH-RECORD
                  MOVE WS-NT-NIGHT(NX)     TO PRH-NIGHT
                  MOVE WS-NT-DIFFS(NX)     TO PRH-DIFFS
                  MOVE WS-NT-ONESIDED(NX)  TO PRH-ONESIDED
                  MOVE WS-NOW-DATE         TO PRH-DATE
                  MOVE WS-NOW-TIME-X(1:6)  TO PRH-TIME
                  MOVE WS-TREE-PREFIX(1)   TO PRH-TEST
                  MOVE WS-TREE-PREFIX(2)   TO PRH-PROD
                  WRITE PRH-RECORD
               END-PERFORM
               CLOSE PRH-FILE
            END-IF
            .

      *
      *    THE HISTORY FOR THESE TWO TREES IN NIGHT ORDER, EACH
      *    NIGHT AT ITS LATEST COMPARE, THEN THE CLEAN NIGHTS
      *    COUNTED BACK FROM THE LATEST UNTIL ONE THAT WAS NOT.
      *
         COUNT-CLEAN-NIGHTS SECTION.
            OPEN INPUT PRH-FILE
            IF WS-PRH-STATUS = '00'
               READ PRH-FILE
                  AT END SET PRH-END TO TRUE
               END-READ
               PERFORM UNTIL PRH-END
                  IF PRH-NIGHT NUMERIC
                  AND PRH-TEST = WS-TREE-PREFIX(1)
                  AND PRH-PROD = WS-TREE-PREFIX(2)
                     MOVE PRH-NIGHT TO WS-NEW-NIGHT
                     IF PRH-DIFFS = 0 AND PRH-ONESIDED = 0
                        MOVE 1 TO WS-NEW-CLEAN
                     ELSE
                        MOVE 0 TO WS-NEW-CLEAN
                     END-IF
                     PERFORM FILE-HISTORY-NIGHT
                  END-IF
                  READ PRH-FILE
                     AT END SET PRH-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE PRH-FILE
            END-IF

            PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > WS-HIST-COUNT
               IF HIST-NIGHT-CLEAN(HX)
                  ADD 1 TO WS-CLEAN-TOTAL
               END-IF
            END-PERFORM
            MOVE WS-HIST-COUNT TO HX
            PERFORM UNTIL HX = 0
               IF HIST-NIGHT-CLEAN(HX)
                  ADD 1 TO WS-CLEAN-RUN
                  MOVE WS-HS-NIGHT(HX) TO WS-RUN-FIRST
                  IF WS-RUN-LAST = 0
                     MOVE WS-HS-NIGHT(HX) TO WS-RUN-LAST
                  END-IF
                  SUBTRACT 1 FROM HX
               ELSE
                  MOVE 0 TO HX
               END-IF
            END-PERFORM
            .

         FILE-HISTORY-NIGHT SECTION.
            SET ENTRY-NOT-FOUND TO TRUE
            PERFORM VARYING HX FROM 1 BY 1
                        UNTIL HX > WS-HIST-COUNT OR ENTRY-FOUND
               IF WS-HS-NIGHT(HX) = WS-NEW-NIGHT
                  SET ENTRY-FOUND TO TRUE
                  MOVE WS-NEW-CLEAN TO WS-HS-CLEAN(HX)
               END-IF
            END-PERFORM
            IF ENTRY-NOT-FOUND AND WS-HIST-COUNT < 500
               MOVE WS-HIST-COUNT TO MX
               PERFORM UNTIL MX = 0
                          OR WS-HS-NIGHT(MX) < WS-NEW-NIGHT
                  MOVE WS-HIST-ENTRY(MX) TO WS-HIST-ENTRY(MX + 1)
                  SUBTRACT 1 FROM MX
               END-PERFORM
               ADD 1 TO MX
               MOVE WS-NEW-NIGHT TO WS-HS-NIGHT(MX)
               MOVE WS-NEW-CLEAN TO WS-HS-CLEAN(MX)
               ADD 1 TO WS-HIST-COUNT
            END-IF
            .

      *
      *    THE SIGN-OFF IS THE OPERATOR'S WORD THAT THE TEST TREE
      *    MAY BE PROMOTED - IT NEEDS A DAY00PAR GRANT AND IS KEPT
      *    ON PARSIGN FOR WHOEVER ASKS LATER WHO PASSED IT.
      *
         OFFER-SIGN-OFF SECTION.
            DISPLAY 'DAY00PAR ' WS-CLEAN-RUN ' CONSECUTIVE CLEAN '
                    'NIGHT(S) REACHES THE AGREED ' WS-PROMOTE-AT
            DISPLAY 'DAY00PAR - RECORD THE SIGN-OFF TO PROMOTE '
                    '(Y/N): '
            MOVE SPACE TO WS-ASK-SIGN
            ACCEPT WS-ASK-SIGN
            IF WS-ASK-SIGN = 'Y' OR WS-ASK-SIGN = 'y'
               CALL 'DAY00AUT' USING WS-AUTH-PGM, WS-AUTH-FLAG
               END-CALL
               IF NOT OPERATOR-AUTHORIZED
                  DISPLAY 'DAY00PAR SIGN-OFF NOT RECORDED'
               ELSE
                  ACCEPT WS-OPERATOR FROM ENVIRONMENT 'DAYOPID'
                  OPEN EXTEND SGN-FILE
                  IF WS-SGN-STATUS NOT = '00'
                     OPEN OUTPUT SGN-FILE
                  END-IF
                  MOVE SPACES             TO SGN-RECORD
                  MOVE WS-NOW-DATE        TO SGN-DATE
                  MOVE WS-NOW-TIME-X(1:6) TO SGN-TIME
                  MOVE WS-OPERATOR        TO SGN-OPERATOR
                  MOVE WS-CLEAN-RUN       TO SGN-CLEAN
                  MOVE WS-RUN-FIRST       TO SGN-FIRST
                  MOVE WS-RUN-LAST        TO SGN-LAST
                  MOVE WS-TREE-PREFIX(1)  TO SGN-TEST
                  MOVE WS-TREE-PREFIX(2)  TO SGN-PROD
                  WRITE SGN-RECORD
                  CLOSE SGN-FILE

                  MOVE SPACES TO WS-EXCLOG-LINE
                  STRING 'DAY00PAR I PROMOTION SIGNED OFF BY '
                         WS-OPERATOR ' - ' WS-CLEAN-RUN
                         ' CLEAN NIGHTS TO ' WS-RUN-LAST ' '
                                      DELIMITED BY SIZE
                         WS-TREE-PREFIX(1) DELIMITED BY SPACE
                     INTO WS-EXCLOG-LINE
                  END-STRING
                  CALL 'DAY00LOG' USING WS-EXCLOG-LINE
                  END-CALL
                  DISPLAY 'DAY00PAR SIGN-OFF TO PROMOTE RECORDED ON '
                          'PARSIGN BY ' WS-OPERATOR
               END-IF
            END-IF
            .
