      *    DUPLICATED PAIR BLOCKS PUBLICATION WITH RETURN CODE 8 -
      *    THE DOWNSTREAM SIDE GETS THE WHOLE SET OR NOTHING, NEVER
      *    A PARTIAL ONE.
      *
      *    EVERY ATTEMPT, PUBLISHED OR BLOCKED, IS APPENDED TO THE
      *    PUBHIST HISTORY WITH THE DATE AND TIME, THE RUN-ID AND ITS
      *    RUN DATE, AND THE MISSING, DUPLICATED AND ESCALATED
      *    COUNTS, FOR THE MONTHLY SERVICE-LEVEL REPORT (DAY00SLA).
      *
      *    A DAY THE ARRIVAL WATCH HELD IS ON THE DRIVER'S HELD-STEP
      *    REGISTER (DRVHELD) FOR THE RUN. UNTIL IT IS CAUGHT UP ITS
      *    PAIRS ARE NOT MISSING BUT LATE: THE NIGHT'S PUBLICATION
      *    GOES OUT WITHOUT THEM AND LISTS EACH ONE ON A *HELD
      *    RECORD, SO THE DOWNSTREAM SIDE KNOWS WHAT IS STILL TO
      *    COME. ONCE A CATCH-UP RUN HAS COMPLETED THE DAY, THE NEXT
      *    PUBLICATION OF THE SAME RUN-ID IS A SUPPLEMENT - ONLY THE
      *    PAIRS OF THE DAYS CAUGHT UP SINCE THE RUN WAS LAST
      *    PUBLISHED, UNDER A HEADER MARKING IT SUPPLEMENTARY TO THAT
      *    PUBLICATION, GATED THE SAME WAY, AND LOGGED ON PUBHIST AS
      *    SUPPLEMNT. WITH NOTHING NEWLY CAUGHT UP THERE IS NOTHING
      *    TO PUBLISH. A RUN THAT HELD NOTHING PUBLISHES AS BEFORE.
      *
      *    AN ANSWER RESTATED THROUGH DAY00RES AFTER IT WENT OUT IS
      *    CORRECTED DOWNSTREAM BY THE NEXT PUBLICATION THAT PASSES
      *    THE GATE, WHATEVER RUN-ID IT PUBLISHES: EACH RESHIST
      *    RESTATEMENT MADE SINCE THE LATEST PUBLISHED OR
      *    SUPPLEMENTARY PUBLICATION ON PUBHIST FOLLOWS THE ANSWERS
      *    AS A *COR RECORD - PROGRAM, LABEL, RUN DATE AND RUN-ID OF
      *    THE ANSWER, THE FIGURE IT REPLACES, THE FIGURE TO APPLY
      *    AND THE DATE IT WAS RESTATED - IN THE ORDER THEY WERE
      *    MADE, SO THE LAST ONE FOR AN ANSWER IS THE ONE THAT
      *    STANDS. A RESTATEMENT OF AN ANSWER THE FILE ALREADY
      *    CARRIES IN FULL NEEDS NO CORRECTION RECORD.
      *
      *    SO THE CONSUMER'S RECEIPT CAN BE RECONCILED (DAY00RCP),
      *    EACH PUBLICATION ON PUBHIST ALSO CARRIES THE NUMBER OF
      *    DETAIL RECORDS THE FILE HOLDS - ANSWERS AND *COR RECORDS,
      *    NOT THE *PUB HEADER OR *HELD LINES - AND AN ANSWER HASH:
      *    THE SUM OF THE UNSIGNED PUBLISHED ANSWERS AND *COR
      *    FIGURES TO APPLY, MODULO 10**18. THE DOWNSTREAM LOAD
      *    COMPUTES THE SAME TWO FIGURES FROM WHAT IT RECEIVED.
      *
      *    A CROSS-PROGRAM CONSISTENCY RULE THAT DAY00CON FOUND
      *    BROKEN FOR THE RUN (A CONBREAK RECORD) BLOCKS PUBLICATION
      *    THE SAME AS AN EXCESCL ESCALATION: THE TWO FIGURES THAT
      *    DISAGREE ARE LISTED AND THE COUNT OF BROKEN RULES GOES ON
      *    PUBHIST AS PH-BROKEN.
      *
      *    THE CONSOLE ALSO TAKES AN EIGHT-DIGIT BUSINESS DATE IN
      *    PLACE OF A RUN-ID, TO PUBLISH THE ANSWERS FOR THE DAY THE
      *    FEEDS BELONG TO WHICHEVER RUNS PRODUCED THEM: EACH PAIR'S
      *    RECORD WITH THAT BUSINESS DATE IS TAKEN, A RERUN (A HIGHER
      *    RUN-ID) SUPERSEDING AN EARLIER RUN'S RECORD RATHER THAN
      *    DUPLICATING IT, AND THE HIGHEST RUN-ID AMONG THEM STANDS
      *    FOR THE PUBLICATION ON THE HEADER, THE HELD-DAY CHECK AND
      *    PUBHIST. EVERY ANSWER RECORD CARRIES ITS BUSINESS DATE
      *    AFTER THE IN-COUNT, TAKEN AT THE RUN DATE FOR A MASTER
      *    RECORD THAT HAS NONE.
      *

         ENVIRONMENT DIVISION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ESC-STATUS.

            SELECT CBK-FILE ASSIGN TO CONBREAK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CBK-STATUS.

            SELECT PHST-FILE ASSIGN TO PUBHIST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PHST-STATUS.

            SELECT HELD-FILE ASSIGN TO DRVHELD
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HELD-STATUS.

            SELECT RES-FILE ASSIGN TO RESHIST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RES-STATUS.

         DATA DIVISION.

         FILE SECTION.
            05 MST-IN-COUNT      PIC 9(7).
            05 FILLER            PIC X.
            05 MST-OUT-COUNT     PIC 9(7).
            05 FILLER            PIC X(31).
            05 MST-BUS-DATE      PIC 9(8).

         FD TAB-FILE.
         01 TAB-RECORD.
            05 PUB-ANSWER        PIC +9(18).
            05 FILLER            PIC X VALUE SPACE.
            05 PUB-IN-COUNT      PIC 9(7).
            05 FILLER            PIC X VALUE SPACE.
            05 PUB-BUS-DATE      PIC 9(8).

      *
      *    A CORRECTION TO AN ANSWER PUBLISHED EARLIER.
      *
         01 PUB-CORRECTION.
            05 PCR-TAG           PIC X(4).
            05 FILLER            PIC X.
            05 PCR-PROGRAM       PIC X(8).
            05 FILLER            PIC X.
            05 PCR-LABEL         PIC X(10).
            05 FILLER            PIC X.
            05 PCR-RUN-DATE      PIC 9(8).
            05 FILLER            PIC X.
            05 PCR-RUN-ID        PIC 9(6).
            05 FILLER            PIC X.
            05 PCR-WAS           PIC +9(18).
            05 FILLER            PIC X.
            05 PCR-NOW           PIC +9(18).
            05 FILLER            PIC X.
            05 PCR-RESTATED      PIC 9(8).

      *
      *    THE DAY00BUD EXCEPTION-BUDGET ESCALATIONS - A PROGRAM
            05 ESC-COUNT         PIC 9(5).
            05 FILLER            PIC X.
            05 ESC-THRESHOLD     PIC 9(5).
            05 FILLER            PIC X.
            05 ESC-SOURCE        PIC X(8).
            05 FILLER            PIC X.
            05 ESC-PART          PIC X(2).

      *
      *    THE DAY00CON BROKEN CONSISTENCY RULES.
      *
         FD CBK-FILE.
         COPY "CONBRK.CPY".

      *
      *    PH-HELD, THE PAIRS LEFT OUT AS STILL HELD, WAS APPENDED
      *    WITH THE SUPPLEMENTARY PUBLICATION, AND PH-CORRECTED, THE
      *    CORRECTION RECORDS SENT, WITH RESTATEMENT, AND
      *    PH-RECORDS AND PH-HASH, THE DETAIL RECORD COUNT AND ANSWER
      *    HASH OF THE FILE WRITTEN, WITH RECEIPT RECONCILIATION,
      *    AND PH-BROKEN, THE CONSISTENCY RULES BROKEN, AFTER THEM;
      *    OLDER RECORDS ARE SHORT.
      *
         FD PHST-FILE.
         01 PHST-RECORD.
            88 PHST-END          VALUE LOW-VALUE.
            05 PH-DATE           PIC 9(8).
            05 FILLER            PIC X VALUE SPACE.
            05 PH-TIME           PIC 9(6).
            05 FILLER            PIC X VALUE SPACE.
            05 PH-RUN-ID         PIC 9(6).
            05 FILLER            PIC X VALUE SPACE.
            05 PH-RUN-DATE       PIC 9(8).
            05 FILLER            PIC X VALUE SPACE.
            05 PH-OUTCOME        PIC X(9).
            05 FILLER            PIC X VALUE SPACE.
            05 PH-MISSING        PIC 99.
            05 FILLER            PIC X VALUE SPACE.
            05 PH-DUPLICATE      PIC 99.
            05 FILLER            PIC X VALUE SPACE.
            05 PH-ESCALATED      PIC 99.
            05 FILLER            PIC X VALUE SPACE.
            05 PH-HELD           PIC 99.
            05 FILLER            PIC X VALUE SPACE.
            05 PH-CORRECTED      PIC 99.
            05 FILLER            PIC X VALUE SPACE.
            05 PH-RECORDS        PIC 9(5).
            05 FILLER            PIC X VALUE SPACE.
            05 PH-HASH           PIC 9(18).
            05 FILLER            PIC X VALUE SPACE.
            05 PH-BROKEN         PIC 99.

         FD HELD-FILE.
         COPY "HELDREC.CPY".

         FD RES-FILE.
         COPY "RESREC.CPY".

         WORKING-STORAGE SECTION.

         01 WS-TAB-STATUS        PIC XX.
         01 WS-ESC-STATUS        PIC XX.
         01 WS-ESCAL-COUNT       PIC 99 VALUE 0.
         01 WS-CBK-STATUS        PIC XX.
         01 WS-BROKEN-COUNT      PIC 99 VALUE 0.
         01 WS-CBK-LEFT          PIC -(18)9.
         01 WS-CBK-RIGHT         PIC -(18)9.
         01 WS-PHST-STATUS       PIC XX.
         01 WS-PUB-RUN-DATE      PIC 9(8) VALUE 0.
         01 WS-NOW-DATE          PIC 9(8).
         01 WS-NOW-TIME          PIC 9(8).
         01 WS-NOW-TIME-X REDEFINES WS-NOW-TIME PIC X(8).
         01 WS-OUTCOME           PIC X(9).

         01 WS-ASK-RUNID         PIC X(8).
         01 WS-PUB-RUNID         PIC 9(6) VALUE 0.

      *
      *    PUBLISHING BY BUSINESS DATE RATHER THAN BY RUN-ID.
      *
         01 WS-PUB-BUS-DATE      PIC 9(8) VALUE 0.
         01 WS-REC-BUS-DATE      PIC 9(8).
         01 SW-BY-BUS-DATE       PIC 9 VALUE 0.
            88 BY-BUSINESS-DATE        VALUE 1.
         01 SW-SELECTED          PIC 9.
            88 RECORD-SELECTED         VALUE 1.
            88 RECORD-NOT-SELECTED     VALUE 0.

         01 WS-EXPECT-COUNT      PIC 99 VALUE 0.
         01 WS-EXPECT-TABLE.
            05 WS-EXPECT-ENTRY OCCURS 60.
               10 WS-X-LABEL     PIC X(10).
               10 WS-X-SEEN      PIC 99.
               10 WS-X-DATE      PIC 9(8).
               10 WS-X-BUS-DATE  PIC 9(8).
               10 WS-X-RUN-ID    PIC 9(6).
               10 WS-X-ANSWER    PIC S9(18).
               10 WS-X-IN        PIC 9(7).
               10 WS-X-SCOPE     PIC X.
                  88 PAIR-PUBLISHED    VALUE 'P'.
                  88 PAIR-HELD         VALUE 'H'.
                  88 PAIR-OUT-OF-SCOPE VALUE 'O'.

      *
      *    THE RUN'S HELD STEPS - EACH ONE'S LATEST DRVHELD STATE
      *    (H HELD, C CAUGHT UP) AND WHEN IT WAS CAUGHT UP - AND
      *    THE DAYS THEY BELONG TO.
      *
         01 WS-HELD-STATUS       PIC XX.
         01 WS-HSTEP-COUNT       PIC 99 VALUE 0.
         01 WS-HSTEP-TABLE.
            05 WS-HSTEP-ENTRY OCCURS 50.
               10 WS-HS-STEP     PIC X(30).
               10 WS-HS-STATE    PIC X.
               10 WS-HS-STAMP    PIC 9(14).
         01 WS-HDAY-COUNT        PIC 99 VALUE 0.
         01 WS-HDAY-TABLE.
            05 WS-HDAY-ENTRY OCCURS 20.
               10 WS-HD-DAY      PIC X(5).
               10 WS-HD-HELD     PIC 99.
               10 WS-HD-STAMP    PIC 9(14).
         01 WS-HELD-STAMP        PIC 9(14).
         01 WS-HELD-STAMP-R REDEFINES WS-HELD-STAMP.
            05 WS-HELD-STAMP-DATE PIC 9(8).
            05 WS-HELD-STAMP-TIME PIC 9(6).
         01 WS-STEP-DAY          PIC X(20).
         01 WS-STEP-REST         PIC X(20).
         01 WS-LAST-PUB          PIC 9(14) VALUE 0.
         01 WS-LAST-PUB-R REDEFINES WS-LAST-PUB.
            05 WS-LAST-PUB-DATE  PIC 9(8).
            05 WS-LAST-PUB-TIME  PIC 9(6).
         01 WS-PHST-STAMP        PIC 9(14).
         01 SW-SUPPLEMENT        PIC 9 VALUE 0.
            88 SUPPLEMENTARY           VALUE 1.
         01 WS-PUBLISH-COUNT     PIC 99 VALUE 0.
         01 WS-HELD-COUNT        PIC 99 VALUE 0.
         01 SW-FOUND             PIC 9.
            88 ENTRY-FOUND             VALUE 1.
            88 ENTRY-NOT-FOUND         VALUE 0.
         77 HX                   PIC 99.
         77 DX                   PIC 99.

      *
      *    THE LATEST PUBLICATION OF ANY RUN - RESTATEMENTS MADE
      *    SINCE IT ARE STILL TO BE SENT AS CORRECTIONS.
      *
         01 WS-RES-STATUS        PIC XX.
         01 WS-LAST-ANY-PUB      PIC 9(14) VALUE 0.
         01 WS-RES-STAMP         PIC 9(14).
         01 WS-RES-STAMP-R REDEFINES WS-RES-STAMP.
            05 WS-RES-STAMP-DATE PIC 9(8).
            05 WS-RES-STAMP-TIME PIC 9(6).
         01 WS-CORRECT-COUNT     PIC 99 VALUE 0.

      *
      *    THE DETAIL RECORD COUNT AND ANSWER HASH OF THE FILE
      *    WRITTEN, FOR THE CONSUMER'S RECEIPT.
      *
         01 WS-PUB-RECORDS       PIC 9(5) VALUE 0.
         01 WS-PUB-HASH          PIC 9(18) VALUE 0.
         01 WS-HASH-WORK         PIC 9(19).
         01 WS-HASH-FIGURE       PIC S9(18).

         01 WS-PARSE-PROGRAM     PIC X(10).
         01 WS-PARSE-LABEL       PIC X(12).

            PERFORM LOAD-PUBLICATION-TABLE

            DISPLAY 'DAY00PUB - RUN-ID OR BUSINESS DATE YYYYMMDD TO '
                    'PUBLISH (BLANK = LATEST RUN-ID): '
            MOVE SPACES TO WS-ASK-RUNID
            ACCEPT WS-ASK-RUNID
            EVALUATE TRUE
               WHEN WS-ASK-RUNID NUMERIC
                  MOVE WS-ASK-RUNID TO WS-PUB-BUS-DATE
                  SET BY-BUSINESS-DATE TO TRUE
                  PERFORM FIND-BUSINESS-DATE-RUNID
                  DISPLAY 'DAY00PUB PUBLISHING BUSINESS DATE '
                          WS-PUB-BUS-DATE ' (LATEST RUN-ID '
                          WS-PUB-RUNID ')'
               WHEN WS-ASK-RUNID(1:1) NUMERIC
                  MOVE WS-ASK-RUNID(1:6) TO WS-PUB-RUNID
                  DISPLAY 'DAY00PUB PUBLISHING RUN-ID ' WS-PUB-RUNID
               WHEN OTHER
                  PERFORM FIND-LATEST-RUNID
                  DISPLAY 'DAY00PUB PUBLISHING RUN-ID ' WS-PUB-RUNID
            END-EVALUATE

            PERFORM LOAD-HELD-DAYS
            IF WS-HDAY-COUNT > 0
               PERFORM FIND-LAST-PUBLICATION
            END-IF
            PERFORM SET-PAIR-SCOPE

            PERFORM COLLECT-RUN-ANSWERS
            PERFORM VERIFY-COMPLETENESS
            PERFORM CHECK-ESCALATIONS
            PERFORM CHECK-RULE-BREAKS

            IF WS-MISSING-COUNT > 0 OR WS-DUP-COUNT > 0
            OR WS-ESCAL-COUNT > 0 OR WS-BROKEN-COUNT > 0
               DISPLAY 'DAY00PUB PUBLICATION BLOCKED - '
                       WS-MISSING-COUNT ' PAIR(S) MISSING, '
                       WS-DUP-COUNT ' DUPLICATED, '
                       WS-ESCAL-COUNT ' ESCALATED, '
                       WS-BROKEN-COUNT ' RULE(S) BROKEN; NO '
                       'INTERFACE FILE WRITTEN'
               MOVE 8 TO RETURN-CODE
               MOVE 'BLOCKED' TO WS-OUTCOME
            ELSE
               PERFORM WRITE-INTERFACE-FILE
               IF SUPPLEMENTARY
                  DISPLAY 'DAY00PUB ' WS-PUBLISH-COUNT ' LATE '
                          'ANSWER(S) PUBLISHED TO PUBFILE AS A '
                          'SUPPLEMENT TO RUN-ID ' WS-PUB-RUNID
                  MOVE 'SUPPLEMNT' TO WS-OUTCOME
               ELSE
                  DISPLAY 'DAY00PUB ' WS-PUBLISH-COUNT ' ANSWER(S) '
                          'PUBLISHED TO PUBFILE'
                  MOVE 'PUBLISHED' TO WS-OUTCOME
               END-IF
               IF WS-HELD-COUNT > 0
                  DISPLAY 'DAY00PUB ' WS-HELD-COUNT ' ANSWER(S) '
                          'STILL HELD FOR A LATE FEED - LISTED AS '
                          '*HELD'
               END-IF
               IF WS-CORRECT-COUNT > 0
                  DISPLAY 'DAY00PUB ' WS-CORRECT-COUNT ' RESTATED '
                          'ANSWER(S) SENT AS *COR CORRECTIONS'
               END-IF
            END-IF
            PERFORM APPEND-PUBLICATION-HISTORY

            STOP RUN.

            CLOSE MAST-FILE
            .

      *
      *    THE HIGHEST RUN-ID WITH ANY RECORD FOR THE BUSINESS DATE.
      *
         FIND-BUSINESS-DATE-RUNID SECTION.
            OPEN INPUT MAST-FILE
            IF WS-MAST-STATUS NOT = '00'
               DISPLAY 'DAY00PUB NO CTLMAST MASTER - RUN DAY00LOD '
                       'FIRST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF
            READ MAST-FILE
               AT END SET MAST-END TO TRUE
            END-READ
            PERFORM UNTIL MAST-END
               PERFORM SET-RECORD-BUS-DATE
               IF WS-REC-BUS-DATE = WS-PUB-BUS-DATE
               AND MST-RUN-ID > WS-PUB-RUNID
                  MOVE MST-RUN-ID TO WS-PUB-RUNID
               END-IF
               READ MAST-FILE
                  AT END SET MAST-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE MAST-FILE
            IF WS-PUB-RUNID = 0
               DISPLAY 'DAY00PUB NO CTLMAST RECORDS FOR BUSINESS '
                       'DATE ' WS-PUB-BUS-DATE ' - NOTHING TO PUBLISH'
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            .

         SET-RECORD-BUS-DATE SECTION.
            IF MST-BUS-DATE NUMERIC
            AND MST-BUS-DATE > 0
               MOVE MST-BUS-DATE TO WS-REC-BUS-DATE
            ELSE
               MOVE MST-RUN-DATE TO WS-REC-BUS-DATE
            END-IF
            .

      *
      *    THE RUN'S HELD STEPS FROM DRVHELD, FOLDED TO EACH STEP'S
      *    LATEST STATE AND THEN TO ITS DAY - A DAY IS STILL HELD
      *    WHILE ANY OF ITS STEPS IS, AND OTHERWISE WAS CAUGHT UP
      *    WHEN ITS LAST STEP WAS.
      *
         LOAD-HELD-DAYS SECTION.
            OPEN INPUT HELD-FILE
            IF WS-HELD-STATUS = '00'
               READ HELD-FILE
                  AT END SET HLD-END TO TRUE
               END-READ
               PERFORM UNTIL HLD-END
                  IF HLD-RUN-ID NUMERIC
                  AND HLD-RUN-ID = WS-PUB-RUNID
                     PERFORM FOLD-HELD-STEP
                  END-IF
                  READ HELD-FILE
                     AT END SET HLD-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE HELD-FILE
            END-IF
            PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > WS-HSTEP-COUNT
               PERFORM FOLD-HELD-DAY
            END-PERFORM
            .

         FOLD-HELD-STEP SECTION.
            SET ENTRY-NOT-FOUND TO TRUE
            PERFORM VARYING HX FROM 1 BY 1
                        UNTIL HX > WS-HSTEP-COUNT OR ENTRY-FOUND
               IF WS-HS-STEP(HX) = HLD-STEP
                  SET ENTRY-FOUND TO TRUE
                  SUBTRACT 1 FROM HX
               END-IF
            END-PERFORM
            IF ENTRY-NOT-FOUND AND WS-HSTEP-COUNT < 50
               ADD 1 TO WS-HSTEP-COUNT
               MOVE WS-HSTEP-COUNT TO HX
               MOVE HLD-STEP TO WS-HS-STEP(HX)
               SET ENTRY-FOUND TO TRUE
            END-IF
            IF ENTRY-FOUND
               IF HLD-HELD
                  MOVE 'H' TO WS-HS-STATE(HX)
                  MOVE 0   TO WS-HS-STAMP(HX)
               ELSE
                  MOVE 'C' TO WS-HS-STATE(HX)
                  MOVE HLD-STAMP-DATE TO WS-HELD-STAMP-DATE
                  MOVE HLD-STAMP-TIME TO WS-HELD-STAMP-TIME
                  MOVE WS-HELD-STAMP  TO WS-HS-STAMP(HX)
               END-IF
            END-IF
            .

         FOLD-HELD-DAY SECTION.
            MOVE SPACES TO WS-STEP-DAY WS-STEP-REST
            UNSTRING WS-HS-STEP(HX)
               DELIMITED BY '/'
               INTO WS-STEP-DAY, WS-STEP-REST
            END-UNSTRING
            INSPECT WS-STEP-DAY CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            SET ENTRY-NOT-FOUND TO TRUE
            PERFORM VARYING DX FROM 1 BY 1
                        UNTIL DX > WS-HDAY-COUNT OR ENTRY-FOUND
               IF WS-HD-DAY(DX) = WS-STEP-DAY(1:5)
                  SET ENTRY-FOUND TO TRUE
                  SUBTRACT 1 FROM DX
               END-IF
            END-PERFORM
            IF ENTRY-NOT-FOUND AND WS-HDAY-COUNT < 20
               ADD 1 TO WS-HDAY-COUNT
               MOVE WS-HDAY-COUNT TO DX
               MOVE WS-STEP-DAY(1:5) TO WS-HD-DAY(DX)
               MOVE 0 TO WS-HD-HELD(DX)
               MOVE 0 TO WS-HD-STAMP(DX)
               SET ENTRY-FOUND TO TRUE
            END-IF
            IF ENTRY-FOUND
               IF WS-HS-STATE(HX) = 'H'
                  ADD 1 TO WS-HD-HELD(DX)
               ELSE
                  IF WS-HS-STAMP(HX) > WS-HD-STAMP(DX)
                     MOVE WS-HS-STAMP(HX) TO WS-HD-STAMP(DX)
                  END-IF
               END-IF
            END-IF
            .

      *
      *    A RUN WITH HELD DAYS THAT HAS ALREADY BEEN PUBLISHED (OR
      *    SUPPLEMENTED) IS PUBLISHED AGAIN ONLY AS A SUPPLEMENT.
      *
         FIND-LAST-PUBLICATION SECTION.
            OPEN INPUT PHST-FILE
            IF WS-PHST-STATUS = '00'
               READ PHST-FILE
                  AT END SET PHST-END TO TRUE
               END-READ
               PERFORM UNTIL PHST-END
                  IF PH-RUN-ID NUMERIC
                  AND PH-RUN-ID = WS-PUB-RUNID
                  AND PH-DATE NUMERIC
                  AND PH-TIME NUMERIC
                  AND (PH-OUTCOME = 'PUBLISHED'
                       OR PH-OUTCOME = 'SUPPLEMNT')
                     MOVE PH-DATE TO WS-HELD-STAMP-DATE
                     MOVE PH-TIME TO WS-HELD-STAMP-TIME
                     IF WS-HELD-STAMP > WS-LAST-PUB
                        MOVE WS-HELD-STAMP TO WS-LAST-PUB
                     END-IF
                  END-IF
                  READ PHST-FILE
                     AT END SET PHST-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE PHST-FILE
            END-IF
            IF WS-LAST-PUB > 0
               SET SUPPLEMENTARY TO TRUE
               DISPLAY 'DAY00PUB RUN-ID ' WS-PUB-RUNID ' WAS LAST '
                       'PUBLISHED ' WS-LAST-PUB-DATE ' '
                       WS-LAST-PUB-TIME ' - PUBLISHING ITS LATE '
                       'ANSWERS AS A SUPPLEMENT'
            END-IF
            .

      *
      *    EACH EXPECTED PAIR IS PUBLISHED (P), STILL HELD FOR A
      *    LATE FEED (H), OR - IN A SUPPLEMENT - ALREADY OUT IN AN
      *    EARLIER PUBLICATION (O). THE PROGRAM'S FIRST FIVE
      *    CHARACTERS NAME ITS DAY.
      *
         SET-PAIR-SCOPE SECTION.
            PERFORM VARYING XX FROM 1 BY 1
                        UNTIL XX > WS-EXPECT-COUNT
               SET ENTRY-NOT-FOUND TO TRUE
               PERFORM VARYING DX FROM 1 BY 1
                           UNTIL DX > WS-HDAY-COUNT OR ENTRY-FOUND
                  IF WS-HD-DAY(DX) = WS-X-PROGRAM(XX)(1:5)
                     SET ENTRY-FOUND TO TRUE
                     SUBTRACT 1 FROM DX
                  END-IF
               END-PERFORM
               EVALUATE TRUE
                  WHEN ENTRY-FOUND AND WS-HD-HELD(DX) > 0
                     SET PAIR-HELD(XX) TO TRUE
                     ADD 1 TO WS-HELD-COUNT
                     DISPLAY 'DAY00PUB HELD       '
                             WS-X-PROGRAM(XX) ' ' WS-X-LABEL(XX)
                  WHEN NOT SUPPLEMENTARY
                  WHEN ENTRY-FOUND AND WS-HD-STAMP(DX) > WS-LAST-PUB
                     SET PAIR-PUBLISHED(XX) TO TRUE
                     ADD 1 TO WS-PUBLISH-COUNT
                  WHEN OTHER
                     SET PAIR-OUT-OF-SCOPE(XX) TO TRUE
               END-EVALUATE
            END-PERFORM
            IF SUPPLEMENTARY AND WS-PUBLISH-COUNT = 0
               DISPLAY 'DAY00PUB NO DAY OF RUN-ID ' WS-PUB-RUNID
                       ' CAUGHT UP SINCE IT WAS LAST PUBLISHED - '
                       'NOTHING TO PUBLISH'
               MOVE 4 TO RETURN-CODE
               STOP RUN
            END-IF
            .

         COLLECT-RUN-ANSWERS SECTION.
            OPEN INPUT MAST-FILE
            IF WS-MAST-STATUS NOT = '00'
               AT END SET MAST-END TO TRUE
            END-READ
            PERFORM UNTIL MAST-END
               PERFORM SET-RECORD-BUS-DATE
               IF MST-RUN-ID = WS-PUB-RUNID
                  MOVE MST-RUN-DATE TO WS-PUB-RUN-DATE
               END-IF
               SET RECORD-NOT-SELECTED TO TRUE
               IF BY-BUSINESS-DATE
                  IF WS-REC-BUS-DATE = WS-PUB-BUS-DATE
                     SET RECORD-SELECTED TO TRUE
                  END-IF
               ELSE
                  IF MST-RUN-ID = WS-PUB-RUNID
                     SET RECORD-SELECTED TO TRUE
                  END-IF
               END-IF
               IF RECORD-SELECTED
                  PERFORM MATCH-ONE-ANSWER
               END-IF
               READ MAST-FILE
                        UNTIL XX > WS-EXPECT-COUNT
               IF WS-X-PROGRAM(XX) = MST-PROGRAM
               AND WS-X-LABEL(XX) = MST-LABEL
                  EVALUATE TRUE
                     WHEN WS-X-SEEN(XX) = 0
                        MOVE 1 TO WS-X-SEEN(XX)
                        PERFORM TAKE-ONE-ANSWER
                     WHEN MST-RUN-ID = WS-X-RUN-ID(XX)
                        ADD 1 TO WS-X-SEEN(XX)
                        PERFORM TAKE-ONE-ANSWER
                     WHEN MST-RUN-ID > WS-X-RUN-ID(XX)
                        PERFORM TAKE-ONE-ANSWER
                     WHEN OTHER
                        CONTINUE
                  END-EVALUATE
                  COMPUTE XX = WS-EXPECT-COUNT
               END-IF
            END-PERFORM
            .

      *
      *    ONLY A BUSINESS-DATE PUBLICATION SEES MORE THAN ONE RUN-ID
      *    FOR A PAIR - THE LATER RUN'S RECORD IS THE ONE THAT
      *    STANDS. THE SAME RUN-ID TWICE IS STILL A DUPLICATE.
      *
         TAKE-ONE-ANSWER SECTION.
            MOVE MST-RUN-DATE    TO WS-X-DATE(XX)
            MOVE WS-REC-BUS-DATE TO WS-X-BUS-DATE(XX)
            MOVE MST-RUN-ID      TO WS-X-RUN-ID(XX)
            MOVE MST-ANSWER      TO WS-X-ANSWER(XX)
            MOVE MST-IN-COUNT    TO WS-X-IN(XX)
            .

         VERIFY-COMPLETENESS SECTION.
            PERFORM VARYING XX FROM 1 BY 1
                        UNTIL XX > WS-EXPECT-COUNT
               EVALUATE TRUE
                  WHEN NOT PAIR-PUBLISHED(XX)
                     CONTINUE
                  WHEN WS-X-SEEN(XX) = 0
                     ADD 1 TO WS-MISSING-COUNT
                     DISPLAY 'DAY00PUB MISSING    '
                     PERFORM VARYING XX FROM 1 BY 1
                                 UNTIL XX > WS-EXPECT-COUNT
                        IF WS-X-PROGRAM(XX) = ESC-PROGRAM
                        AND PAIR-PUBLISHED(XX)
                           ADD 1 TO WS-ESCAL-COUNT
                           DISPLAY 'DAY00PUB ESCALATED  '
                                   ESC-PROGRAM
            END-IF
            .

         CHECK-RULE-BREAKS SECTION.
            OPEN INPUT CBK-FILE
            IF WS-CBK-STATUS = '00'
               READ CBK-FILE
                  AT END SET CBK-END TO TRUE
               END-READ
               PERFORM UNTIL CBK-END
                  IF CBK-RUN-ID NUMERIC
                  AND CBK-RUN-ID = WS-PUB-RUNID
                     ADD 1 TO WS-BROKEN-COUNT
                     MOVE CBK-LEFT-FIGURE  TO WS-CBK-LEFT
                     MOVE CBK-RIGHT-FIGURE TO WS-CBK-RIGHT
                     DISPLAY 'DAY00PUB RULE BROKEN '
                             CBK-LEFT-PGM ' ' CBK-LEFT-LABEL ' '
                             CBK-OP ' ' CBK-RIGHT-PGM ' '
                             CBK-RIGHT-LABEL
                     DISPLAY 'DAY00PUB    ' WS-CBK-LEFT ' VERSUS '
                             WS-CBK-RIGHT
                  END-IF
                  READ CBK-FILE
                     AT END SET CBK-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE CBK-FILE
            END-IF
            .

         WRITE-INTERFACE-FILE SECTION.
            OPEN OUTPUT PUB-FILE
            MOVE SPACES TO PUB-RECORD
            IF SUPPLEMENTARY
               STRING '*PUB ' WS-PUB-RUNID ' SUPPLEMENTARY TO PUB '
                      WS-LAST-PUB-DATE ' ' WS-LAST-PUB-TIME
                  DELIMITED BY SIZE INTO PUB-RECORD
               END-STRING
            ELSE
               STRING '*PUB ' WS-PUB-RUNID
                  DELIMITED BY SIZE INTO PUB-RECORD
               END-STRING
            END-IF
            WRITE PUB-RECORD
            PERFORM VARYING XX FROM 1 BY 1
                        UNTIL XX > WS-EXPECT-COUNT
               IF PAIR-PUBLISHED(XX)
                  MOVE SPACES           TO PUB-RECORD
                  MOVE WS-X-PROGRAM(XX) TO PUB-PROGRAM
                  MOVE WS-X-LABEL(XX)   TO PUB-LABEL
                  MOVE WS-X-DATE(XX)    TO PUB-RUN-DATE
                  MOVE WS-X-ANSWER(XX)  TO PUB-ANSWER
                  MOVE WS-X-IN(XX)      TO PUB-IN-COUNT
                  MOVE WS-X-BUS-DATE(XX) TO PUB-BUS-DATE
                  WRITE PUB-RECORD
                  MOVE WS-X-ANSWER(XX)  TO WS-HASH-FIGURE
                  PERFORM ADD-TO-HASH
               END-IF
            END-PERFORM
      *
      *    THE PAIRS STILL HELD FOR A LATE FEED - TO FOLLOW IN A
      *    SUPPLEMENT UNDER THE SAME RUN-ID.
      *
            PERFORM VARYING XX FROM 1 BY 1
                        UNTIL XX > WS-EXPECT-COUNT
               IF PAIR-HELD(XX)
                  MOVE SPACES TO PUB-RECORD
                  STRING '*HELD ' WS-X-PROGRAM(XX) ' '
                         WS-X-LABEL(XX)
                     DELIMITED BY SIZE INTO PUB-RECORD
                  END-STRING
                  WRITE PUB-RECORD
               END-IF
            END-PERFORM
            PERFORM WRITE-CORRECTIONS
            CLOSE PUB-FILE
            .

      *
      *    THE RESTATEMENTS MADE SINCE THE LATEST PUBLICATION OF ANY
      *    RUN, LESS ANY WHOSE ANSWER THIS FILE PUBLISHES IN FULL.
      *
         WRITE-CORRECTIONS SECTION.
            OPEN INPUT PHST-FILE
            IF WS-PHST-STATUS = '00'
               READ PHST-FILE
                  AT END SET PHST-END TO TRUE
               END-READ
               PERFORM UNTIL PHST-END
                  IF PH-DATE NUMERIC
                  AND PH-TIME NUMERIC
                  AND (PH-OUTCOME = 'PUBLISHED'
                       OR PH-OUTCOME = 'SUPPLEMNT')
                     MOVE PH-DATE TO WS-RES-STAMP-DATE
                     MOVE PH-TIME TO WS-RES-STAMP-TIME
                     IF WS-RES-STAMP > WS-LAST-ANY-PUB
                        MOVE WS-RES-STAMP TO WS-LAST-ANY-PUB
                     END-IF
                  END-IF
                  READ PHST-FILE
                     AT END SET PHST-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE PHST-FILE
            END-IF

            OPEN INPUT RES-FILE
            IF WS-RES-STATUS = '00'
               READ RES-FILE
                  AT END SET RES-END TO TRUE
               END-READ
               PERFORM UNTIL RES-END
                  IF RES-DATE NUMERIC AND RES-TIME NUMERIC
                     MOVE RES-DATE TO WS-RES-STAMP-DATE
                     MOVE RES-TIME TO WS-RES-STAMP-TIME
                     IF WS-RES-STAMP > WS-LAST-ANY-PUB
                        PERFORM WRITE-ONE-CORRECTION
                     END-IF
                  END-IF
                  READ RES-FILE
                     AT END SET RES-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE RES-FILE
            END-IF
            .

         WRITE-ONE-CORRECTION SECTION.
            SET ENTRY-NOT-FOUND TO TRUE
            PERFORM VARYING XX FROM 1 BY 1
                        UNTIL XX > WS-EXPECT-COUNT OR ENTRY-FOUND
               IF WS-X-PROGRAM(XX) = RES-PROGRAM
               AND WS-X-LABEL(XX) = RES-LABEL
               AND WS-X-SEEN(XX) > 0
               AND WS-X-RUN-ID(XX) = RES-RUN-ID
               AND PAIR-PUBLISHED(XX)
                  SET ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM
            IF ENTRY-NOT-FOUND
               MOVE SPACES         TO PUB-CORRECTION
               MOVE '*COR'         TO PCR-TAG
               MOVE RES-PROGRAM    TO PCR-PROGRAM
               MOVE RES-LABEL      TO PCR-LABEL
               MOVE RES-RUN-DATE   TO PCR-RUN-DATE
               MOVE RES-RUN-ID     TO PCR-RUN-ID
               MOVE RES-BEFORE     TO PCR-WAS
               MOVE RES-AFTER      TO PCR-NOW
               MOVE RES-DATE       TO PCR-RESTATED
               WRITE PUB-CORRECTION
               ADD 1 TO WS-CORRECT-COUNT
               MOVE RES-AFTER      TO WS-HASH-FIGURE
               PERFORM ADD-TO-HASH
               DISPLAY 'DAY00PUB CORRECTION ' RES-PROGRAM ' '
                       RES-LABEL ' RUN ' RES-RUN-ID
            END-IF
            .

      *
      *    ONE MORE DETAIL RECORD, ITS FIGURE ADDED UNSIGNED TO THE
      *    HASH, WHICH WRAPS AT 10**18.
      *
         ADD-TO-HASH SECTION.
            ADD 1 TO WS-PUB-RECORDS
            MOVE WS-PUB-HASH TO WS-HASH-WORK
            IF WS-HASH-FIGURE < 0
               SUBTRACT WS-HASH-FIGURE FROM WS-HASH-WORK
            ELSE
               ADD WS-HASH-FIGURE TO WS-HASH-WORK
            END-IF
            IF WS-HASH-WORK >= 1000000000000000000
               SUBTRACT 1000000000000000000 FROM WS-HASH-WORK
            END-IF
            MOVE WS-HASH-WORK TO WS-PUB-HASH
            .

      *
      *    THE RUN DATE IS TAKEN FROM THE RUN'S OWN MASTER RECORDS;
      *    A RUN WITH NONE ON THE MASTER IS DATED TODAY.
      *
         APPEND-PUBLICATION-HISTORY SECTION.
            ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
            ACCEPT WS-NOW-TIME FROM TIME
            IF WS-PUB-RUN-DATE = 0
               MOVE WS-NOW-DATE TO WS-PUB-RUN-DATE
            END-IF
            OPEN EXTEND PHST-FILE
            IF WS-PHST-STATUS NOT = '00'
               OPEN OUTPUT PHST-FILE
            END-IF
            MOVE SPACES             TO PHST-RECORD
            MOVE WS-NOW-DATE        TO PH-DATE
            MOVE WS-NOW-TIME-X(1:6) TO PH-TIME
            MOVE WS-PUB-RUNID       TO PH-RUN-ID
            MOVE WS-PUB-RUN-DATE    TO PH-RUN-DATE
            MOVE WS-OUTCOME         TO PH-OUTCOME
            MOVE WS-MISSING-COUNT   TO PH-MISSING
            MOVE WS-DUP-COUNT       TO PH-DUPLICATE
            MOVE WS-ESCAL-COUNT     TO PH-ESCALATED
            MOVE WS-HELD-COUNT      TO PH-HELD
            MOVE WS-CORRECT-COUNT   TO PH-CORRECTED
            MOVE WS-PUB-RECORDS     TO PH-RECORDS
            MOVE WS-PUB-HASH        TO PH-HASH
            MOVE WS-BROKEN-COUNT    TO PH-BROKEN
            WRITE PHST-RECORD
            CLOSE PHST-FILE
            .
