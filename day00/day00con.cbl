         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY00CON.

      *
      *    CROSS-PROGRAM ANSWER CONSISTENCY CHECK. DAY01P3, DAY02P3,
      *    DAY03P3 AND DAY04P3 EACH REPEAT ANSWERS THE SEPARATE P1
      *    AND P2 STEPS ALSO PRODUCE, AND IF A COMBINED PROGRAM AND
      *    ITS PART PROGRAMS EVER DISAGREED NOBODY WOULD NOTICE
      *    UNTIL A CONSUMER DID. THIS STEP RUNS AFTER THE SUITE, ONCE
      *    DAY00LOD HAS FOLDED THE NIGHT'S CTLFILE INTO CTLMAST: IT
      *    EVALUATES EVERY RULE IN THE CONRULES TABLE ('PROGRAM
      *    LABEL FIELD OP PROGRAM LABEL FIELD' PER LINE, * COMMENTS)
      *    AGAINST ONE RUN'S CTLMAST RECORDS (RUN-ID FROM DAYRUNID;
      *    BLANK TAKES THE HIGHEST ON THE MASTER). A RULE SAYS THE
      *    LEFT FIGURE MUST STAND IN RELATION OP - EQ NE GT GE LT LE
      *    - TO THE RIGHT ONE, EACH FIGURE BEING A PROGRAM/LABEL'S
      *    ANSWER (FIELD A), IN-COUNT (I) OR OUT-COUNT (O); SO
      *    'DAY03P3 GEAR A EQ DAY03P2 SUM A' HOLDS THE COMBINED GEAR
      *    RATIO TO THE PART-2 ANSWER AND 'DAY04P2 SUM A GE DAY04P1
      *    SUM I' SAYS THE CASCADE HOLDS AT LEAST AS MANY CARDS AS
      *    WERE READ.
      *
      *    EVERY RULE THAT DOES NOT HOLD IS LISTED WITH BOTH FIGURES,
      *    LOGGED TO EXCLOG AND WRITTEN TO CONBREAK - WHICH THE
      *    DRIVER LISTS ON THE RUN SHEET AND DAY00PUB TREATS AS A
      *    PUBLICATION BLOCK, THE SAME AS AN EXCESCL ESCALATION - AND
      *    THE STEP ENDS WITH RETURN CODE 8. A RULE EITHER OF WHOSE
      *    SIDES IS NOT ON CTLMAST FOR THE RUN (A DAY HELD OR NOT
      *    SCHEDULED TONIGHT) IS NOT EVALUATED AND ENDS THE STEP
      *    WITH RETURN CODE 4 AT MOST - A MISSING ANSWER IS THE
      *    PUBLICATION GATE'S BUSINESS, NOT THIS ONE'S.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT RULE-FILE ASSIGN TO CONRULES
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RULE-STATUS.

            SELECT MAST-FILE ASSIGN TO CTLMAST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MAST-STATUS.

            SELECT CBK-FILE ASSIGN TO CONBREAK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CBK-STATUS.

         DATA DIVISION.

         FILE SECTION.
         FD RULE-FILE.
         01 RULE-RECORD.
            88 RULE-END          VALUE LOW-VALUE.
            05 RULE-TEXT         PIC X(80).

         FD MAST-FILE.
         01 MAST-RECORD.
            88 MAST-END          VALUE LOW-VALUE.
            05 MST-PROGRAM       PIC X(8).
            05 MST-LABEL         PIC X(10).
            05 MST-RUN-DATE      PIC 9(8).
            05 MST-RUN-ID        PIC 9(6).
            05 FILLER            PIC X.
            05 MST-RUN-TIME      PIC 9(6).
            05 FILLER            PIC X.
            05 MST-ANSWER        PIC S9(18).
            05 FILLER            PIC X.
            05 MST-IN-COUNT      PIC 9(7).
            05 FILLER            PIC X.
            05 MST-OUT-COUNT     PIC 9(7).
            05 FILLER            PIC X(39).

         FD CBK-FILE.
         COPY "CONBRK.CPY".

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".
         COPY "EXCLOG.CPY".
         COPY "ALERTDAT.CPY".

         01 WS-RULE-STATUS       PIC XX.
         01 WS-MAST-STATUS       PIC XX.
         01 WS-CBK-STATUS        PIC XX.

         01 WS-RUNID-X           PIC X(6).
         01 WS-CON-RUNID         PIC 9(6) VALUE 0.

      *
      *    THE RULES, EACH SIDE'S FIGURE FOR THE RUN ONCE FOUND ON
      *    CTLMAST, AND THE RULE'S LINE NUMBER IN CONRULES FOR THE
      *    LISTING.
      *
         01 WS-RULE-COUNT        PIC 99 VALUE 0.
         01 WS-RULE-TABLE.
            05 WS-RULE-ENTRY OCCURS 60.
               10 WS-R-LINE      PIC 9(3).
               10 WS-R-OP        PIC XX.
               10 WS-R-SIDE OCCURS 2.
                  15 WS-R-PGM    PIC X(8).
                  15 WS-R-LABEL  PIC X(10).
                  15 WS-R-FIELD  PIC X.
                  15 WS-R-SEEN   PIC 9.
                     88 SIDE-ON-MASTER    VALUE 1.
                     88 SIDE-NOT-ON-MASTER VALUE 0.
                  15 WS-R-FIGURE PIC S9(18).

         01 WS-LINE-NO           PIC 9(3) VALUE 0.
         01 WS-PARSE-TOK         PIC X(12) OCCURS 7.

         01 SW-HOLDS             PIC 9.
            88 RULE-HOLDS              VALUE 1.
            88 RULE-BROKEN             VALUE 0.

         01 WS-BROKEN-COUNT      PIC 99 VALUE 0.
         01 WS-SKIP-COUNT        PIC 99 VALUE 0.
         01 WS-HELD-COUNT        PIC 99 VALUE 0.
         01 WS-SHOW-LEFT         PIC -(18)9.
         01 WS-SHOW-RIGHT        PIC -(18)9.

         77 RX                   PIC 99.
         77 SX                   PIC 9.
         77 TX                   PIC 9.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY00CON'==
                         ==PFX-SUB== BY =='/day00'==.

            MOVE SPACES TO WS-RUNID-X
            ACCEPT WS-RUNID-X FROM ENVIRONMENT 'DAYRUNID'
            IF WS-RUNID-X NOT = SPACES
               MOVE WS-RUNID-X TO WS-CON-RUNID
            END-IF

            PERFORM LOAD-RULE-TABLE
            PERFORM COLLECT-RUN-FIGURES
            DISPLAY 'DAY00CON CHECKING ' WS-RULE-COUNT ' RULE(S) FOR '
                    'RUN-ID ' WS-CON-RUNID
            PERFORM EVALUATE-RULES

            IF WS-BROKEN-COUNT > 0
               DISPLAY 'DAY00CON ' WS-BROKEN-COUNT ' RULE(S) BROKEN, '
                       WS-HELD-COUNT ' HELD, ' WS-SKIP-COUNT
                       ' NOT EVALUATED - SEE CONBREAK'
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-SKIP-COUNT > 0
                  DISPLAY 'DAY00CON ' WS-HELD-COUNT ' RULE(S) HELD, '
                          WS-SKIP-COUNT ' NOT EVALUATED'
                  MOVE 4 TO RETURN-CODE
               ELSE
                  DISPLAY 'DAY00CON ALL ' WS-HELD-COUNT
                          ' RULE(S) HELD'
               END-IF
            END-IF

            STOP RUN.

      *
      *    NO TABLE MEANS NOTHING TO CHECK - CONBREAK IS STILL
      *    EMPTIED, SO AN EARLIER RUN'S BREAKS ARE NOT CARRIED OVER.
      *
         LOAD-RULE-TABLE SECTION.
            OPEN INPUT RULE-FILE
            IF WS-RULE-STATUS NOT = '00'
               DISPLAY 'DAY00CON NO CONRULES TABLE - NOTHING TO CHECK'
               OPEN OUTPUT CBK-FILE
               CLOSE CBK-FILE
               STOP RUN
            END-IF
            READ RULE-FILE
               AT END SET RULE-END TO TRUE
            END-READ
            PERFORM UNTIL RULE-END
               ADD 1 TO WS-LINE-NO
               IF RULE-TEXT NOT = SPACES
               AND RULE-TEXT(1:1) NOT = '*'
                  IF WS-RULE-COUNT < 60
                     PERFORM TAKE-ONE-RULE
                  ELSE
                     DISPLAY 'DAY00CON WARNING - CONRULES HOLDS MORE '
                             'THAN 60 RULES; THE REST ARE NOT CHECKED'
                     IF RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                     END-IF
                  END-IF
               END-IF
               READ RULE-FILE
                  AT END SET RULE-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE RULE-FILE
            .

         TAKE-ONE-RULE SECTION.
            PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > 7
               MOVE SPACES TO WS-PARSE-TOK(TX)
            END-PERFORM
            UNSTRING RULE-TEXT
               DELIMITED BY ALL SPACE
               INTO WS-PARSE-TOK(1), WS-PARSE-TOK(2), WS-PARSE-TOK(3),
                    WS-PARSE-TOK(4), WS-PARSE-TOK(5), WS-PARSE-TOK(6),
                    WS-PARSE-TOK(7)
            END-UNSTRING
            IF WS-PARSE-TOK(7) = SPACES
               DISPLAY 'DAY00CON WARNING - CONRULES LINE ' WS-LINE-NO
                       ' IS NOT A WHOLE RULE - SKIPPED'
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            ELSE
               ADD 1 TO WS-RULE-COUNT
               MOVE WS-LINE-NO TO WS-R-LINE(WS-RULE-COUNT)
               MOVE WS-PARSE-TOK(4)(1:2) TO WS-R-OP(WS-RULE-COUNT)
               MOVE WS-PARSE-TOK(1)(1:8)
                  TO WS-R-PGM(WS-RULE-COUNT, 1)
               MOVE WS-PARSE-TOK(2)(1:10)
                  TO WS-R-LABEL(WS-RULE-COUNT, 1)
               MOVE WS-PARSE-TOK(3)(1:1)
                  TO WS-R-FIELD(WS-RULE-COUNT, 1)
               MOVE WS-PARSE-TOK(5)(1:8)
                  TO WS-R-PGM(WS-RULE-COUNT, 2)
               MOVE WS-PARSE-TOK(6)(1:10)
                  TO WS-R-LABEL(WS-RULE-COUNT, 2)
               MOVE WS-PARSE-TOK(7)(1:1)
                  TO WS-R-FIELD(WS-RULE-COUNT, 2)
               PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 2
                  SET SIDE-NOT-ON-MASTER(WS-RULE-COUNT, SX) TO TRUE
                  MOVE 0 TO WS-R-FIGURE(WS-RULE-COUNT, SX)
               END-PERFORM
            END-IF
            .

      *
      *    ONE PASS OF THE MASTER - EVERY RECORD OF THE RUN FILLS
      *    IN EACH RULE SIDE THAT NAMES ITS PROGRAM AND LABEL.
      *
         COLLECT-RUN-FIGURES SECTION.
            OPEN INPUT MAST-FILE
            IF WS-MAST-STATUS NOT = '00'
               DISPLAY 'DAY00CON NO CTLMAST MASTER - RUN DAY00LOD '
                       'FIRST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF
            IF WS-CON-RUNID = 0
               READ MAST-FILE
                  AT END SET MAST-END TO TRUE
               END-READ
               PERFORM UNTIL MAST-END
                  IF MST-RUN-ID > WS-CON-RUNID
                     MOVE MST-RUN-ID TO WS-CON-RUNID
                  END-IF
                  READ MAST-FILE
                     AT END SET MAST-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE MAST-FILE
               OPEN INPUT MAST-FILE
            END-IF

            READ MAST-FILE
               AT END SET MAST-END TO TRUE
            END-READ
            PERFORM UNTIL MAST-END
               IF MST-RUN-ID = WS-CON-RUNID
                  PERFORM VARYING RX FROM 1 BY 1
                              UNTIL RX > WS-RULE-COUNT
                     PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 2
                        IF WS-R-PGM(RX, SX) = MST-PROGRAM
                        AND WS-R-LABEL(RX, SX) = MST-LABEL
                           PERFORM TAKE-SIDE-FIGURE
                        END-IF
                     END-PERFORM
                  END-PERFORM
               END-IF
               READ MAST-FILE
                  AT END SET MAST-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE MAST-FILE
            .

         TAKE-SIDE-FIGURE SECTION.
            SET SIDE-ON-MASTER(RX, SX) TO TRUE
            EVALUATE WS-R-FIELD(RX, SX)
               WHEN 'I'
                  MOVE MST-IN-COUNT  TO WS-R-FIGURE(RX, SX)
               WHEN 'O'
                  MOVE MST-OUT-COUNT TO WS-R-FIGURE(RX, SX)
               WHEN OTHER
                  MOVE MST-ANSWER    TO WS-R-FIGURE(RX, SX)
            END-EVALUATE
            .

         EVALUATE-RULES SECTION.
            OPEN OUTPUT CBK-FILE
            PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > WS-RULE-COUNT
               IF SIDE-NOT-ON-MASTER(RX, 1)
               OR SIDE-NOT-ON-MASTER(RX, 2)
                  ADD 1 TO WS-SKIP-COUNT
                  DISPLAY 'DAY00CON RULE ' WS-R-LINE(RX)
                          ' NOT EVALUATED - '
                          WS-R-PGM(RX, 1) ' ' WS-R-LABEL(RX, 1) ' OR '
                          WS-R-PGM(RX, 2) ' ' WS-R-LABEL(RX, 2)
                          ' NOT ON CTLMAST FOR THE RUN'
               ELSE
                  PERFORM TEST-ONE-RULE
                  IF RULE-HOLDS
                     ADD 1 TO WS-HELD-COUNT
                  ELSE
                     PERFORM REPORT-BROKEN-RULE
                  END-IF
               END-IF
            END-PERFORM
            CLOSE CBK-FILE
            .

         TEST-ONE-RULE SECTION.
            SET RULE-BROKEN TO TRUE
            EVALUATE WS-R-OP(RX)
               WHEN 'EQ'
                  IF WS-R-FIGURE(RX, 1) = WS-R-FIGURE(RX, 2)
                     SET RULE-HOLDS TO TRUE
                  END-IF
               WHEN 'NE'
                  IF WS-R-FIGURE(RX, 1) NOT = WS-R-FIGURE(RX, 2)
                     SET RULE-HOLDS TO TRUE
                  END-IF
               WHEN 'GT'
                  IF WS-R-FIGURE(RX, 1) > WS-R-FIGURE(RX, 2)
                     SET RULE-HOLDS TO TRUE
                  END-IF
               WHEN 'GE'
                  IF WS-R-FIGURE(RX, 1) >= WS-R-FIGURE(RX, 2)
                     SET RULE-HOLDS TO TRUE
                  END-IF
               WHEN 'LT'
                  IF WS-R-FIGURE(RX, 1) < WS-R-FIGURE(RX, 2)
                     SET RULE-HOLDS TO TRUE
                  END-IF
               WHEN 'LE'
                  IF WS-R-FIGURE(RX, 1) <= WS-R-FIGURE(RX, 2)
                     SET RULE-HOLDS TO TRUE
                  END-IF
            END-EVALUATE
            .

         REPORT-BROKEN-RULE SECTION.
            ADD 1 TO WS-BROKEN-COUNT
            MOVE WS-R-FIGURE(RX, 1) TO WS-SHOW-LEFT
            MOVE WS-R-FIGURE(RX, 2) TO WS-SHOW-RIGHT
            DISPLAY 'DAY00CON RULE ' WS-R-LINE(RX) ' BROKEN - '
                    WS-R-PGM(RX, 1) ' ' WS-R-LABEL(RX, 1) ' '
                    WS-R-FIELD(RX, 1) ' ' WS-R-OP(RX) ' '
                    WS-R-PGM(RX, 2) ' ' WS-R-LABEL(RX, 2) ' '
                    WS-R-FIELD(RX, 2)
            DISPLAY 'DAY00CON    ' WS-SHOW-LEFT ' VERSUS '
                    WS-SHOW-RIGHT

            MOVE SPACES              TO CBK-RECORD
            MOVE WS-CON-RUNID        TO CBK-RUN-ID
            MOVE WS-R-LINE(RX)       TO CBK-RULE
            MOVE WS-R-PGM(RX, 1)     TO CBK-LEFT-PGM
            MOVE WS-R-LABEL(RX, 1)   TO CBK-LEFT-LABEL
            MOVE WS-R-FIELD(RX, 1)   TO CBK-LEFT-FIELD
            MOVE WS-R-FIGURE(RX, 1)  TO CBK-LEFT-FIGURE
            MOVE WS-R-OP(RX)         TO CBK-OP
            MOVE WS-R-PGM(RX, 2)     TO CBK-RIGHT-PGM
            MOVE WS-R-LABEL(RX, 2)   TO CBK-RIGHT-LABEL
            MOVE WS-R-FIELD(RX, 2)   TO CBK-RIGHT-FIELD
            MOVE WS-R-FIGURE(RX, 2)  TO CBK-RIGHT-FIGURE
            WRITE CBK-RECORD

            MOVE SPACES TO WS-EXCLOG-LINE
            STRING 'DAY00CON E RULE ' WS-R-LINE(RX) ' BROKEN '
                   WS-R-PGM(RX, 1) ' ' WS-R-LABEL(RX, 1) ' '
                   WS-R-OP(RX) ' ' WS-R-PGM(RX, 2) ' '
                   WS-R-LABEL(RX, 2)
               DELIMITED BY SIZE INTO WS-EXCLOG-LINE
            END-STRING
            CALL 'DAY00LOG' USING WS-EXCLOG-LINE
            END-CALL

            MOVE SPACES TO WS-ALERT-LINE
            STRING 'DAY00CON 0008 CONSISTENCY RULE BROKEN - '
                   WS-R-PGM(RX, 1) ' ' WS-R-LABEL(RX, 1)
               DELIMITED BY SIZE INTO WS-ALERT-LINE
            END-STRING
            CALL 'DAY00ALR' USING WS-ALERT-LINE
            END-CALL
            .
