         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY00SUB.

      *
      *    STANDING QUERY SUBSCRIPTIONS. THE SAME ONE-OFF QUESTIONS
      *    COME IN EVERY WEEK - A ROUTE FROM BBX TO ANY NODE ENDING
      *    IN Z (DAY08QRY), WHICH SEEDS PRODUCE LOCATION 46
      *    (DAY05REV), A SINGLE GAME'S CHECK (DAY02INQ), WHAT A HAND
      *    WOULD RANK AND WIN (DAY07INQ) - AND SOMEONE TYPED EACH ONE
      *    AT THE CONSOLE. THE SUBSCRIPTION TABLE (SUBTAB -
      *    'REQUESTER PROGRAM FREQUENCY QUESTION' PER LINE) NOW
      *    HOLDS THEM, AND THIS STEP RUNS IN THE HOUSEKEEPING WAVE,
      *    AFTER THE NIGHT'S CORES, AND PUTS EVERY QUESTION DUE
      *    TONIGHT TO ITS INQUIRY IN BATCH: THE QUESTION IS WRITTEN
      *    TO SUBASK.tmp AS THE ANSWERS THE INQUIRY WOULD HAVE BEEN
      *    TYPED (FOR DAY07INQ AS ITS INQHANDS FILE), THE INQUIRY IS
      *    RUN IN ITS OWN DAY DIRECTORY UNDER THE NIGHT'S OPERATOR -
      *    SO ITS OWN AUTHORIZATION AND ACCESS LOGGING STILL APPLY -
      *    AND WHAT IT DISPLAYS, LESS ITS PROMPTS, IS THE RESULT.
      *
      *    FREQUENCY IS D (EVERY NIGHT), W OR M - THE SAME SHOP
      *    CALENDAR (SHOPCAL) THE DRIVER SCHEDULES ITS OWN WEEKLY
      *    AND MONTH-END STEPS BY DECIDES WHETHER TONIGHT IS A
      *    WEEKLY OR MONTH-END DATE; WITH NO CALENDAR EVERY
      *    SUBSCRIPTION IS DUE. TONIGHT'S DATA IS WHAT THE NIGHT
      *    RAN ON: A DAY WHOSE CONSUMED FEED THE DRIVER HAS ALREADY
      *    ARCHIVED IS ASKED AGAINST THAT ARCHIVED GENERATION, FOUND
      *    ON THE ARCHIVE MANIFEST (ARCHMAN) UNDER TONIGHT'S RUN-ID.
      *
      *    EACH REQUESTER'S RESULTS GO TO THEIR OWN DATED OUTPUT,
      *    SUBRPT.YYYYMMDD IN THEIR DROP BOX (../DROPBOX/<REQUESTER>,
      *    CREATED ON FIRST DELIVERY), ONE BLOCK PER QUESTION. THE
      *    LAST DELIVERED RESULT OF EVERY SUBSCRIPTION IS KEPT ON
      *    SUBLAST; EACH RESULT IS MARKED FIRST DELIVERY, UNCHANGED
      *    OR CHANGED SINCE THE LAST DELIVERY'S DATE, AND A CHANGED
      *    RESULT CARRIES A * AGAINST EVERY LINE THAT IS NEW. A
      *    RERUN THE SAME NIGHT COMPARES WITH THE DELIVERY BEFORE
      *    TONIGHT'S, NOT WITH ITSELF. EVERY DELIVERY IS RECORDED ON
      *    THE SHARED ACCESS LOG THROUGH DAY00ACL, AND THE NIGHT'S
      *    ROUND IS LISTED ON SUBRPT HERE.
      *
      *    A SUBTAB LINE THAT CANNOT BE RUN, AN INQUIRY ENDING WITH
      *    A NON-ZERO RETURN CODE (ITS OUTPUT IS STILL DELIVERED, SO
      *    THE REQUESTER SEES WHY) OR A DROP BOX THAT WILL NOT TAKE
      *    THE DELIVERY ENDS THE STEP WITH RETURN CODE 4. A FAILED
      *    OR UNDELIVERED RESULT DOES NOT REPLACE THE LAST ONE.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT SUB-FILE ASSIGN TO SUBTAB
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SUB-STATUS.

            SELECT CAL-FILE ASSIGN TO SHOPCAL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CAL-STATUS.

            SELECT ARCH-MAN-FILE ASSIGN TO ARCHMAN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARCHMAN-STATUS.

            SELECT LAST-FILE ASSIGN TO SUBLAST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LAST-STATUS.

            SELECT ASK-FILE ASSIGN TO "SUBASK.tmp"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ASK-STATUS.

            SELECT WRK-FILE ASSIGN TO DYNAMIC WS-WORK-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WORK-STATUS.

            SELECT DLV-FILE ASSIGN TO DYNAMIC WS-DLV-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DLV-STATUS.

            SELECT RPT-FILE ASSIGN TO SUBRPT
            ORGANIZATION IS LINE SEQUENTIAL.

         DATA DIVISION.

         FILE SECTION.
         FD SUB-FILE.
         01 SUB-RECORD.
            88 SUB-END           VALUE LOW-VALUE.
            05 SUB-TEXT          PIC X(100).

         FD CAL-FILE.
         01 CAL-RECORD.
            88 CAL-END           VALUE LOW-VALUE.
            05 CAL-KIND          PIC X.
            05 FILLER            PIC X.
            05 CAL-DATE          PIC X(8).

         FD ARCH-MAN-FILE.
         01 ARCH-MAN-RECORD.
            88 ARCHMAN-END       VALUE LOW-VALUE.
            05 AMN-DIR           PIC X(12).
            05 FILLER            PIC X.
            05 AMN-DATE          PIC 9(8).
            05 FILLER            PIC X.
            05 AMN-RUN-ID        PIC 9(6).
            05 FILLER            PIC X.
            05 AMN-PATH          PIC X(60).

      *
      *    ONE LINE OF A KEPT RESULT - C FOR THE LAST DELIVERY, P
      *    FOR THE ONE BEFORE IT - WITH THE DATE IT WAS DELIVERED
      *    AND THE SUBSCRIPTION IT ANSWERS.
      *
         FD LAST-FILE.
         01 LAST-RECORD.
            88 LAST-END          VALUE LOW-VALUE.
            05 LST-GEN           PIC X.
            05 FILLER            PIC X.
            05 LST-DATE          PIC 9(8).
            05 FILLER            PIC X.
            05 LST-REQ           PIC X(12).
            05 FILLER            PIC X.
            05 LST-PGM           PIC X(8).
            05 FILLER            PIC X.
            05 LST-QUESTION      PIC X(60).
            05 FILLER            PIC X.
            05 LST-TEXT          PIC X(120).

         FD ASK-FILE.
         01 ASK-RECORD           PIC X(40).

         FD WRK-FILE.
         01 WRK-RECORD.
            88 WRK-END           VALUE LOW-VALUE.
            05 WRK-TEXT          PIC X(200).

         FD DLV-FILE.
         01 DLV-RECORD           PIC X(132).

         FD RPT-FILE.
         01 RPT-RECORD           PIC X(132).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         COPY "RUNSTMP.CPY".

         COPY "ACCDAT.CPY".

         01 WS-SUB-STATUS        PIC XX.
         01 WS-CAL-STATUS        PIC XX.
         01 WS-ARCHMAN-STATUS    PIC XX.
         01 WS-LAST-STATUS       PIC XX.
         01 WS-ASK-STATUS        PIC XX.
         01 WS-WORK-STATUS       PIC XX.
         01 WS-DLV-STATUS        PIC XX.

      *
      *    TONIGHT - THE DRIVER'S RUN START DATE, OR TODAY WHEN RUN
      *    BY HAND - AND WHAT THE SHOP CALENDAR SAYS OF IT.
      *
         01 WS-TODAY             PIC 9(8).
         01 WS-RUN-START         PIC X(14).
         01 WS-TONIGHT           PIC 9(8).
         01 WS-TONIGHT-X REDEFINES WS-TONIGHT PIC X(8).

         01 SW-CAL-PRESENT       PIC 9 VALUE 0.
            88 CAL-PRESENT             VALUE 1.
         01 SW-TONIGHT-WEEKLY    PIC 9 VALUE 0.
            88 TONIGHT-WEEKLY          VALUE 1.
         01 SW-TONIGHT-MONTHEND  PIC 9 VALUE 0.
            88 TONIGHT-MONTHEND        VALUE 1.

      *
      *    THE SUBSCRIPTIONS - THE QUESTION IS KEPT AS ITS TOKENS
      *    AND AS ONE SINGLE-SPACED STRING, WHICH WITH THE
      *    REQUESTER AND PROGRAM IDENTIFIES THE SUBSCRIPTION ON
      *    SUBLAST WHATEVER THE SPACING ON SUBTAB.
      *
         01 WS-SUB-COUNT         PIC 99 VALUE 0.
         01 WS-SUB-TABLE.
            05 WS-SUB-ENTRY OCCURS 30.
               10 WS-S-REQ       PIC X(12).
               10 WS-S-PGM       PIC X(8).
               10 WS-S-FREQ      PIC X.
               10 WS-S-QUESTION  PIC X(60).
               10 WS-S-TOK-COUNT PIC 9.
               10 WS-S-TOK       PIC X(10) OCCURS 6.
               10 WS-S-DELIVERED PIC 9.

         01 WS-LINE-NO           PIC 9(4) VALUE 0.
         01 WS-TOK-COUNT         PIC 99.
         01 WS-TOKENS.
            05 WS-TOK            PIC X(14) OCCURS 10.
         01 WS-REJECT-WHY        PIC X(50).
         01 WS-Q-PTR             PIC 99.

      *
      *    KEPT RESULTS - TWO GENERATIONS PER SUBSCRIPTION AT MOST.
      *
         01 WS-LAST-COUNT        PIC 99 VALUE 0.
         01 WS-LAST-TABLE.
            05 WS-LAST-ENTRY OCCURS 60.
               10 WS-L-GEN       PIC X.
               10 WS-L-DATE      PIC 9(8).
               10 WS-L-REQ       PIC X(12).
               10 WS-L-PGM       PIC X(8).
               10 WS-L-QUESTION  PIC X(60).
               10 WS-L-LINES     PIC 99.
               10 WS-L-TEXT      PIC X(120) OCCURS 60.

      *
      *    TONIGHT'S RESULT FOR THE SUBSCRIPTION IN HAND.
      *
         01 WS-RES-LINES         PIC 99.
         01 WS-RES-TABLE.
            05 WS-RES-ENTRY OCCURS 60.
               10 WS-RES-TEXT    PIC X(120).
               10 WS-RES-NEW     PIC X.
         01 WS-NEW-COUNT         PIC 99.
         01 WS-GONE-COUNT        PIC 99.
         01 WS-INQ-RC            PIC 9(3).
         01 WS-RC-DIGIT          PIC 9.
         01 WS-RC-CHAR REDEFINES WS-RC-DIGIT PIC X.

         01 SW-RES-CUT           PIC 9.
            88 RESULT-CUT              VALUE 1.
         01 SW-LINE-FOUND        PIC 9.
            88 LINE-FOUND              VALUE 1.
            88 LINE-NOT-FOUND          VALUE 0.
         01 SW-DELIVERED         PIC 9.
            88 RESULT-DELIVERED        VALUE 1.
            88 RESULT-NOT-DELIVERED    VALUE 0.

         01 WS-STATUS-TEXT       PIC X(40).
         01 WS-FREQ-WORD         PIC X(9).

      *
      *    WHERE AND HOW THE INQUIRY IS RUN.
      *
         01 WS-INQ-DIR           PIC X(5).
         01 WS-INQ-FILE          PIC X(8).
         01 WS-FEED-PATH         PIC X(60).
         01 WS-COMMAND           PIC X(400).
         01 WS-CMD-PTR           PIC 9(4).
         01 WS-SAVED-RC          PIC S9(9).
         01 WS-WORK-NAME         PIC X(20).
         01 WS-DLV-NAME          PIC X(100).
         01 WS-DLV-PTR           PIC 9(4).
         01 WS-DLV-LINE          PIC X(132).

         01 WS-DUE-COUNT         PIC 99 VALUE 0.
         01 WS-SENT-COUNT        PIC 99 VALUE 0.
         01 WS-CHANGED-COUNT     PIC 99 VALUE 0.
         01 WS-FAIL-COUNT        PIC 99 VALUE 0.
         01 WS-SKIP-COUNT        PIC 99 VALUE 0.

         01 WS-SUB-LINE.
            05 WS-SB-REQ         PIC X(12).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-SB-PGM         PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-SB-FREQ        PIC X.
            05 FILLER            PIC X VALUE SPACE.
            05 WS-SB-QUESTION    PIC X(60).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-SB-STATUS      PIC X(40).

         01 WS-SKIP-LINE.
            05 FILLER            PIC X(14) VALUE 'SUBTAB LINE '.
            05 WS-SK-LINE        PIC ZZZ9.
            05 FILLER            PIC X(11) VALUE ' SKIPPED - '.
            05 WS-SK-WHY         PIC X(50).

         01 WS-TOTAL-LINE.
            05 WS-TL-DUE         PIC Z9.
            05 FILLER            PIC X(8) VALUE ' DUE,   '.
            05 WS-TL-SENT        PIC Z9.
            05 FILLER            PIC X(13) VALUE ' DELIVERED,  '.
            05 WS-TL-CHANGED     PIC Z9.
            05 FILLER            PIC X(11) VALUE ' CHANGED,  '.
            05 WS-TL-FAILED      PIC Z9.
            05 FILLER            PIC X(10) VALUE ' FAILED,  '.
            05 WS-TL-SKIPPED     PIC Z9.
            05 FILLER            PIC X(18) VALUE
                                        ' SUBTAB LINE(S) SK'.
            05 FILLER            PIC X(5) VALUE 'IPPED'.

         77 QX                   PIC 99.
         77 PX                   PIC 99.
         77 CX                   PIC 99.
         77 BX                   PIC 99.
         77 RX                   PIC 99.
         77 LX                   PIC 99.
         77 TX                   PIC 99.
         77 KX                   PIC 9(4).

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY00SUB'==
                         ==PFX-SUB== BY =='/day00'==.

            COPY "RUNSTMPP.CPY".

            ACCEPT WS-TODAY FROM DATE YYYYMMDD
            MOVE SPACES TO WS-RUN-START
            ACCEPT WS-RUN-START FROM ENVIRONMENT 'DAYRUNSTART'
            IF WS-RUN-START NOT NUMERIC
               MOVE WS-TODAY TO WS-RUN-START(1:8)
               MOVE '000000' TO WS-RUN-START(9:6)
            END-IF
            MOVE WS-RUN-START(1:8) TO WS-TONIGHT

            OPEN OUTPUT RPT-FILE
            WRITE RPT-RECORD FROM WS-RUN-STAMP
            PERFORM LOAD-SHOP-CALENDAR
            MOVE SPACES TO RPT-RECORD
            STRING 'DAY00SUB STANDING QUERY SUBSCRIPTIONS FOR '
                   WS-TONIGHT ' - CALENDAR: ' WS-FREQ-WORD
               DELIMITED BY SIZE INTO RPT-RECORD
            END-STRING
            WRITE RPT-RECORD

            PERFORM LOAD-SUBSCRIPTIONS
            PERFORM LOAD-LAST-DELIVERIES

            MOVE SPACES TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE SPACES TO RPT-RECORD
            MOVE 'REQUESTER    PROGRAM  F QUESTION' TO RPT-RECORD
            MOVE 'RESULT' TO RPT-RECORD(86:6)
            WRITE RPT-RECORD

            PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > WS-SUB-COUNT
               PERFORM RUN-ONE-SUBSCRIPTION
            END-PERFORM

            MOVE WS-DUE-COUNT     TO WS-TL-DUE
            MOVE WS-SENT-COUNT    TO WS-TL-SENT
            MOVE WS-CHANGED-COUNT TO WS-TL-CHANGED
            MOVE WS-FAIL-COUNT    TO WS-TL-FAILED
            MOVE WS-SKIP-COUNT    TO WS-TL-SKIPPED
            MOVE SPACES TO RPT-RECORD
            WRITE RPT-RECORD
            WRITE RPT-RECORD FROM WS-TOTAL-LINE
            CLOSE RPT-FILE

            PERFORM SAVE-LAST-DELIVERIES
            MOVE 'rm -f SUBASK.tmp SUBOUT.tmp SUBRC.tmp' TO WS-COMMAND
            PERFORM RUN-SHELL-COMMAND

            DISPLAY 'DAY00SUB ' WS-DUE-COUNT ' SUBSCRIPTION(S) DUE '
                    'FOR ' WS-TONIGHT ', ' WS-SENT-COUNT
                    ' DELIVERED, ' WS-CHANGED-COUNT ' CHANGED, '
                    WS-FAIL-COUNT ' FAILED - SEE SUBRPT'

            STOP RUN.

      *
      *    WHETHER TONIGHT IS A WEEKLY OR MONTH-END PROCESSING DATE
      *    - THE DRIVER'S OWN RULE ('W YYYYMMDD', 'M YYYYMMDD').
      *
         LOAD-SHOP-CALENDAR SECTION.
            OPEN INPUT CAL-FILE
            IF WS-CAL-STATUS = '00'
               SET CAL-PRESENT TO TRUE
               READ CAL-FILE
                  AT END SET CAL-END TO TRUE
               END-READ
               PERFORM UNTIL CAL-END
                  IF CAL-KIND NOT = '*'
                  AND CAL-DATE = WS-TONIGHT-X
                     EVALUATE CAL-KIND
                        WHEN 'W' SET TONIGHT-WEEKLY   TO TRUE
                        WHEN 'M' SET TONIGHT-MONTHEND TO TRUE
                     END-EVALUATE
                  END-IF
                  READ CAL-FILE
                     AT END SET CAL-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE CAL-FILE
            END-IF

            EVALUATE TRUE
               WHEN NOT CAL-PRESENT
                  MOVE 'NONE' TO WS-FREQ-WORD
               WHEN TONIGHT-WEEKLY AND TONIGHT-MONTHEND
                  MOVE 'W AND M' TO WS-FREQ-WORD
               WHEN TONIGHT-WEEKLY
                  MOVE 'WEEKLY' TO WS-FREQ-WORD
               WHEN TONIGHT-MONTHEND
                  MOVE 'MONTH-END' TO WS-FREQ-WORD
               WHEN OTHER
                  MOVE 'DAILY' TO WS-FREQ-WORD
            END-EVALUATE
            .

      *
      *    'REQUESTER PROGRAM FREQUENCY QUESTION' PER LINE. A LINE
      *    THAT CANNOT BE RUN IS LISTED AND SKIPPED.
      *
         LOAD-SUBSCRIPTIONS SECTION.
            INITIALIZE WS-SUB-TABLE
            OPEN INPUT SUB-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-SUB-STATUS==
                         ==FS-FILE-NAME== BY =='SUBTAB'==
                         ==FS-PGM==       BY =='DAY00SUB'==.
            READ SUB-FILE
               AT END SET SUB-END TO TRUE
            END-READ
            PERFORM UNTIL SUB-END
               ADD 1 TO WS-LINE-NO
               IF SUB-TEXT(1:1) NOT = '*'
               AND SUB-TEXT NOT = SPACES
                  PERFORM CHECK-SUBSCRIPTION
                  IF WS-REJECT-WHY = SPACES
                     PERFORM KEEP-SUBSCRIPTION
                  ELSE
                     ADD 1 TO WS-SKIP-COUNT
                     MOVE WS-LINE-NO    TO WS-SK-LINE
                     MOVE WS-REJECT-WHY TO WS-SK-WHY
                     WRITE RPT-RECORD FROM WS-SKIP-LINE
                     DISPLAY 'DAY00SUB ' WS-SKIP-LINE
                     IF RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                     END-IF
                  END-IF
               END-IF
               READ SUB-FILE
                  AT END SET SUB-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE SUB-FILE
            .

      *
      *    THE SHAPE OF THE QUESTION EACH INQUIRY TAKES (DAY00PRM
      *    HOLDS THE FULL RULE):
      *       DAY08QRY  START-NODE TARGET (NODE OR ONE/TWO-LETTER
      *                 SUFFIX)
      *       DAY05REV  ONE TO FIVE LOCATION NUMBERS
      *       DAY02INQ  ONE GAME NUMBER
      *       DAY07INQ  ONE TO THREE 'HAND BID' PAIRS
      *
         CHECK-SUBSCRIPTION SECTION.
            MOVE SPACES TO WS-REJECT-WHY WS-TOKENS
            MOVE 0 TO WS-TOK-COUNT
            UNSTRING SUB-TEXT DELIMITED BY ALL SPACE
               INTO WS-TOK(1), WS-TOK(2), WS-TOK(3), WS-TOK(4),
                    WS-TOK(5), WS-TOK(6), WS-TOK(7), WS-TOK(8),
                    WS-TOK(9), WS-TOK(10)
            END-UNSTRING
            PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > 10
               IF WS-TOK(TX) NOT = SPACES
                  MOVE TX TO WS-TOK-COUNT
               END-IF
            END-PERFORM

            EVALUATE TRUE
               WHEN WS-TOK-COUNT < 4
                  MOVE 'NEED REQUESTER, PROGRAM, FREQUENCY, QUESTION'
                     TO WS-REJECT-WHY
               WHEN WS-TOK(1)(13:1) NOT = SPACE
                  MOVE 'REQUESTER LONGER THAN 12 CHARACTERS'
                     TO WS-REJECT-WHY
               WHEN WS-TOK(3) NOT = 'D' AND NOT = 'W'
                                        AND NOT = 'M'
                  MOVE 'FREQUENCY IS NOT D, W OR M' TO WS-REJECT-WHY
               WHEN WS-SUB-COUNT >= 30
                  MOVE 'SUBSCRIPTION TABLE FULL AT 30'
                     TO WS-REJECT-WHY
            END-EVALUATE
            IF WS-REJECT-WHY = SPACES
               EVALUATE WS-TOK(2)
                  WHEN 'DAY08QRY'
                     IF WS-TOK-COUNT NOT = 5
                        MOVE 'DAY08QRY TAKES A START NODE AND A TARGET'
                           TO WS-REJECT-WHY
                     END-IF
                  WHEN 'DAY05REV'
                     IF WS-TOK-COUNT > 8
                        MOVE 'DAY05REV TAKES ONE TO FIVE LOCATIONS'
                           TO WS-REJECT-WHY
                     END-IF
                  WHEN 'DAY02INQ'
                     IF WS-TOK-COUNT NOT = 4
                        MOVE 'DAY02INQ TAKES ONE GAME NUMBER'
                           TO WS-REJECT-WHY
                     END-IF
                  WHEN 'DAY07INQ'
                     IF WS-TOK-COUNT = 4 OR 6 OR 8
                     OR WS-TOK-COUNT > 9
                        MOVE 'DAY07INQ TAKES ONE TO THREE HAND-BID '
                           & 'PAIRS' TO WS-REJECT-WHY
                     END-IF
                  WHEN OTHER
                     MOVE 'NOT AN INQUIRY A SUBSCRIPTION CAN RUN'
                        TO WS-REJECT-WHY
               END-EVALUATE
            END-IF
            PERFORM VARYING TX FROM 4 BY 1 UNTIL TX > WS-TOK-COUNT
               IF WS-TOK(TX)(11:1) NOT = SPACE
                  MOVE 'QUESTION TERM LONGER THAN 10 CHARACTERS'
                     TO WS-REJECT-WHY
               END-IF
            END-PERFORM
            .

         KEEP-SUBSCRIPTION SECTION.
            ADD 1 TO WS-SUB-COUNT
            MOVE WS-TOK(1) TO WS-S-REQ(WS-SUB-COUNT)
            MOVE WS-TOK(2) TO WS-S-PGM(WS-SUB-COUNT)
            MOVE WS-TOK(3) TO WS-S-FREQ(WS-SUB-COUNT)
            COMPUTE WS-S-TOK-COUNT(WS-SUB-COUNT) = WS-TOK-COUNT - 3
            MOVE 1 TO WS-Q-PTR
            PERFORM VARYING TX FROM 4 BY 1 UNTIL TX > WS-TOK-COUNT
               MOVE WS-TOK(TX) TO WS-S-TOK(WS-SUB-COUNT, TX - 3)
               IF TX > 4
                  STRING ' ' DELIMITED BY SIZE
                     INTO WS-S-QUESTION(WS-SUB-COUNT)
                     WITH POINTER WS-Q-PTR
                  END-STRING
               END-IF
               STRING WS-TOK(TX) DELIMITED BY SPACE
                  INTO WS-S-QUESTION(WS-SUB-COUNT)
                  WITH POINTER WS-Q-PTR
               END-STRING
            END-PERFORM
            .

      *
      *    THE KEPT RESULTS OF SUBSCRIPTIONS STILL ON SUBTAB - ONE
      *    WHOSE LINE HAS GONE IS DROPPED WHEN SUBLAST IS REWRITTEN.
      *
         LOAD-LAST-DELIVERIES SECTION.
            INITIALIZE WS-LAST-TABLE
            OPEN INPUT LAST-FILE
            IF WS-LAST-STATUS = '00'
               READ LAST-FILE
                  AT END SET LAST-END TO TRUE
               END-READ
               PERFORM UNTIL LAST-END
                  MOVE 0 TO BX
                  PERFORM VARYING QX FROM 1 BY 1
                          UNTIL QX > WS-SUB-COUNT
                     IF WS-S-REQ(QX)      = LST-REQ
                     AND WS-S-PGM(QX)      = LST-PGM
                     AND WS-S-QUESTION(QX) = LST-QUESTION
                        MOVE QX TO BX
                     END-IF
                  END-PERFORM
                  IF BX > 0
                     PERFORM FILE-ONE-KEPT-LINE
                  END-IF
                  READ LAST-FILE
                     AT END SET LAST-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE LAST-FILE
            END-IF
            .

         FILE-ONE-KEPT-LINE SECTION.
            MOVE 0 TO LX
            PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > WS-LAST-COUNT
               IF WS-L-GEN(TX)      = LST-GEN
               AND WS-L-REQ(TX)      = LST-REQ
               AND WS-L-PGM(TX)      = LST-PGM
               AND WS-L-QUESTION(TX) = LST-QUESTION
                  MOVE TX TO LX
               END-IF
            END-PERFORM
            IF LX = 0 AND WS-LAST-COUNT < 60
               ADD 1 TO WS-LAST-COUNT
               MOVE WS-LAST-COUNT TO LX
               MOVE LST-GEN      TO WS-L-GEN(LX)
               MOVE LST-DATE     TO WS-L-DATE(LX)
               MOVE LST-REQ      TO WS-L-REQ(LX)
               MOVE LST-PGM      TO WS-L-PGM(LX)
               MOVE LST-QUESTION TO WS-L-QUESTION(LX)
               MOVE 0            TO WS-L-LINES(LX)
            END-IF
            IF LX > 0
               IF WS-L-LINES(LX) < 60
                  ADD 1 TO WS-L-LINES(LX)
                  MOVE LST-TEXT TO WS-L-TEXT(LX, WS-L-LINES(LX))
               END-IF
            END-IF
            .

         RUN-ONE-SUBSCRIPTION SECTION.
            MOVE WS-S-REQ(QX)      TO WS-SB-REQ
            MOVE WS-S-PGM(QX)      TO WS-SB-PGM
            MOVE WS-S-FREQ(QX)     TO WS-SB-FREQ
            MOVE WS-S-QUESTION(QX) TO WS-SB-QUESTION
            MOVE SPACES TO WS-STATUS-TEXT

            IF WS-S-FREQ(QX) = 'D'
            OR NOT CAL-PRESENT
            OR (WS-S-FREQ(QX) = 'W' AND TONIGHT-WEEKLY)
            OR (WS-S-FREQ(QX) = 'M' AND TONIGHT-MONTHEND)
               ADD 1 TO WS-DUE-COUNT
               PERFORM WRITE-ASK-FILE
               PERFORM FIND-TONIGHTS-FEED
               PERFORM RUN-INQUIRY
               PERFORM READ-RESULT
               IF WS-INQ-RC = 0
                  PERFORM COMPARE-WITH-LAST
               ELSE
                  ADD 1 TO WS-FAIL-COUNT
                  MOVE SPACES TO WS-STATUS-TEXT
                  STRING 'INQUIRY FAILED - RC ' WS-INQ-RC
                     DELIMITED BY SIZE INTO WS-STATUS-TEXT
                  END-STRING
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
               END-IF
               PERFORM DELIVER-RESULT
               IF RESULT-DELIVERED
                  ADD 1 TO WS-SENT-COUNT
                  MOVE 1 TO WS-S-DELIVERED(QX)
                  PERFORM LOG-DELIVERY
                  IF WS-INQ-RC = 0
                     PERFORM KEEP-AS-LAST
                  END-IF
               ELSE
                  MOVE 'NOT DELIVERED - DROP BOX REFUSED IT'
                     TO WS-STATUS-TEXT
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
               END-IF
            ELSE
               MOVE 'NOT DUE TONIGHT' TO WS-STATUS-TEXT
            END-IF

            MOVE WS-STATUS-TEXT TO WS-SB-STATUS
            WRITE RPT-RECORD FROM WS-SUB-LINE
            .

      *
      *    THE QUESTION AS THE INQUIRY WOULD HAVE BEEN ANSWERED AT
      *    THE CONSOLE, ONE PROMPT PER LINE AND A BLANK TO END THE
      *    SESSION - OR, FOR DAY07INQ, AS ITS INQHANDS FILE.
      *
         WRITE-ASK-FILE SECTION.
            OPEN OUTPUT ASK-FILE
            EVALUATE WS-S-PGM(QX)
               WHEN 'DAY07INQ'
                  PERFORM VARYING TX FROM 1 BY 2
                          UNTIL TX > WS-S-TOK-COUNT(QX)
                     MOVE SPACES TO ASK-RECORD
                     STRING WS-S-TOK(QX, TX)     DELIMITED BY SPACE
                            ' '                  DELIMITED BY SIZE
                            WS-S-TOK(QX, TX + 1) DELIMITED BY SPACE
                        INTO ASK-RECORD
                     END-STRING
                     WRITE ASK-RECORD
                  END-PERFORM
               WHEN OTHER
                  PERFORM VARYING TX FROM 1 BY 1
                          UNTIL TX > WS-S-TOK-COUNT(QX)
                     MOVE WS-S-TOK(QX, TX) TO ASK-RECORD
                     WRITE ASK-RECORD
                  END-PERFORM
                  MOVE SPACES TO ASK-RECORD
                  WRITE ASK-RECORD
            END-EVALUATE
            CLOSE ASK-FILE
            .

      *
      *    A DAY WHOSE CONSUMED INPFILE THE DRIVER ARCHIVED TONIGHT
      *    IS ASKED AGAINST THAT GENERATION. DAY07INQ READS THE HAND
      *    MASTER, WHICH STAYS WHERE IT IS.
      *
         FIND-TONIGHTS-FEED SECTION.
            MOVE SPACES TO WS-INQ-DIR WS-INQ-FILE WS-FEED-PATH
            STRING 'day' WS-S-PGM(QX)(4:2)
               DELIMITED BY SIZE INTO WS-INQ-DIR
            END-STRING
            MOVE WS-S-PGM(QX) TO WS-INQ-FILE
            INSPECT WS-INQ-FILE
               CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                       TO 'abcdefghijklmnopqrstuvwxyz'

            IF WS-S-PGM(QX) NOT = 'DAY07INQ'
            AND WS-STAMP-RUNID > 0
               OPEN INPUT ARCH-MAN-FILE
               IF WS-ARCHMAN-STATUS = '00'
                  READ ARCH-MAN-FILE
                     AT END SET ARCHMAN-END TO TRUE
                  END-READ
                  PERFORM UNTIL ARCHMAN-END
                     IF AMN-DIR = WS-INQ-DIR
                     AND AMN-RUN-ID = WS-STAMP-RUNID
                        MOVE AMN-PATH TO WS-FEED-PATH
                     END-IF
                     READ ARCH-MAN-FILE
                        AT END SET ARCHMAN-END TO TRUE
                     END-READ
                  END-PERFORM
                  CLOSE ARCH-MAN-FILE
               END-IF
            END-IF
            .

      *
      *    THE INQUIRY RUNS IN ITS OWN DIRECTORY WITH ITS CONSOLE
      *    READ FROM SUBASK.tmp AND WRITTEN TO SUBOUT.tmp; ITS
      *    RETURN CODE COMES BACK IN SUBRC.tmp. AN ARCHIVED FEED OR
      *    THE INQHANDS FILE IS HANDED OVER UNDER ITS DD NAME.
      *
         RUN-INQUIRY SECTION.
            MOVE SPACES TO WS-COMMAND
            MOVE 1 TO WS-CMD-PTR
            STRING 'rm -f SUBOUT.tmp SUBRC.tmp ; (cd ../'
                                          DELIMITED BY SIZE
                   WS-INQ-DIR             DELIMITED BY SPACE
                   ' && '                 DELIMITED BY SIZE
               INTO WS-COMMAND
               WITH POINTER WS-CMD-PTR
            END-STRING
            IF WS-FEED-PATH NOT = SPACES
               STRING 'DD_INPFILE='       DELIMITED BY SIZE
                      WS-FEED-PATH        DELIMITED BY SPACE
                      ' '                 DELIMITED BY SIZE
                  INTO WS-COMMAND
                  WITH POINTER WS-CMD-PTR
               END-STRING
            END-IF
            IF WS-S-PGM(QX) = 'DAY07INQ'
               STRING 'DD_INQHANDS=../day00/SUBASK.tmp '
                                          DELIMITED BY SIZE
                  INTO WS-COMMAND
                  WITH POINTER WS-CMD-PTR
               END-STRING
            END-IF
            STRING './'                   DELIMITED BY SIZE
                   WS-INQ-FILE            DELIMITED BY SPACE
                   ' < ../day00/SUBASK.tmp > ../day00/SUBOUT.tmp'
                                          DELIMITED BY SIZE
                   ' 2>&1) ; echo $? > SUBRC.tmp'
                                          DELIMITED BY SIZE
               INTO WS-COMMAND
               WITH POINTER WS-CMD-PTR
            END-STRING
            PERFORM RUN-SHELL-COMMAND

            MOVE 999 TO WS-INQ-RC
            MOVE 'SUBRC.tmp' TO WS-WORK-NAME
            OPEN INPUT WRK-FILE
            IF WS-WORK-STATUS = '00'
               READ WRK-FILE
                  AT END SET WRK-END TO TRUE
               END-READ
               IF NOT WRK-END
               AND WRK-TEXT(1:1) NUMERIC
                  MOVE 0 TO WS-INQ-RC
                  PERFORM VARYING TX FROM 1 BY 1
                          UNTIL TX > 3 OR WRK-TEXT(TX:1) = SPACE
                     MOVE WRK-TEXT(TX:1) TO WS-RC-CHAR
                     COMPUTE WS-INQ-RC = WS-INQ-RC * 10 + WS-RC-DIGIT
                  END-PERFORM
               END-IF
               CLOSE WRK-FILE
            END-IF
            .

      *
      *    WHAT THE INQUIRY DISPLAYED, LESS ITS PROMPTS ('PROGRAM -
      *    ...') AND BLANK LINES, UP TO 60 LINES.
      *
         READ-RESULT SECTION.
            MOVE 0 TO WS-RES-LINES SW-RES-CUT
            MOVE SPACES TO WS-RES-TABLE
            MOVE 'SUBOUT.tmp' TO WS-WORK-NAME
            OPEN INPUT WRK-FILE
            IF WS-WORK-STATUS = '00'
               READ WRK-FILE
                  AT END SET WRK-END TO TRUE
               END-READ
               PERFORM UNTIL WRK-END
                  IF WRK-TEXT NOT = SPACES
                  AND NOT (WRK-TEXT(1:8) = WS-S-PGM(QX)
                           AND WRK-TEXT(9:3) = ' - ')
                     IF WS-RES-LINES < 60
                        ADD 1 TO WS-RES-LINES
                        MOVE WRK-TEXT TO WS-RES-TEXT(WS-RES-LINES)
                     ELSE
                        SET RESULT-CUT TO TRUE
                     END-IF
                  END-IF
                  READ WRK-FILE
                     AT END SET WRK-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE WRK-FILE
            END-IF
            IF WS-RES-LINES = 0
               MOVE 1 TO WS-RES-LINES
               MOVE '(THE INQUIRY GAVE NO ANSWER)' TO WS-RES-TEXT(1)
            END-IF
            .

      *
      *    THE DELIVERY TO COMPARE WITH IS THE LAST ONE - OR, WHEN
      *    THE LAST ONE WAS TONIGHT'S (A RERUN), THE ONE BEFORE IT.
      *    A LINE OF TONIGHT'S RESULT NOT IN THAT DELIVERY IS NEW;
      *    A LINE OF THAT DELIVERY NOT IN TONIGHT'S HAS GONE.
      *
         COMPARE-WITH-LAST SECTION.
            PERFORM FIND-KEPT-RESULTS
            IF CX > 0
               IF WS-L-DATE(CX) = WS-TONIGHT
                  MOVE PX TO BX
               ELSE
                  MOVE CX TO BX
               END-IF
            ELSE
               MOVE 0 TO BX
            END-IF

            MOVE 0 TO WS-NEW-COUNT WS-GONE-COUNT
            IF BX = 0
               MOVE 'FIRST DELIVERY' TO WS-STATUS-TEXT
            ELSE
               PERFORM VARYING RX FROM 1 BY 1
                       UNTIL RX > WS-RES-LINES
                  SET LINE-NOT-FOUND TO TRUE
                  PERFORM VARYING LX FROM 1 BY 1
                          UNTIL LX > WS-L-LINES(BX) OR LINE-FOUND
                     IF WS-L-TEXT(BX, LX) = WS-RES-TEXT(RX)
                        SET LINE-FOUND TO TRUE
                     END-IF
                  END-PERFORM
                  IF LINE-NOT-FOUND
                     MOVE '*' TO WS-RES-NEW(RX)
                     ADD 1 TO WS-NEW-COUNT
                  END-IF
               END-PERFORM
               PERFORM VARYING LX FROM 1 BY 1
                       UNTIL LX > WS-L-LINES(BX)
                  SET LINE-NOT-FOUND TO TRUE
                  PERFORM VARYING RX FROM 1 BY 1
                          UNTIL RX > WS-RES-LINES OR LINE-FOUND
                     IF WS-RES-TEXT(RX) = WS-L-TEXT(BX, LX)
                        SET LINE-FOUND TO TRUE
                     END-IF
                  END-PERFORM
                  IF LINE-NOT-FOUND
                     ADD 1 TO WS-GONE-COUNT
                  END-IF
               END-PERFORM
               IF WS-NEW-COUNT = 0 AND WS-GONE-COUNT = 0
                  STRING 'UNCHANGED SINCE ' WS-L-DATE(BX)
                     DELIMITED BY SIZE INTO WS-STATUS-TEXT
                  END-STRING
               ELSE
                  ADD 1 TO WS-CHANGED-COUNT
                  STRING 'CHANGED SINCE ' WS-L-DATE(BX) ' - '
                         WS-NEW-COUNT ' NEW ' WS-GONE-COUNT ' GONE'
                     DELIMITED BY SIZE INTO WS-STATUS-TEXT
                  END-STRING
               END-IF
            END-IF
            .

         FIND-KEPT-RESULTS SECTION.
            MOVE 0 TO CX PX
            PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > WS-LAST-COUNT
               IF WS-L-REQ(TX)      = WS-S-REQ(QX)
               AND WS-L-PGM(TX)      = WS-S-PGM(QX)
               AND WS-L-QUESTION(TX) = WS-S-QUESTION(QX)
                  IF WS-L-GEN(TX) = 'C'
                     MOVE TX TO CX
                  ELSE
                     MOVE TX TO PX
                  END-IF
               END-IF
            END-PERFORM
            .

      *
      *    ONE BLOCK IN THE REQUESTER'S SUBRPT.YYYYMMDD - STARTED
      *    AFRESH BY THE FIRST OF THEIR QUESTIONS THIS RUN, ADDED
      *    TO BY THE REST.
      *
         DELIVER-RESULT SECTION.
            SET RESULT-NOT-DELIVERED TO TRUE
            MOVE SPACES TO WS-DLV-NAME
            MOVE 1 TO WS-DLV-PTR
            STRING '../DROPBOX/'  DELIMITED BY SIZE
                   WS-S-REQ(QX)   DELIMITED BY SPACE
                   '/SUBRPT.'     DELIMITED BY SIZE
                   WS-TONIGHT     DELIMITED BY SIZE
               INTO WS-DLV-NAME
               WITH POINTER WS-DLV-PTR
            END-STRING

            MOVE 0 TO BX
            PERFORM VARYING TX FROM 1 BY 1 UNTIL TX >= QX
               IF WS-S-REQ(TX) = WS-S-REQ(QX)
               AND WS-S-DELIVERED(TX) = 1
                  MOVE TX TO BX
               END-IF
            END-PERFORM
            IF BX > 0
               OPEN EXTEND DLV-FILE
            ELSE
               MOVE SPACES TO WS-COMMAND
               MOVE 1 TO WS-CMD-PTR
               STRING 'mkdir -p ../DROPBOX/' DELIMITED BY SIZE
                      WS-S-REQ(QX)           DELIMITED BY SPACE
                      ' 2>/dev/null'         DELIMITED BY SIZE
                  INTO WS-COMMAND
                  WITH POINTER WS-CMD-PTR
               END-STRING
               PERFORM RUN-SHELL-COMMAND
               OPEN OUTPUT DLV-FILE
               IF WS-DLV-STATUS = '00'
                  WRITE DLV-RECORD FROM WS-RUN-STAMP
               END-IF
            END-IF
            IF WS-DLV-STATUS NOT = '00'
               DISPLAY 'DAY00SUB CANNOT WRITE ' WS-DLV-NAME(1:60)
                       ' - STATUS ' WS-DLV-STATUS
            ELSE
               SET RESULT-DELIVERED TO TRUE
               MOVE SPACES TO DLV-RECORD
               WRITE DLV-RECORD
               EVALUATE WS-S-FREQ(QX)
                  WHEN 'D' MOVE 'NIGHTLY'   TO WS-FREQ-WORD
                  WHEN 'W' MOVE 'WEEKLY'    TO WS-FREQ-WORD
                  WHEN 'M' MOVE 'MONTH-END' TO WS-FREQ-WORD
               END-EVALUATE
               MOVE SPACES TO DLV-RECORD
               STRING 'QUERY    ' WS-S-PGM(QX) ' '
                      WS-S-QUESTION(QX)
                  DELIMITED BY SIZE INTO DLV-RECORD
               END-STRING
               WRITE DLV-RECORD
               MOVE SPACES TO DLV-RECORD
               MOVE 1 TO WS-DLV-PTR
               STRING 'ASKED    ' DELIMITED BY SIZE
                      WS-FREQ-WORD DELIMITED BY SPACE
                      ' FOR '      DELIMITED BY SIZE
                      WS-S-REQ(QX) DELIMITED BY SPACE
                      ' - '        DELIMITED BY SIZE
                      WS-TONIGHT   DELIMITED BY SIZE
                      ' RUN '      DELIMITED BY SIZE
                      WS-STAMP-RUNID DELIMITED BY SIZE
                  INTO DLV-RECORD
                  WITH POINTER WS-DLV-PTR
               END-STRING
               IF WS-FEED-PATH NOT = SPACES
                  STRING ' AGAINST '  DELIMITED BY SIZE
                         WS-INQ-DIR   DELIMITED BY SPACE
                         '/'          DELIMITED BY SIZE
                         WS-FEED-PATH DELIMITED BY SPACE
                     INTO DLV-RECORD
                     WITH POINTER WS-DLV-PTR
                  END-STRING
               END-IF
               WRITE DLV-RECORD
               MOVE SPACES TO DLV-RECORD
               STRING 'RESULT   ' WS-STATUS-TEXT
                  DELIMITED BY SIZE INTO DLV-RECORD
               END-STRING
               WRITE DLV-RECORD
               PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > WS-RES-LINES
                  MOVE SPACES TO DLV-RECORD
                  MOVE WS-RES-NEW(RX)  TO DLV-RECORD(2:1)
                  MOVE WS-RES-TEXT(RX) TO DLV-RECORD(4:120)
                  WRITE DLV-RECORD
               END-PERFORM
               IF RESULT-CUT
                  MOVE '   (MORE LINES THAN A DELIVERY HOLDS - THE '
                     & 'REST ARE NOT SHOWN)' TO DLV-RECORD
                  WRITE DLV-RECORD
               END-IF
               CLOSE DLV-FILE
            END-IF
            .

      *
      *    TONIGHT'S RESULT BECOMES THE LAST DELIVERY; THE ONE IT
      *    REPLACES IS KEPT AS THE ONE BEFORE - UNLESS IT WAS ITSELF
      *    TONIGHT'S, WHEN IT IS SIMPLY REPLACED.
      *
         KEEP-AS-LAST SECTION.
            PERFORM FIND-KEPT-RESULTS
            EVALUATE TRUE
               WHEN CX > 0 AND WS-L-DATE(CX) = WS-TONIGHT
                  CONTINUE
               WHEN CX > 0 AND PX > 0
                  MOVE WS-LAST-ENTRY(CX) TO WS-LAST-ENTRY(PX)
                  MOVE 'P' TO WS-L-GEN(PX)
               WHEN CX > 0
                  MOVE 'P' TO WS-L-GEN(CX)
                  MOVE 0 TO CX
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            IF CX = 0
               IF WS-LAST-COUNT < 60
                  ADD 1 TO WS-LAST-COUNT
                  MOVE WS-LAST-COUNT TO CX
               ELSE
                  DISPLAY 'DAY00SUB WARNING - NO ROOM TO KEEP THE '
                          'RESULT FOR ' WS-S-REQ(QX) ' ' WS-S-PGM(QX)
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
               END-IF
            END-IF
            IF CX > 0
               MOVE 'C'               TO WS-L-GEN(CX)
               MOVE WS-TONIGHT        TO WS-L-DATE(CX)
               MOVE WS-S-REQ(QX)      TO WS-L-REQ(CX)
               MOVE WS-S-PGM(QX)      TO WS-L-PGM(CX)
               MOVE WS-S-QUESTION(QX) TO WS-L-QUESTION(CX)
               MOVE WS-RES-LINES      TO WS-L-LINES(CX)
               PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > WS-RES-LINES
                  MOVE WS-RES-TEXT(RX) TO WS-L-TEXT(CX, RX)
               END-PERFORM
            END-IF
            .

         LOG-DELIVERY SECTION.
            MOVE 'DAY00SUB' TO WS-ACC-PROGRAM
            MOVE SPACES TO WS-ACC-KEY
            STRING WS-S-REQ(QX)      DELIMITED BY SPACE
                   ' '               DELIMITED BY SIZE
                   WS-S-PGM(QX)      DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   WS-S-QUESTION(QX) DELIMITED BY SIZE
               INTO WS-ACC-KEY
            END-STRING
            MOVE WS-RES-LINES TO WS-ACC-RETURNED
            MOVE RETURN-CODE TO WS-SAVED-RC
            CALL 'DAY00ACL' USING WS-ACCESS-ENTRY
            END-CALL
            MOVE WS-SAVED-RC TO RETURN-CODE
            .

         SAVE-LAST-DELIVERIES SECTION.
            OPEN OUTPUT LAST-FILE
            PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > WS-LAST-COUNT
               PERFORM VARYING LX FROM 1 BY 1
                       UNTIL LX > WS-L-LINES(TX)
                  MOVE SPACES           TO LAST-RECORD
                  MOVE WS-L-GEN(TX)      TO LST-GEN
                  MOVE WS-L-DATE(TX)     TO LST-DATE
                  MOVE WS-L-REQ(TX)      TO LST-REQ
                  MOVE WS-L-PGM(TX)      TO LST-PGM
                  MOVE WS-L-QUESTION(TX) TO LST-QUESTION
                  MOVE WS-L-TEXT(TX, LX) TO LST-TEXT
                  WRITE LAST-RECORD
               END-PERFORM
            END-PERFORM
            CLOSE LAST-FILE
            .

      *
      *    THE RETURN CODE IS SAVED AROUND THE SHELL CALL (AND THE
      *    CALL TO DAY00ACL), WHICH WOULD OTHERWISE OVERWRITE A
      *    WARNING.
      *
         RUN-SHELL-COMMAND SECTION.
            MOVE RETURN-CODE TO WS-SAVED-RC
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL
            MOVE WS-SAVED-RC TO RETURN-CODE
            .
