         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY07STD.

      *
      *    SEASON STANDINGS FOR DAY07. READS THE SEASON MASTER
      *    SEASMST THAT DAY07SEA FEEDS EACH NIGHT AND PRINTS THE
      *    HANDS STILL IN THE SEASON RANKED BY CUMULATIVE WINNINGS
      *    UNDER THE RULE THE DESK PAYS (PAYPARM 'RULE STANDARD' OR
      *    'RULE JOKER' - STANDARD WHEN NONE IS NAMED); HANDS LEVEL
      *    ON WINNINGS ARE SPLIT BY THE BETTER AVERAGE RANK, THEN BY
      *    HAND. EACH LINE SHOWS THE NIGHTS RANKED, THE WINNINGS
      *    UNDER BOTH RULES, AND THE BEST, WORST AND AVERAGE RANK
      *    UNDER THE PAYING RULE. HANDS WITHDRAWN DURING THE SEASON
      *    FOLLOW IN THEIR OWN SECTION WITH THE RECORD THEY CLOSED
      *    ON. THE REPORT IS WRITTEN TO SEASRPT WITH A *RUN HEADER
      *    AND ALSO DISPLAYED.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT SEA-FILE ASSIGN TO SEASMST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SEA-STATUS.

            SELECT PARM-FILE ASSIGN TO PAYPARM
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.

            SELECT RPT-FILE ASSIGN TO SEASRPT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RPT-STATUS.

         DATA DIVISION.

         FILE SECTION.
         FD SEA-FILE.
         01 SEA-RECORD.
            88 SEA-END          VALUE LOW-VALUE.
            05 SEA-HAND          PIC X(5).
            05 FILLER            PIC X.
            05 SEA-STATUS        PIC X.
            05 FILLER            PIC X.
            05 SEA-CLOSED        PIC 9(8).
            05 FILLER            PIC X.
            05 SEA-LAST-NIGHT    PIC 9(8).
            05 SEA-RULE OCCURS 2.
               10 FILLER         PIC X.
               10 SEA-NIGHTS     PIC 9(4).
               10 FILLER         PIC X.
               10 SEA-WON        PIC 9(12).
               10 FILLER         PIC X.
               10 SEA-BEST       PIC 9(6).
               10 FILLER         PIC X.
               10 SEA-WORST      PIC 9(6).
               10 FILLER         PIC X.
               10 SEA-RANK-SUM   PIC 9(10).
         01 SEA-HEADER.
            05 SEA-H-TAG         PIC X(8).
            05 SEA-H-START       PIC 9(8).
            05 FILLER            PIC X.
            05 SEA-H-LAST-STD    PIC 9(8).
            05 FILLER            PIC X.
            05 SEA-H-LAST-JKR    PIC 9(8).
            05 FILLER            PIC X(77).

         FD PARM-FILE.
         01 PARM-RECORD.
            88 PARM-END         VALUE LOW-VALUE.
            05 PARM-TEXT         PIC X(40).

         FD RPT-FILE.
         01 RPT-RECORD           PIC X(100).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         COPY "RUNSTMP.CPY".

         01 WS-SEA-STATUS        PIC XX.
         01 WS-PARM-STATUS       PIC XX.
         01 WS-RPT-STATUS        PIC XX.

         01 WS-SEASON-START      PIC 9(8) VALUE 0.
         01 WS-LAST-FED          PIC 9(8) OCCURS 2 VALUE 0.

         01 WS-PARM-KEY          PIC X(12).
         01 WS-PARM-VALUE        PIC X(20).

         01 WS-RULE              PIC 9.
         01 WS-PAY-RULE          PIC 9 VALUE 1.
         01 WS-RULE-NAME-TABLE.
            05 FILLER            PIC X(8) VALUE 'STANDARD'.
            05 FILLER            PIC X(8) VALUE 'JOKER   '.
         01 FILLER REDEFINES WS-RULE-NAME-TABLE.
            05 WS-RULE-NAME      PIC X(8) OCCURS 2.

      *
      *    THE SEASON TABLE, AS ON SEASMST.
      *
         01 WS-HAND-COUNT        PIC 9(4) VALUE 0.
         01 WS-HAND-TABLE.
            05 WS-HAND-ENTRY OCCURS 2000.
               10 WS-H-HAND      PIC X(5).
               10 WS-H-STATUS    PIC X.
                  88 H-SEASON-OPEN      VALUE 'O'.
                  88 H-WITHDRAWN        VALUE 'W'.
               10 WS-H-CLOSED    PIC 9(8).
               10 WS-H-LAST      PIC 9(8).
               10 WS-H-RULE OCCURS 2.
                  15 WS-H-NIGHTS PIC 9(4).
                  15 WS-H-WON    PIC 9(12).
                  15 WS-H-BEST   PIC 9(6).
                  15 WS-H-WORST  PIC 9(6).
                  15 WS-H-RSUM   PIC 9(10).

         01 WS-SAVE-ENTRY        PIC X(98).

      *
      *    ORDERING - AN OPEN HAND BEFORE A WITHDRAWN ONE, THEN MORE
      *    WINNINGS, THEN THE LOWER AVERAGE RANK (COMPARED AS RANK
      *    TOTAL TIMES THE OTHER HAND'S NIGHTS, SO NO DIVISION), THEN
      *    HAND.
      *
         01 SW-AHEAD             PIC 9.
            88 SECOND-IS-AHEAD         VALUE 1.
            88 SECOND-NOT-AHEAD        VALUE 0.
         01 WS-AVG-LEFT          PIC 9(16).
         01 WS-AVG-RIGHT         PIC 9(16).

         01 WS-OPEN-COUNT        PIC 9(4) VALUE 0.
         01 WS-CLOSED-COUNT      PIC 9(4) VALUE 0.
         01 WS-POSITION          PIC 9(4) VALUE 0.
         01 WS-AVERAGE           PIC 9(6)V9.

         01 WS-RPT-LINE          PIC X(100).
         01 WS-STANDING-LINE.
            05 WS-S-POSITION     PIC ZZZ9.
            05 FILLER            PIC XX.
            05 WS-S-HAND         PIC X(5).
            05 FILLER            PIC XX.
            05 WS-S-NIGHTS       PIC ZZZ9.
            05 FILLER            PIC XX.
            05 WS-S-WON-STD      PIC Z(11)9.
            05 FILLER            PIC XX.
            05 WS-S-WON-JKR      PIC Z(11)9.
            05 FILLER            PIC XX.
            05 WS-S-BEST         PIC Z(5)9.
            05 FILLER            PIC XX.
            05 WS-S-WORST        PIC Z(5)9.
            05 FILLER            PIC XX.
            05 WS-S-AVERAGE      PIC Z(5)9.9.
            05 FILLER            PIC XX.
            05 WS-S-NOTE         PIC X(19).
         01 WS-DATE-ED           PIC 9(8).

         77 HX                   PIC 9(4).
         77 HX2                  PIC 9(4).

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY07STD'==
                         ==PFX-SUB== BY =='/day07'==.

            COPY "RUNSTMPP.CPY".

            PERFORM LOAD-SEASON-MASTER
            IF WS-SEASON-START = 0
               DISPLAY 'DAY07STD NO SEASON ON SEASMST - RUN DAY07SEA '
                       'FIRST'
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF

            PERFORM LOAD-PAYING-RULE
            PERFORM SORT-BY-STANDING
            PERFORM WRITE-STANDINGS

            DISPLAY 'DAY07STD ' WS-OPEN-COUNT ' HAND(S) IN THE SEASON, '
                    WS-CLOSED-COUNT ' WITHDRAWN - REPORT ON SEASRPT'

            STOP RUN.

         LOAD-SEASON-MASTER SECTION.
            OPEN INPUT SEA-FILE
            IF WS-SEA-STATUS = '00'
               READ SEA-FILE
                  AT END SET SEA-END TO TRUE
               END-READ
               PERFORM UNTIL SEA-END
                  EVALUATE TRUE
                     WHEN SEA-H-TAG = '*SEASON '
                        MOVE SEA-H-START    TO WS-SEASON-START
                        MOVE SEA-H-LAST-STD TO WS-LAST-FED(1)
                        MOVE SEA-H-LAST-JKR TO WS-LAST-FED(2)
                     WHEN SEA-RECORD(1:1) = '*'
                     OR SEA-HAND = SPACES
                        CONTINUE
                     WHEN WS-HAND-COUNT >= 2000
                        DISPLAY 'DAY07STD WARNING - SEASON TABLE FULL '
                                'AT 2000 HANDS; HAND ' SEA-HAND
                                ' NOT SHOWN'
                        IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                        END-IF
                     WHEN OTHER
                        ADD 1 TO WS-HAND-COUNT
                        MOVE WS-HAND-COUNT TO HX
                        MOVE SEA-HAND       TO WS-H-HAND(HX)
                        MOVE SEA-STATUS     TO WS-H-STATUS(HX)
                        MOVE SEA-CLOSED     TO WS-H-CLOSED(HX)
                        MOVE SEA-LAST-NIGHT TO WS-H-LAST(HX)
                        PERFORM VARYING WS-RULE FROM 1 BY 1
                                UNTIL WS-RULE > 2
                           MOVE SEA-NIGHTS(WS-RULE)
                              TO WS-H-NIGHTS(HX, WS-RULE)
                           MOVE SEA-WON(WS-RULE)
                              TO WS-H-WON(HX, WS-RULE)
                           MOVE SEA-BEST(WS-RULE)
                              TO WS-H-BEST(HX, WS-RULE)
                           MOVE SEA-WORST(WS-RULE)
                              TO WS-H-WORST(HX, WS-RULE)
                           MOVE SEA-RANK-SUM(WS-RULE)
                              TO WS-H-RSUM(HX, WS-RULE)
                        END-PERFORM
                        IF H-WITHDRAWN(HX)
                           ADD 1 TO WS-CLOSED-COUNT
                        ELSE
                           ADD 1 TO WS-OPEN-COUNT
                        END-IF
                  END-EVALUATE
                  READ SEA-FILE
                     AT END SET SEA-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE SEA-FILE
            END-IF
            .

      *
      *    THE SAME PAYPARM RULE LINE DAY07SET PAYS BY; ANY OTHER
      *    LINE IS LEFT TO DAY07SET TO COMPLAIN ABOUT.
      *
         LOAD-PAYING-RULE SECTION.
            OPEN INPUT PARM-FILE
            IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                  AT END SET PARM-END TO TRUE
               END-READ
               PERFORM UNTIL PARM-END
                  IF PARM-TEXT NOT = SPACES
                  AND PARM-TEXT(1:1) NOT = '*'
                     MOVE SPACES TO WS-PARM-KEY WS-PARM-VALUE
                     UNSTRING PARM-TEXT
                        DELIMITED BY ALL SPACE
                        INTO WS-PARM-KEY, WS-PARM-VALUE
                     END-UNSTRING
                     IF WS-PARM-KEY = 'RULE'
                        EVALUATE WS-PARM-VALUE(1:8)
                           WHEN WS-RULE-NAME(1)
                              MOVE 1 TO WS-PAY-RULE
                           WHEN WS-RULE-NAME(2)
                              MOVE 2 TO WS-PAY-RULE
                        END-EVALUATE
                     END-IF
                  END-IF
                  READ PARM-FILE
                     AT END SET PARM-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE PARM-FILE
            END-IF
            .

         SORT-BY-STANDING SECTION.
            PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > WS-HAND-COUNT
               PERFORM VARYING HX2 FROM HX BY 1
                           UNTIL HX2 > WS-HAND-COUNT
                  PERFORM COMPARE-STANDING
                  IF SECOND-IS-AHEAD
                     MOVE WS-HAND-ENTRY(HX)  TO WS-SAVE-ENTRY
                     MOVE WS-HAND-ENTRY(HX2) TO WS-HAND-ENTRY(HX)
                     MOVE WS-SAVE-ENTRY      TO WS-HAND-ENTRY(HX2)
                  END-IF
               END-PERFORM
            END-PERFORM
            .

         COMPARE-STANDING SECTION.
            SET SECOND-NOT-AHEAD TO TRUE
            COMPUTE WS-AVG-LEFT = WS-H-RSUM(HX2, WS-PAY-RULE)
                                * WS-H-NIGHTS(HX, WS-PAY-RULE)
            COMPUTE WS-AVG-RIGHT = WS-H-RSUM(HX, WS-PAY-RULE)
                                 * WS-H-NIGHTS(HX2, WS-PAY-RULE)
            EVALUATE TRUE
               WHEN H-SEASON-OPEN(HX2) AND H-WITHDRAWN(HX)
                  SET SECOND-IS-AHEAD TO TRUE
               WHEN H-WITHDRAWN(HX2) AND H-SEASON-OPEN(HX)
                  CONTINUE
               WHEN WS-H-WON(HX2, WS-PAY-RULE)
                  > WS-H-WON(HX, WS-PAY-RULE)
                  SET SECOND-IS-AHEAD TO TRUE
               WHEN WS-H-WON(HX2, WS-PAY-RULE)
                  < WS-H-WON(HX, WS-PAY-RULE)
                  CONTINUE
               WHEN WS-AVG-LEFT < WS-AVG-RIGHT
                  SET SECOND-IS-AHEAD TO TRUE
               WHEN WS-AVG-LEFT > WS-AVG-RIGHT
                  CONTINUE
               WHEN WS-H-HAND(HX2) < WS-H-HAND(HX)
                  SET SECOND-IS-AHEAD TO TRUE
            END-EVALUATE
            .

         WRITE-STANDINGS SECTION.
            OPEN OUTPUT RPT-FILE
            MOVE WS-RUN-STAMP TO RPT-RECORD
            WRITE RPT-RECORD

            MOVE SPACES TO WS-RPT-LINE
            STRING 'DAY07 SEASON STANDINGS - SEASON FROM '
                   WS-SEASON-START ', RANKED ON '
                   WS-RULE-NAME(WS-PAY-RULE)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
            END-STRING
            PERFORM PUT-REPORT-LINE
            MOVE SPACES TO WS-RPT-LINE
            STRING 'NIGHTS FED THROUGH - STANDARD ' WS-LAST-FED(1)
                   '  JOKER ' WS-LAST-FED(2)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
            END-STRING
            PERFORM PUT-REPORT-LINE
            MOVE SPACES TO WS-RPT-LINE
            PERFORM PUT-REPORT-LINE
            MOVE ' POS  HAND   NGTS  WON-STANDARD     WON-JOKER'
               TO WS-RPT-LINE
            MOVE '    BEST   WORST   AVERAGE' TO WS-RPT-LINE(46:)
            PERFORM PUT-REPORT-LINE

            MOVE 0 TO WS-POSITION
            PERFORM VARYING HX FROM 1 BY 1
                    UNTIL HX > WS-HAND-COUNT OR H-WITHDRAWN(HX)
               ADD 1 TO WS-POSITION
               PERFORM FORMAT-STANDING-LINE
               MOVE WS-POSITION TO WS-S-POSITION
               MOVE WS-STANDING-LINE TO WS-RPT-LINE
               PERFORM PUT-REPORT-LINE
            END-PERFORM
            IF WS-OPEN-COUNT = 0
               MOVE '      NO HANDS STILL IN THE SEASON' TO WS-RPT-LINE
               PERFORM PUT-REPORT-LINE
            END-IF

            IF WS-CLOSED-COUNT > 0
               MOVE SPACES TO WS-RPT-LINE
               PERFORM PUT-REPORT-LINE
               MOVE 'WITHDRAWN DURING THE SEASON - RECORD AS CLOSED'
                  TO WS-RPT-LINE
               PERFORM PUT-REPORT-LINE
               PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > WS-HAND-COUNT
                  IF H-WITHDRAWN(HX)
                     PERFORM FORMAT-STANDING-LINE
                     MOVE WS-H-CLOSED(HX) TO WS-DATE-ED
                     STRING 'CLOSED ' WS-DATE-ED
                        DELIMITED BY SIZE INTO WS-S-NOTE
                     END-STRING
                     MOVE WS-STANDING-LINE TO WS-RPT-LINE
                     PERFORM PUT-REPORT-LINE
                  END-IF
               END-PERFORM
            END-IF
            CLOSE RPT-FILE
            .

         FORMAT-STANDING-LINE SECTION.
            MOVE SPACES TO WS-STANDING-LINE
            MOVE WS-H-HAND(HX) TO WS-S-HAND
            MOVE WS-H-NIGHTS(HX, WS-PAY-RULE) TO WS-S-NIGHTS
            MOVE WS-H-WON(HX, 1) TO WS-S-WON-STD
            MOVE WS-H-WON(HX, 2) TO WS-S-WON-JKR
            MOVE WS-H-BEST(HX, WS-PAY-RULE) TO WS-S-BEST
            MOVE WS-H-WORST(HX, WS-PAY-RULE) TO WS-S-WORST
            MOVE 0 TO WS-AVERAGE
            IF WS-H-NIGHTS(HX, WS-PAY-RULE) > 0
               COMPUTE WS-AVERAGE ROUNDED =
                  WS-H-RSUM(HX, WS-PAY-RULE)
                  / WS-H-NIGHTS(HX, WS-PAY-RULE)
            END-IF
            MOVE WS-AVERAGE TO WS-S-AVERAGE
            .

         PUT-REPORT-LINE SECTION.
            MOVE WS-RPT-LINE TO RPT-RECORD
            WRITE RPT-RECORD
            DISPLAY WS-RPT-LINE
            .
