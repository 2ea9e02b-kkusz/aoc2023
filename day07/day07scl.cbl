         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY07SCL.

      *
      *    SEASON CLOSE FOR DAY07. AT THE END OF A SEASON THE DESK
      *    PAYS ITS PRIZES FROM THE FINAL STANDINGS, SO THOSE HAVE TO
      *    BE FROZEN BEFORE THE NEXT NIGHT'S FEED MOVES THEM. THIS
      *    UTILITY RANKS THE SEASON MASTER SEASMST EXACTLY AS
      *    DAY07STD DOES (PAYING RULE FROM PAYPARM, STANDARD WHEN
      *    NONE IS NAMED), WRITES THE FINAL STANDINGS TO
      *    SEASFIN.CCYYMMDD, KEEPS THE CLOSED MASTER AS
      *    SEASMST.CCYYMMDD, AND STARTS A NEW SEASON ON SEASMST: THE
      *    *SEASON HEADER ALONE, STARTING TODAY, WITH THE LAST-FED
      *    DATES CARRIED OVER SO NO NIGHT ALREADY COUNTED IS FED
      *    INTO THE NEW SEASON.
      *
      *    SEASFIN LAYOUT (AFTER THE *RUN AND *SEASON HEADERS):
      *       POSITION HAND STATUS NIGHTS WON-STANDARD WON-JOKER
      *       BEST WORST AVERAGE CLOSED
      *    POSITION IS 0000 FOR A HAND WITHDRAWN DURING THE SEASON.
      *
      *    CLOSING A SEASON CANNOT BE UNDONE FROM HERE - ONLY AN
      *    OPERATOR GRANTED DAY07SCL IN AUTHTAB MAY RUN IT, AND THE
      *    OPERATOR IS ASKED TO CONFIRM.
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

            SELECT FIN-FILE ASSIGN TO DYNAMIC WS-FIN-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FIN-STATUS.

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

         FD FIN-FILE.
         01 FIN-RECORD.
            05 FIN-POSITION      PIC 9(4).
            05 FILLER            PIC X.
            05 FIN-HAND          PIC X(5).
            05 FILLER            PIC X.
            05 FIN-STATUS        PIC X.
            05 FILLER            PIC X.
            05 FIN-NIGHTS        PIC 9(4).
            05 FILLER            PIC X.
            05 FIN-WON-STD       PIC 9(12).
            05 FILLER            PIC X.
            05 FIN-WON-JKR       PIC 9(12).
            05 FILLER            PIC X.
            05 FIN-BEST          PIC 9(6).
            05 FILLER            PIC X.
            05 FIN-WORST         PIC 9(6).
            05 FILLER            PIC X.
            05 FIN-AVERAGE       PIC 9(6).9.
            05 FILLER            PIC X.
            05 FIN-CLOSED        PIC 9(8).
         01 FIN-HEADER           PIC X(75).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         COPY "RUNSTMP.CPY".

         01 WS-SEA-STATUS        PIC XX.
         01 WS-PARM-STATUS       PIC XX.
         01 WS-FIN-STATUS        PIC XX.

      *
      *    CLOSING THE SEASON IS DESTRUCTIVE - ONLY AN OPERATOR
      *    GRANTED DAY07SCL IN AUTHTAB MAY RUN IT.
      *
         01 WS-AUTH-PGM          PIC X(8) VALUE 'DAY07SCL'.
         01 WS-AUTH-FLAG         PIC 9 VALUE 0.
            88 OPERATOR-AUTHORIZED     VALUE 1.
         01 WS-ASK-CONFIRM       PIC X.

         01 WS-RUN-DATE          PIC 9(8).
         01 WS-SEASON-START      PIC 9(8) VALUE 0.
         01 WS-LAST-FED          PIC 9(8) OCCURS 2 VALUE 0.

         01 WS-FIN-NAME          PIC X(40).
         01 WS-COMMAND           PIC X(100).

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
      *    ORDERING - THE SAME AS DAY07STD: AN OPEN HAND BEFORE A
      *    WITHDRAWN ONE, THEN MORE WINNINGS, THEN THE LOWER AVERAGE
      *    RANK, THEN HAND.
      *
         01 SW-AHEAD             PIC 9.
            88 SECOND-IS-AHEAD         VALUE 1.
            88 SECOND-NOT-AHEAD        VALUE 0.
         01 WS-AVG-LEFT          PIC 9(16).
         01 WS-AVG-RIGHT         PIC 9(16).

         01 WS-OPEN-COUNT        PIC 9(4) VALUE 0.
         01 WS-POSITION          PIC 9(4) VALUE 0.
         01 WS-AVERAGE           PIC 9(6)V9.

         77 HX                   PIC 9(4).
         77 HX2                  PIC 9(4).

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY07SCL'==
                         ==PFX-SUB== BY =='/day07'==.

            CALL 'DAY00AUT' USING WS-AUTH-PGM, WS-AUTH-FLAG
            END-CALL
            IF NOT OPERATOR-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            COPY "RUNSTMPP.CPY".

            PERFORM LOAD-SEASON-MASTER
            IF WS-SEASON-START = 0 OR WS-HAND-COUNT = 0
               DISPLAY 'DAY07SCL NO SEASON WITH HANDS ON SEASMST - '
                       'NOTHING TO CLOSE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            IF WS-SEASON-START = WS-RUN-DATE
               DISPLAY 'DAY07SCL THE SEASON STARTED TODAY - IT CANNOT '
                       'BE CLOSED THE SAME DAY'
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF

            PERFORM ASK-FOR-CONFIRMATION
            PERFORM LOAD-PAYING-RULE
            PERFORM SORT-BY-STANDING
            PERFORM WRITE-FINAL-STANDINGS
            PERFORM ARCHIVE-AND-RESTART

            DISPLAY 'DAY07SCL SEASON ' WS-SEASON-START ' TO '
                    WS-RUN-DATE ' CLOSED - ' WS-OPEN-COUNT
                    ' HAND(S) RANKED ON ' WS-RULE-NAME(WS-PAY-RULE)
            DISPLAY 'DAY07SCL FINAL STANDINGS ON ' WS-FIN-NAME(1:16)
                    ', NEW SEASON STARTS ' WS-RUN-DATE

            STOP RUN.

         ASK-FOR-CONFIRMATION SECTION.
            DISPLAY 'DAY07SCL - CLOSE THE SEASON FROM ' WS-SEASON-START
                    ' (' WS-HAND-COUNT ' HANDS) (Y/N): '
            MOVE SPACE TO WS-ASK-CONFIRM
            ACCEPT WS-ASK-CONFIRM
            IF WS-ASK-CONFIRM NOT = 'Y' AND NOT = 'y'
               DISPLAY 'DAY07SCL NOT CONFIRMED - SEASON LEFT OPEN'
               MOVE 4 TO RETURN-CODE
               STOP RUN
            END-IF
            .

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
                        DISPLAY 'DAY07SCL SEASON TABLE FULL AT 2000 '
                                'HANDS - SEASON NOT CLOSED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
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
                        IF H-SEASON-OPEN(HX)
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

         WRITE-FINAL-STANDINGS SECTION.
            MOVE SPACES TO WS-FIN-NAME
            STRING 'SEASFIN.' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-FIN-NAME
            END-STRING
            OPEN OUTPUT FIN-FILE
            IF WS-FIN-STATUS NOT = '00'
               DISPLAY 'DAY07SCL ' WS-FIN-NAME(1:16) ' COULD NOT BE '
                       'WRITTEN, STATUS ' WS-FIN-STATUS
                       ' - SEASON NOT CLOSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WS-RUN-STAMP TO FIN-HEADER
            WRITE FIN-HEADER
            MOVE SPACES TO FIN-HEADER
            STRING '*SEASON ' WS-SEASON-START ' TO ' WS-RUN-DATE
                   ' RANKED ON ' WS-RULE-NAME(WS-PAY-RULE)
                   DELIMITED BY SIZE INTO FIN-HEADER
            END-STRING
            WRITE FIN-HEADER

            MOVE 0 TO WS-POSITION
            PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > WS-HAND-COUNT
               MOVE SPACES TO FIN-RECORD
               IF H-SEASON-OPEN(HX)
                  ADD 1 TO WS-POSITION
                  MOVE WS-POSITION TO FIN-POSITION
               ELSE
                  MOVE 0 TO FIN-POSITION
               END-IF
               MOVE WS-H-HAND(HX)   TO FIN-HAND
               MOVE WS-H-STATUS(HX) TO FIN-STATUS
               MOVE WS-H-NIGHTS(HX, WS-PAY-RULE) TO FIN-NIGHTS
               MOVE WS-H-WON(HX, 1) TO FIN-WON-STD
               MOVE WS-H-WON(HX, 2) TO FIN-WON-JKR
               MOVE WS-H-BEST(HX, WS-PAY-RULE)  TO FIN-BEST
               MOVE WS-H-WORST(HX, WS-PAY-RULE) TO FIN-WORST
               MOVE 0 TO WS-AVERAGE
               IF WS-H-NIGHTS(HX, WS-PAY-RULE) > 0
                  COMPUTE WS-AVERAGE ROUNDED =
                     WS-H-RSUM(HX, WS-PAY-RULE)
                     / WS-H-NIGHTS(HX, WS-PAY-RULE)
               END-IF
               MOVE WS-AVERAGE TO FIN-AVERAGE
               MOVE WS-H-CLOSED(HX) TO FIN-CLOSED
               WRITE FIN-RECORD
            END-PERFORM
            CLOSE FIN-FILE
            .

      *
      *    THE CLOSED MASTER IS KEPT UNDER THE CLOSING DATE BEFORE
      *    SEASMST IS STARTED AGAIN FROM ITS HEADER ALONE.
      *
         ARCHIVE-AND-RESTART SECTION.
            MOVE SPACES TO WS-COMMAND
            STRING 'cp SEASMST SEASMST.' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-COMMAND
            END-STRING
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL
            IF RETURN-CODE NOT = 0
               DISPLAY 'DAY07SCL SEASMST COULD NOT BE KEPT AS SEASMST.'
                       WS-RUN-DATE ' - SEASON LEFT OPEN; FINAL '
                       'STANDINGS ARE ON ' WS-FIN-NAME(1:16)
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN OUTPUT SEA-FILE
            MOVE SPACES          TO SEA-HEADER
            MOVE '*SEASON '      TO SEA-H-TAG
            MOVE WS-RUN-DATE     TO SEA-H-START
            MOVE WS-LAST-FED(1)  TO SEA-H-LAST-STD
            MOVE WS-LAST-FED(2)  TO SEA-H-LAST-JKR
            WRITE SEA-HEADER
            CLOSE SEA-FILE
            .
