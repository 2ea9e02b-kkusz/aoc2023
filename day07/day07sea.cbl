         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY07SEA.

      *
      *    SEASON STANDINGS FEED FOR DAY07. THE DESK PAYS EACH
      *    NIGHT'S WINNINGS, BUT THE SEASON-END PRIZES GO TO THE
      *    HANDS WITH THE BEST CUMULATIVE RECORD, AND THAT USED TO BE
      *    ADDED UP FROM PRINTED STATEMENTS. THIS STEP KEEPS THE
      *    SEASON MASTER (SEASMST, ONE LINE PER HAND IN HAND ORDER)
      *    AND FEEDS IT EVERY NIGHT FROM THE RANKFILE (STANDARD
      *    RULE) AND RNKFILE2 (JOKER RULE) GENERATIONS BY HAND KEY:
      *    PER RULE, THE NIGHTS THE HAND RANKED, ITS CUMULATIVE
      *    WINNINGS, ITS BEST AND WORST RANK AND THE RANK TOTAL THE
      *    AVERAGE RANK IS TAKEN FROM. DAY07STD PRINTS THE RANKED
      *    STANDINGS AND DAY07SCL CLOSES THE SEASON.
      *
      *    A GENERATION IS FED ONCE. THE MASTER'S *SEASON HEADER
      *    HOLDS THE SEASON'S START DATE AND, PER RULE, THE RUN DATE
      *    OF THE LAST GENERATION FED; EVERY GENERATION DATED AFTER
      *    THAT (AND NOT BEFORE THE SEASON STARTED) IS FED IN DATE
      *    ORDER, SO A NIGHT THE STEP DID NOT RUN IS CAUGHT UP THE
      *    NEXT. WHERE ONE NIGHT LEFT MORE THAN ONE GENERATION (A
      *    RERUN) ONLY THE LATEST OF THAT DATE COUNTS, AND ONE
      *    WRITTEN AFTER ITS NIGHT WAS ALREADY FED IS NOT FED AGAIN.
      *
      *    A HAND WITHDRAWN ON LGRAUDIT (DAY07LGR'S ACTION D,
      *    WITHDRAWN) SINCE THE SEASON STARTED HAS ITS SEASON LINE
      *    CLOSED: IT KEEPS ITS RECORD TO THAT DATE BUT TAKES NO
      *    FURTHER NIGHTS. WITH NO SEASMST A NEW SEASON STARTS
      *    TONIGHT.
      *
      *    SEASMST LAYOUT:
      *       *SEASON START LAST-STANDARD LAST-JOKER    (HEADER)
      *       HAND STATUS CLOSED LAST-NIGHT, THEN PER RULE
      *       NIGHTS WON BEST WORST RANK-TOTAL
      *    STATUS O IS OPEN, W WITHDRAWN (CLOSED ON THE DATE SHOWN).
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT SEA-FILE ASSIGN TO SEASMST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SEA-STATUS.

            SELECT RANK-FILE ASSIGN TO DYNAMIC WS-RANK-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RANK-STATUS.

            SELECT LIST-FILE ASSIGN TO SEALST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LIST-STATUS.

            SELECT AUDIT-FILE ASSIGN TO LGRAUDIT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

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

         FD RANK-FILE.
         01 RANK-RECORD.
            88 RANK-END         VALUE LOW-VALUE.
            05 RNK-RANK          PIC X(10).
            05 FILLER            PIC X.
            05 RNK-TYPE          PIC X(10).
            05 FILLER            PIC X.
            05 RNK-BID           PIC X(10).
            05 FILLER            PIC X.
            05 RNK-CONTRIB       PIC X(10).
            05 FILLER            PIC X.
            05 RNK-HAND          PIC X(5).

         FD LIST-FILE.
         01 LIST-RECORD.
            88 LIST-END         VALUE LOW-VALUE.
            05 LIST-TEXT         PIC X(100).

         FD AUDIT-FILE.
         01 AUDIT-RECORD.
            88 AUDIT-END        VALUE LOW-VALUE.
            05 AUD-DATE          PIC 9(8).
            05 FILLER            PIC X.
            05 AUD-ACTION        PIC X.
            05 FILLER            PIC X.
            05 AUD-HAND          PIC X(5).
            05 FILLER            PIC X.
            05 AUD-OLD-BID       PIC ZZZ9.
            05 FILLER            PIC X.
            05 AUD-NEW-BID       PIC ZZZ9.
            05 FILLER            PIC X.
            05 AUD-RESULT        PIC X(35).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         01 WS-SEA-STATUS        PIC XX.
         01 WS-RANK-STATUS       PIC XX.
         01 WS-LIST-STATUS       PIC XX.
         01 WS-AUDIT-STATUS      PIC XX.

         01 WS-RUN-DATE          PIC 9(8).
         01 WS-SEASON-START      PIC 9(8) VALUE 0.
         01 WS-LAST-FED          PIC 9(8) OCCURS 2 VALUE 0.

         01 WS-RANK-NAME         PIC X(100).
         01 WS-COMMAND           PIC X(100).

      *
      *    THE SEASON TABLE - ONE LINE PER HAND, AS ON SEASMST.
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
      *    THE GENERATIONS STILL TO FEED FOR ONE RULE, IN DATE ORDER
      *    - THE LATEST GENERATION OF EACH DATE.
      *
         01 WS-GEN-COUNT         PIC 99 VALUE 0.
         01 WS-GEN-TABLE.
            05 WS-GEN-ENTRY OCCURS 60.
               10 WS-G-DATE      PIC 9(8).
               10 WS-G-NAME      PIC X(40).
         01 WS-LIST-DATE         PIC X(8).

         01 WS-RULE              PIC 9.
         01 WS-RULE-PREFIX-TABLE.
            05 FILLER            PIC X(8) VALUE 'RANKFILE'.
            05 FILLER            PIC X(8) VALUE 'RNKFILE2'.
         01 FILLER REDEFINES WS-RULE-PREFIX-TABLE.
            05 WS-RULE-PREFIX    PIC X(8) OCCURS 2.
         01 WS-RULE-NAME-TABLE.
            05 FILLER            PIC X(8) VALUE 'STANDARD'.
            05 FILLER            PIC X(8) VALUE 'JOKER   '.
         01 FILLER REDEFINES WS-RULE-NAME-TABLE.
            05 WS-RULE-NAME      PIC X(8) OCCURS 2.

         01 WS-FOUND-AT          PIC 9(4).
         01 WS-WD-AT             PIC 9(4).

      *
      *    WITHDRAWALS ON LGRAUDIT SINCE THE SEASON STARTED - THE
      *    FIRST ONE PER HAND, LOADED BEFORE ANY NIGHT IS FED SO A
      *    CATCH-UP NEVER COUNTS A NIGHT AFTER THE WITHDRAWAL.
      *
         01 WS-WD-COUNT          PIC 9(4) VALUE 0.
         01 WS-WD-TABLE.
            05 WS-WD-ENTRY OCCURS 2000.
               10 WS-W-HAND      PIC X(5).
               10 WS-W-DATE      PIC 9(8).
         01 WS-NIGHT-RANK        PIC 9(10).
         01 WS-NIGHT-WON         PIC 9(10).

         01 WS-TOKEN             PIC X(10).
         01 WS-TOKEN-VALUE       PIC 9(10).
         01 WS-TOKEN-DIGIT       PIC 9.
         01 WS-TOKEN-CHAR REDEFINES WS-TOKEN-DIGIT PIC X.

         01 WS-FED-COUNT         PIC 9(4) VALUE 0.
         01 WS-NEW-COUNT         PIC 9(4) VALUE 0.
         01 WS-CLOSED-COUNT      PIC 9(4) VALUE 0.
         01 WS-LATE-COUNT        PIC 9(5) VALUE 0.
         01 WS-OPEN-COUNT        PIC 9(4) VALUE 0.

         77 HX                   PIC 9(4).
         77 HX2                  PIC 9(4).
         77 GX                   PIC 99.
         77 CX                   PIC 99.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY07SEA'==
                         ==PFX-SUB== BY =='/day07'==.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

            PERFORM LOAD-SEASON-MASTER
            PERFORM LOAD-WITHDRAWALS

            PERFORM VARYING WS-RULE FROM 1 BY 1 UNTIL WS-RULE > 2
               PERFORM LIST-GENERATIONS-TO-FEED
               PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > WS-GEN-COUNT
                  PERFORM FEED-ONE-GENERATION
               END-PERFORM
            END-PERFORM

            PERFORM CLOSE-WITHDRAWN-HANDS
            PERFORM SORT-SEASON-BY-HAND
            PERFORM REWRITE-SEASON-MASTER

            DISPLAY 'DAY07SEA SEASON FROM ' WS-SEASON-START ': '
                    WS-FED-COUNT ' GENERATION(S) FED, '
                    WS-NEW-COUNT ' NEW HAND(S), '
                    WS-CLOSED-COUNT ' CLOSED BY WITHDRAWAL'
            DISPLAY 'DAY07SEA SEASMST HOLDS ' WS-HAND-COUNT
                    ' HAND(S), ' WS-OPEN-COUNT ' STILL OPEN; LAST '
                    'FED STANDARD ' WS-LAST-FED(1) ' JOKER '
                    WS-LAST-FED(2)
            IF WS-LATE-COUNT > 0
               DISPLAY 'DAY07SEA WARNING - ' WS-LATE-COUNT
                       ' RANK RECORD(S) DATED AFTER THE HAND WAS '
                       'WITHDRAWN NOT COUNTED'
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF

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
                        DISPLAY 'DAY07SEA WARNING - SEASON TABLE FULL '
                                'AT 2000 HANDS; HAND ' SEA-HAND
                                ' DROPPED'
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
                  END-EVALUATE
                  READ SEA-FILE
                     AT END SET SEA-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE SEA-FILE
            END-IF

            IF WS-SEASON-START = 0
               MOVE WS-RUN-DATE TO WS-SEASON-START
               DISPLAY 'DAY07SEA NO SEASON ON SEASMST - A NEW SEASON '
                       'STARTS ' WS-SEASON-START
            END-IF
            .

      *
      *    THE SORTED DIRECTORY LIST PUTS THE GENERATIONS IN DATE
      *    AND TIME ORDER, THE SAME WAY DAY07SET FINDS THE LATEST -
      *    A LATER GENERATION OF THE SAME DATE REPLACES THE EARLIER.
      *
         LIST-GENERATIONS-TO-FEED SECTION.
            MOVE 0 TO WS-GEN-COUNT
            MOVE SPACES TO WS-COMMAND
            STRING 'ls ' WS-RULE-PREFIX(WS-RULE)
                   '.* 2>/dev/null | sort > SEALST'
               DELIMITED BY SIZE INTO WS-COMMAND
            END-STRING
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL

            OPEN INPUT LIST-FILE
            IF WS-LIST-STATUS = '00'
               READ LIST-FILE
                  AT END SET LIST-END TO TRUE
               END-READ
               PERFORM UNTIL LIST-END
                  MOVE LIST-TEXT(10:8) TO WS-LIST-DATE
                  IF WS-LIST-DATE NUMERIC
                  AND WS-LIST-DATE > WS-LAST-FED(WS-RULE)
                  AND WS-LIST-DATE NOT < WS-SEASON-START
                     PERFORM TAKE-GENERATION
                  END-IF
                  READ LIST-FILE
                     AT END SET LIST-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE LIST-FILE
            END-IF
            MOVE 'rm -f SEALST' TO WS-COMMAND
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL
            .

         TAKE-GENERATION SECTION.
            IF WS-GEN-COUNT > 0
            AND WS-G-DATE(WS-GEN-COUNT) = WS-LIST-DATE
               MOVE LIST-TEXT TO WS-G-NAME(WS-GEN-COUNT)
            ELSE
               IF WS-GEN-COUNT >= 60
                  DISPLAY 'DAY07SEA WARNING - MORE THAN 60 '
                          WS-RULE-NAME(WS-RULE) ' NIGHTS TO CATCH UP;'
                          ' THE REST FEED ON THE NEXT RUN'
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
               ELSE
                  ADD 1 TO WS-GEN-COUNT
                  MOVE WS-LIST-DATE TO WS-G-DATE(WS-GEN-COUNT)
                  MOVE LIST-TEXT    TO WS-G-NAME(WS-GEN-COUNT)
               END-IF
            END-IF
            .

         FEED-ONE-GENERATION SECTION.
            MOVE SPACES TO WS-RANK-NAME
            MOVE WS-G-NAME(GX) TO WS-RANK-NAME
            OPEN INPUT RANK-FILE
            IF WS-RANK-STATUS NOT = '00'
               DISPLAY 'DAY07SEA WARNING - ' WS-RANK-NAME(1:40)
                       ' COULD NOT BE OPENED; NOT FED'
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            ELSE
               DISPLAY 'DAY07SEA ' WS-RULE-NAME(WS-RULE) ' NIGHT '
                       WS-G-DATE(GX) ' FROM ' WS-RANK-NAME(1:30)
               READ RANK-FILE
                  AT END SET RANK-END TO TRUE
               END-READ
               PERFORM UNTIL RANK-END
                  IF RANK-RECORD(1:1) NOT = '*'
                  AND RNK-HAND NOT = SPACES
                     PERFORM FEED-ONE-HAND
                  END-IF
                  READ RANK-FILE
                     AT END SET RANK-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE RANK-FILE
               MOVE WS-G-DATE(GX) TO WS-LAST-FED(WS-RULE)
               ADD 1 TO WS-FED-COUNT
            END-IF
            .

         FEED-ONE-HAND SECTION.
            PERFORM FIND-SEASON-HAND
            IF WS-FOUND-AT = 0
               IF WS-HAND-COUNT >= 2000
                  DISPLAY 'DAY07SEA WARNING - SEASON TABLE FULL AT '
                          '2000 HANDS; HAND ' RNK-HAND ' NOT ADDED'
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
               ELSE
                  ADD 1 TO WS-HAND-COUNT
                  ADD 1 TO WS-NEW-COUNT
                  MOVE WS-HAND-COUNT TO WS-FOUND-AT
                  INITIALIZE WS-HAND-ENTRY(WS-FOUND-AT)
                  MOVE RNK-HAND TO WS-H-HAND(WS-FOUND-AT)
                  SET H-SEASON-OPEN(WS-FOUND-AT) TO TRUE
               END-IF
            END-IF

            IF WS-FOUND-AT > 0
               PERFORM FIND-WITHDRAWAL
               IF H-WITHDRAWN(WS-FOUND-AT)
               OR (WS-WD-AT > 0 AND WS-G-DATE(GX) > WS-W-DATE(WS-WD-AT))
                  ADD 1 TO WS-LATE-COUNT
                  DISPLAY 'DAY07SEA WARNING - HAND ' RNK-HAND
                          ' RANKED ' WS-G-DATE(GX) ' AFTER IT WAS '
                          'WITHDRAWN - NOT COUNTED'
               ELSE
                  MOVE RNK-RANK TO WS-TOKEN
                  PERFORM CONVERT-TOKEN
                  MOVE WS-TOKEN-VALUE TO WS-NIGHT-RANK
                  MOVE RNK-CONTRIB TO WS-TOKEN
                  PERFORM CONVERT-TOKEN
                  MOVE WS-TOKEN-VALUE TO WS-NIGHT-WON
                  PERFORM ADD-NIGHT-TO-HAND
               END-IF
            END-IF
            .

         ADD-NIGHT-TO-HAND SECTION.
            MOVE WS-FOUND-AT TO HX
            ADD 1 TO WS-H-NIGHTS(HX, WS-RULE)
            ADD WS-NIGHT-WON TO WS-H-WON(HX, WS-RULE)
            ADD WS-NIGHT-RANK TO WS-H-RSUM(HX, WS-RULE)
            IF WS-H-NIGHTS(HX, WS-RULE) = 1
            OR WS-NIGHT-RANK < WS-H-BEST(HX, WS-RULE)
               MOVE WS-NIGHT-RANK TO WS-H-BEST(HX, WS-RULE)
            END-IF
            IF WS-NIGHT-RANK > WS-H-WORST(HX, WS-RULE)
               MOVE WS-NIGHT-RANK TO WS-H-WORST(HX, WS-RULE)
            END-IF
            IF WS-G-DATE(GX) > WS-H-LAST(HX)
               MOVE WS-G-DATE(GX) TO WS-H-LAST(HX)
            END-IF
            .

         FIND-SEASON-HAND SECTION.
            MOVE 0 TO WS-FOUND-AT
            PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > WS-HAND-COUNT
               IF WS-H-HAND(HX) = RNK-HAND
                  MOVE HX TO WS-FOUND-AT
                  COMPUTE HX = WS-HAND-COUNT
               END-IF
            END-PERFORM
            .

      *
      *    A WITHDRAWAL ON THE HAND LEDGER SINCE THE SEASON STARTED
      *    CLOSES THE HAND'S SEASON LINE AS AT THE WITHDRAWAL DATE.
      *    THE NIGHT OF THE WITHDRAWAL ITSELF STILL COUNTS IF THE
      *    HAND RANKED THAT NIGHT.
      *
         LOAD-WITHDRAWALS SECTION.
            OPEN INPUT AUDIT-FILE
            IF WS-AUDIT-STATUS = '00'
               READ AUDIT-FILE
                  AT END SET AUDIT-END TO TRUE
               END-READ
               PERFORM UNTIL AUDIT-END
                  IF AUD-ACTION = 'D'
                  AND AUD-RESULT(1:9) = 'WITHDRAWN'
                  AND AUD-DATE NUMERIC
                  AND AUD-DATE NOT < WS-SEASON-START
                     MOVE AUD-HAND TO RNK-HAND
                     PERFORM FIND-WITHDRAWAL
                     IF WS-WD-AT = 0
                        IF WS-WD-COUNT >= 2000
                           DISPLAY 'DAY07SEA WARNING - MORE THAN 2000 '
                                   'WITHDRAWALS; HAND ' AUD-HAND
                                   ' LEFT OPEN'
                           IF RETURN-CODE < 4
                              MOVE 4 TO RETURN-CODE
                           END-IF
                        ELSE
                           ADD 1 TO WS-WD-COUNT
                           MOVE AUD-HAND TO WS-W-HAND(WS-WD-COUNT)
                           MOVE AUD-DATE TO WS-W-DATE(WS-WD-COUNT)
                        END-IF
                     END-IF
                  END-IF
                  READ AUDIT-FILE
                     AT END SET AUDIT-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
            END-IF
            .

         FIND-WITHDRAWAL SECTION.
            MOVE 0 TO WS-WD-AT
            PERFORM VARYING HX2 FROM 1 BY 1 UNTIL HX2 > WS-WD-COUNT
               IF WS-W-HAND(HX2) = RNK-HAND
                  MOVE HX2 TO WS-WD-AT
                  COMPUTE HX2 = WS-WD-COUNT
               END-IF
            END-PERFORM
            .

         CLOSE-WITHDRAWN-HANDS SECTION.
            PERFORM VARYING WS-WD-AT FROM 1 BY 1
                    UNTIL WS-WD-AT > WS-WD-COUNT
               MOVE WS-W-HAND(WS-WD-AT) TO RNK-HAND
               PERFORM FIND-SEASON-HAND
               IF WS-FOUND-AT > 0
                  IF H-SEASON-OPEN(WS-FOUND-AT)
                     SET H-WITHDRAWN(WS-FOUND-AT) TO TRUE
                     MOVE WS-W-DATE(WS-WD-AT)
                        TO WS-H-CLOSED(WS-FOUND-AT)
                     ADD 1 TO WS-CLOSED-COUNT
                     DISPLAY 'DAY07SEA HAND ' RNK-HAND ' WITHDRAWN '
                             WS-W-DATE(WS-WD-AT)
                             ' - SEASON LINE CLOSED'
                  END-IF
               END-IF
            END-PERFORM
            .

      *
      *    THE MASTER IS KEPT IN HAND ORDER - THE SAME IN-MEMORY
      *    SELECTION SORT SHAPE DAY07LGR KEEPS HANDMST IN.
      *
         SORT-SEASON-BY-HAND SECTION.
            PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > WS-HAND-COUNT
               PERFORM VARYING HX2 FROM HX BY 1
                           UNTIL HX2 > WS-HAND-COUNT
                  IF WS-H-HAND(HX2) < WS-H-HAND(HX)
                     MOVE WS-HAND-ENTRY(HX)  TO WS-SAVE-ENTRY
                     MOVE WS-HAND-ENTRY(HX2) TO WS-HAND-ENTRY(HX)
                     MOVE WS-SAVE-ENTRY      TO WS-HAND-ENTRY(HX2)
                  END-IF
               END-PERFORM
            END-PERFORM
            .

         REWRITE-SEASON-MASTER SECTION.
            OPEN OUTPUT SEA-FILE
            MOVE SPACES          TO SEA-HEADER
            MOVE '*SEASON '      TO SEA-H-TAG
            MOVE WS-SEASON-START TO SEA-H-START
            MOVE WS-LAST-FED(1)  TO SEA-H-LAST-STD
            MOVE WS-LAST-FED(2)  TO SEA-H-LAST-JKR
            WRITE SEA-HEADER

            MOVE 0 TO WS-OPEN-COUNT
            PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > WS-HAND-COUNT
               MOVE SPACES            TO SEA-RECORD
               MOVE WS-H-HAND(HX)     TO SEA-HAND
               MOVE WS-H-STATUS(HX)   TO SEA-STATUS
               MOVE WS-H-CLOSED(HX)   TO SEA-CLOSED
               MOVE WS-H-LAST(HX)     TO SEA-LAST-NIGHT
               PERFORM VARYING WS-RULE FROM 1 BY 1 UNTIL WS-RULE > 2
                  MOVE WS-H-NIGHTS(HX, WS-RULE)
                     TO SEA-NIGHTS(WS-RULE)
                  MOVE WS-H-WON(HX, WS-RULE)   TO SEA-WON(WS-RULE)
                  MOVE WS-H-BEST(HX, WS-RULE)  TO SEA-BEST(WS-RULE)
                  MOVE WS-H-WORST(HX, WS-RULE) TO SEA-WORST(WS-RULE)
                  MOVE WS-H-RSUM(HX, WS-RULE)
                     TO SEA-RANK-SUM(WS-RULE)
               END-PERFORM
               WRITE SEA-RECORD
               IF H-SEASON-OPEN(HX)
                  ADD 1 TO WS-OPEN-COUNT
               END-IF
            END-PERFORM
            CLOSE SEA-FILE
            .

      *
      *    THE RANK-LISTING FIELDS ARE Z-EDITED - BUILD EACH VALUE
      *    DIGIT BY DIGIT, SKIPPING LEADING SPACES.
      *
         CONVERT-TOKEN SECTION.
            MOVE 0 TO WS-TOKEN-VALUE
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 10
               MOVE WS-TOKEN(CX:1) TO WS-TOKEN-CHAR
               IF WS-TOKEN-CHAR NUMERIC
                  COMPUTE WS-TOKEN-VALUE =
                     WS-TOKEN-VALUE * 10 + WS-TOKEN-DIGIT
               END-IF
            END-PERFORM
            .
