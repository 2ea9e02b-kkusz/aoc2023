         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY05USE.

      *
      *    ALMANAC MAP-ENTRY UTILIZATION REPORT. THE SUPPLIER'S
      *    ALMANAC KEEPS GROWING AND NOTHING TOLD US HOW MUCH OF IT
      *    OUR SEED PORTFOLIO ACTUALLY USES. THIS UTILITY RUNS THE
      *    SEEDMST PORTFOLIO THROUGH ALL SEVEN STAGES OF THE ALMANAC
      *    IN INPFILE - BOTH WAYS THE PART PROGRAMS READ IT: EVERY
      *    START AND LENGTH AS AN INDIVIDUAL PART-1 SEED (TRAVERSED
      *    THE WAY DAY05P1C DOES), AND EVERY START/LENGTH PAIR AS A
      *    PART-2 RANGE (CLIPPED WITH THE DAY05P2C INTERVAL
      *    MACHINERY). FOR EVERY ENTRY OF EVERY STAGE MAPUSE SHOWS
      *    HOW MANY SEED VALUES AND HOW MANY RANGES PASSED THROUGH
      *    IT AND THE POPULATION THOSE RANGES CARRIED. ENTRIES THAT
      *    NOTHING TOUCHES ARE FLAGGED UNUSED.
      *
      *    VALUES NO ENTRY COVERS MAP TO THEMSELVES. THE UNCOVERED
      *    STRETCHES OF EACH STAGE - BELOW THE FIRST ENTRY, BETWEEN
      *    ENTRIES, AND ABOVE THE LAST - ARE THE IDENTITY GAPS, AND
      *    EVERY GAP THAT CARRIES SEEDS OR POPULATION IS LISTED
      *    AFTER ITS STAGE'S ENTRIES, FLAGGED WHEN IT CARRIES
      *    POPULATION: TRIMMING THE ALMANAC AROUND IT WOULD CHANGE
      *    THE ANSWER. EACH STAGE'S ENTRY AND GAP POPULATION MUST
      *    FOOT TO THE TOTAL PORTFOLIO LENGTH; A STAGE THAT DOES NOT
      *    (A CLIPPING TABLE OVERFLOWED) ENDS THE RUN WITH RETURN
      *    CODE 4. THE REPORT IS THE EVIDENCE WHEN WE ASK THE
      *    SUPPLIER TO TRIM, AND SHOWS WHICH ENTRIES A CHANGE WOULD
      *    REACH BEFORE DAY05IMP IS NEEDED.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT INPUT-FILE ASSIGN TO INPFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INPUT-STATUS.

            SELECT MST-FILE ASSIGN TO SEEDMST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MST-STATUS.

            SELECT RPT-FILE ASSIGN TO MAPUSE
            ORGANIZATION IS LINE SEQUENTIAL.

         DATA DIVISION.
         FILE SECTION.
         FD INPUT-FILE.
         01 INPUT-RECORD.
            88 INPUT-END        VALUE LOW-VALUE.
            05 INPUT-TEXT       PIC X(300).

         FD MST-FILE.
         01 MST-RECORD.
            88 MST-END          VALUE LOW-VALUE.
            05 MST-START         PIC 9(10).
            05 FILLER            PIC X.
            05 MST-LEN           PIC 9(10).
            05 FILLER            PIC X.
            05 MST-UPD-DATE      PIC 9(8).

         FD RPT-FILE.
         01 RPT-RECORD          PIC X(132).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         COPY "RUNSTMP.CPY".

         01 WS-INPUT-STATUS     PIC XX.
         01 WS-MST-STATUS       PIC XX.

         77 IX                  PIC 99.
         77 IX2                 PIC 9(10).
         77 IX3                 PIC 99.

         01 WS-PARSED-STATE     PIC 99 VALUE  0.
            88 PARSED-INIT             VALUE  0.
            88 PARSED-SEEDS            VALUE  1.
            88 PARSED-SPACE1           VALUE  2.
            88 PARSED-HEAD1            VALUE  3.
            88 PARSED-SEED2SOIL        VALUE  4.
            88 PARSED-HEAD2            VALUE  5.
            88 PARSED-SOIL2FERT        VALUE  6.
            88 PARSED-HEAD3            VALUE  7.
            88 PARSED-FERT2WATR        VALUE  8.
            88 PARSED-HEAD4            VALUE  9.
            88 PARSED-WATR2LIGH        VALUE 10.
            88 PARSED-HEAD5            VALUE 11.
            88 PARSED-LIGH2TEMP        VALUE 12.
            88 PARSED-HEAD6            VALUE 13.
            88 PARSED-TEMP2HUMD        VALUE 14.
            88 PARSED-HEAD7            VALUE 15.
            88 PARSED-HUMD2LOCA        VALUE 16.

      *
      *    THE MAPS, WITH THE TRAFFIC EACH ENTRY SAW.
      *
         01 WS-BUFFERS.
           05 WS-MAP-ITEM          OCCURS 7.
              10 WS-MAP-ENTRY      OCCURS 100.
                 15 WS-ENTRY-DEST  PIC 9(10).
                 15 WS-ENTRY-SRC   PIC 9(10).
                 15 WS-ENTRY-RANGE PIC 9(10).
                 15 WS-ENTRY-SEEDS PIC 9(5).
                 15 WS-ENTRY-HITS  PIC 9(7).
                 15 WS-ENTRY-POP   PIC 9(15).
              10 WS-MAP-LEN        PIC 999.

         01 WS-STAGE-NAMES.
            05 FILLER PIC X(24) VALUE 'SEED-TO-SOIL'.
            05 FILLER PIC X(24) VALUE 'SOIL-TO-FERTILIZER'.
            05 FILLER PIC X(24) VALUE 'FERTILIZER-TO-WATER'.
            05 FILLER PIC X(24) VALUE 'WATER-TO-LIGHT'.
            05 FILLER PIC X(24) VALUE 'LIGHT-TO-TEMPERATURE'.
            05 FILLER PIC X(24) VALUE 'TEMPERATURE-TO-HUMIDITY'.
            05 FILLER PIC X(24) VALUE 'HUMIDITY-TO-LOCATION'.
         01 WS-STAGE-NAME-TAB REDEFINES WS-STAGE-NAMES.
            05 WS-STAGE-NAME    PIC X(24) OCCURS 7.

      *
      *    THE IDENTITY GAPS OF EACH STAGE, IN SOURCE ORDER, WITH
      *    THEIR TRAFFIC. A STAGE OF N ENTRIES HAS AT MOST N + 1.
      *
         01 WS-GAP-BUFFERS.
           05 WS-GAP-ITEM          OCCURS 7.
              10 WS-GAP            OCCURS 101.
                 15 WS-GAP-LO      PIC 9(10).
                 15 WS-GAP-HI      PIC 9(10).
                 15 WS-GAP-SEEDS   PIC 9(5).
                 15 WS-GAP-HITS    PIC 9(7).
                 15 WS-GAP-POP     PIC 9(15).
              10 WS-GAP-COUNT      PIC 999.

         01 WS-ORDER-TAB.
            05 WS-ORDER         PIC 999 OCCURS 100.
         01 WS-ORDER-SAVE       PIC 999.
         01 WS-COVERED-TO       PIC 9(11).
         01 WS-ENTRY-HI         PIC 9(11).
         77 OX                  PIC 999.
         77 OX2                 PIC 999.
         77 GX                  PIC 999.

      *
      *    THE PORTFOLIO - UP TO 10 RANGES, AS DAY05SED KEEPS IT.
      *
         01 WS-SEED-COUNT       PIC 99 VALUE 0.
         01 WS-SEED-TABLE.
            05 WS-SEED-ENTRY OCCURS 10.
               10 WS-S-START    PIC 9(10).
               10 WS-S-LEN      PIC 9(10).
         01 WS-PORTFOLIO-LEN    PIC 9(15) VALUE 0.

         01 WS-SOURCE            PIC 9(10).
         01 WS-DESTINATION       PIC 9(10).
         01 WS-RANGE1            PIC 9(10).
         01 WS-RANGE2            PIC 9(10).
         01 WS-HIT-ENTRY         PIC 999.

      *
      *    SEED-RANGE CLIPPING TABLES - THE SAME INTERVAL MACHINERY
      *    DAY05P2C SWEEPS WITH.
      *
         01 WS-RANGE-TAB.
            05 WS-RANGE-ITEM OCCURS 2000.
               10 WS-RANGE-START     PIC 9(10).
               10 WS-RANGE-END       PIC 9(10).
         01 WS-RANGE-COUNT         PIC 9(4) VALUE 0.

         01 WS-NEXT-RANGE-TAB.
            05 WS-NEXT-RANGE-ITEM OCCURS 2000.
               10 WS-NEXT-RANGE-START PIC 9(10).
               10 WS-NEXT-RANGE-END   PIC 9(10).
         01 WS-NEXT-RANGE-COUNT    PIC 9(4) VALUE 0.

         01 WS-PEND-TAB.
            05 WS-PEND-ITEM OCCURS 200.
               10 WS-PEND-START      PIC 9(10).
               10 WS-PEND-END        PIC 9(10).
         01 WS-PEND-COUNT          PIC 9(4) VALUE 0.

         01 WS-PEND2-TAB.
            05 WS-PEND2-ITEM OCCURS 200.
               10 WS-PEND2-START     PIC 9(10).
               10 WS-PEND2-END       PIC 9(10).
         01 WS-PEND2-COUNT         PIC 9(4) VALUE 0.

         01 WS-OVERLAP-START       PIC 9(10).
         01 WS-OVERLAP-END         PIC 9(10).
         01 WS-PIECE-LEN           PIC 9(10).
         01 WS-RANGE-DROPPED       PIC 9(7) VALUE 0.
         01 WS-PEND-DROPPED        PIC 9(7) VALUE 0.

         77 RIX                    PIC 9(4).
         77 PIX                    PIC 9(4).
         77 PX                     PIC 99.

         01 WS-TOKEN             PIC X(12).
         01 WS-TOKEN-VALUE       PIC 9(10).
         01 WS-TOKEN-DIGIT       PIC 9.
         01 WS-TOKEN-CHAR REDEFINES WS-TOKEN-DIGIT PIC X.

      *
      *    REPORT TOTALS.
      *
         01 WS-STAGE-POP         PIC 9(15).
         01 WS-ENTRY-TOTAL       PIC 9(5) VALUE 0.
         01 WS-UNUSED-TOTAL      PIC 9(5) VALUE 0.
         01 WS-GAP-FLAG-TOTAL    PIC 9(5) VALUE 0.
         01 WS-STAGE-UNUSED      PIC 999.
         01 WS-BAD-STAGES        PIC 9 VALUE 0.

         01 WS-STAGE-LINE.
            05 FILLER            PIC X(6) VALUE 'STAGE '.
            05 WS-SL-STAGE       PIC 9.
            05 FILLER            PIC X VALUE SPACE.
            05 WS-SL-NAME        PIC X(24).
            05 WS-SL-ENTRIES     PIC ZZ9.
            05 FILLER            PIC X(9) VALUE ' ENTRIES '.
            05 WS-SL-UNUSED      PIC ZZ9.
            05 FILLER            PIC X(8) VALUE ' UNUSED '.

         01 WS-ENTRY-LINE.
            05 FILLER            PIC X(8) VALUE '  ENTRY '.
            05 WS-EL-NUM         PIC ZZ9.
            05 FILLER            PIC X(5) VALUE ' SRC '.
            05 WS-EL-SRC         PIC Z(9)9.
            05 FILLER            PIC X(5) VALUE ' LEN '.
            05 WS-EL-LEN         PIC Z(9)9.
            05 FILLER            PIC X(6) VALUE ' DEST '.
            05 WS-EL-DEST        PIC Z(9)9.
            05 FILLER            PIC X(7) VALUE ' SEEDS '.
            05 WS-EL-SEEDS       PIC ZZZZ9.
            05 FILLER            PIC X(8) VALUE ' RANGES '.
            05 WS-EL-HITS        PIC Z(6)9.
            05 FILLER            PIC X(5) VALUE ' POP '.
            05 WS-EL-POP         PIC Z(14)9.
            05 FILLER            PIC X VALUE SPACE.
            05 WS-EL-FLAG        PIC X(20).

         01 WS-GAP-LINE.
            05 FILLER            PIC X(8) VALUE '  GAP   '.
            05 WS-GL-LO          PIC Z(9)9.
            05 FILLER            PIC X VALUE '-'.
            05 WS-GL-HI          PIC Z(9)9.
            05 FILLER            PIC X(21) VALUE SPACES.
            05 FILLER            PIC X(7) VALUE ' SEEDS '.
            05 WS-GL-SEEDS       PIC ZZZZ9.
            05 FILLER            PIC X(8) VALUE ' RANGES '.
            05 WS-GL-HITS        PIC Z(6)9.
            05 FILLER            PIC X(5) VALUE ' POP '.
            05 WS-GL-POP         PIC Z(14)9.
            05 FILLER            PIC X VALUE SPACE.
            05 WS-GL-FLAG        PIC X(20).

         01 WS-FOOT-LINE.
            05 FILLER            PIC X(26)
                                 VALUE '  STAGE POPULATION FOOTS '.
            05 WS-FL-POP         PIC Z(14)9.
            05 FILLER            PIC X(14) VALUE ' OF PORTFOLIO '.
            05 WS-FL-TOTAL       PIC Z(14)9.
            05 FILLER            PIC X VALUE SPACE.
            05 WS-FL-FLAG        PIC X(14).

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY05USE'==
                         ==PFX-SUB== BY =='/day05'==.

            COPY "RUNSTMPP.CPY".

            PERFORM LOAD-PORTFOLIO
            PERFORM LOAD-ALMANAC
            PERFORM BUILD-IDENTITY-GAPS

            PERFORM TRACE-PART1-SEEDS
            PERFORM CLIP-PART2-RANGES
            PERFORM PRINT-UTILIZATION

            DISPLAY 'DAY05USE ' WS-ENTRY-TOTAL ' MAP ENTRIES, '
                    WS-UNUSED-TOTAL ' UNUSED, '
                    WS-GAP-FLAG-TOTAL ' IDENTITY GAP(S) CARRY '
                    'POPULATION (SEE MAPUSE)'
            IF WS-BAD-STAGES > 0
               DISPLAY 'DAY05USE WARNING - ' WS-BAD-STAGES
                       ' STAGE(S) DO NOT FOOT TO THE PORTFOLIO; '
                       'CLIPPING TABLES OVERFLOWED'
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF

            STOP RUN.

      *
      *    NEXT DATA RECORD - SUPPLIER *HDR/*TRL CONTROL RECORDS ARE
      *    SKIPPED THE SAME WAY THE CORES SKIP THEM.
      *
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

         LOAD-PORTFOLIO SECTION.
            OPEN INPUT MST-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-MST-STATUS==
                         ==FS-FILE-NAME== BY =='SEEDMST'==
                         ==FS-PGM==       BY =='DAY05USE'==.
            READ MST-FILE
               AT END SET MST-END TO TRUE
            END-READ
            PERFORM UNTIL MST-END
               IF WS-SEED-COUNT >= 10
                  DISPLAY 'DAY05USE WARNING - PORTFOLIO FULL AT '
                          '10 RANGES; REMAINING RECORDS IGNORED'
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
                  SET MST-END TO TRUE
               ELSE
                  ADD 1 TO WS-SEED-COUNT
                  MOVE MST-START TO WS-S-START(WS-SEED-COUNT)
                  MOVE MST-LEN   TO WS-S-LEN(WS-SEED-COUNT)
                  ADD MST-LEN TO WS-PORTFOLIO-LEN
                  READ MST-FILE
                     AT END SET MST-END TO TRUE
                  END-READ
               END-IF
            END-PERFORM
            CLOSE MST-FILE

            IF WS-SEED-COUNT = 0
               DISPLAY 'DAY05USE NO RANGES ON SEEDMST - NOTHING TO '
                       'TRACE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            .

      *
      *    THE MAPS ARE PARSED WITH THE SAME STATE MACHINE THE CORES
      *    USE. THE ALMANAC'S OWN SEEDS LINE IS PASSED OVER - THE
      *    PORTFOLIO COMES FROM THE MASTER.
      *
         LOAD-ALMANAC SECTION.
            SET PARSED-INIT TO TRUE
            INITIALIZE WS-BUFFERS

            OPEN INPUT INPUT-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-INPUT-STATUS==
                         ==FS-FILE-NAME== BY =='INPFILE'==
                         ==FS-PGM==       BY =='DAY05USE'==.
            PERFORM READ-INPUT-RECORD

            PERFORM UNTIL INPUT-END
               EVALUATE TRUE
                  WHEN PARSED-INIT
                     SET PARSED-SEEDS TO TRUE
                  WHEN PARSED-SEEDS
                     SET PARSED-SPACE1 TO TRUE
                  WHEN PARSED-SPACE1
                     MOVE 1 TO IX
                     SET PARSED-HEAD1  TO TRUE
                  WHEN PARSED-HEAD1
                     IF INPUT-TEXT = SPACE
                        SET PARSED-SEED2SOIL TO TRUE
                     ELSE
                        PERFORM PARSE-MAP
                     END-IF
                  WHEN PARSED-SEED2SOIL
                     MOVE 2 TO IX
                     SET PARSED-HEAD2  TO TRUE
                  WHEN PARSED-HEAD2
                     IF INPUT-TEXT = SPACE
                        SET PARSED-SOIL2FERT TO TRUE
                     ELSE
                        PERFORM PARSE-MAP
                     END-IF
                  WHEN PARSED-SOIL2FERT
                     MOVE 3 TO IX
                     SET PARSED-HEAD3  TO TRUE
                  WHEN PARSED-HEAD3
                     IF INPUT-TEXT = SPACE
                        SET PARSED-FERT2WATR TO TRUE
                     ELSE
                        PERFORM PARSE-MAP
                     END-IF
                  WHEN PARSED-FERT2WATR
                     MOVE 4 TO IX
                     SET PARSED-HEAD4  TO TRUE
                  WHEN PARSED-HEAD4
                     IF INPUT-TEXT = SPACE
                        SET PARSED-WATR2LIGH TO TRUE
                     ELSE
                        PERFORM PARSE-MAP
                     END-IF
                  WHEN PARSED-WATR2LIGH
                     MOVE 5 TO IX
                     SET PARSED-HEAD5  TO TRUE
                  WHEN PARSED-HEAD5
                     IF INPUT-TEXT = SPACE
                        SET PARSED-LIGH2TEMP TO TRUE
                     ELSE
                        PERFORM PARSE-MAP
                     END-IF
                  WHEN PARSED-LIGH2TEMP
                     MOVE 6 TO IX
                     SET PARSED-HEAD6  TO TRUE
                  WHEN PARSED-HEAD6
                     IF INPUT-TEXT = SPACE
                        SET PARSED-TEMP2HUMD TO TRUE
                     ELSE
                        PERFORM PARSE-MAP
                     END-IF
                  WHEN PARSED-TEMP2HUMD
                     MOVE 7 TO IX
                     SET PARSED-HEAD7  TO TRUE
                  WHEN PARSED-HEAD7
                     IF INPUT-TEXT = SPACE
                        SET PARSED-HUMD2LOCA TO TRUE
                     ELSE
                        PERFORM PARSE-MAP
                     END-IF
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE

               PERFORM READ-INPUT-RECORD
            END-PERFORM

            CLOSE INPUT-FILE
            .

         PARSE-MAP SECTION.
            IF WS-MAP-LEN(IX) >= 100
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY 'DAY05USE WARNING - ALMANAC MAP SECTION FULL '
                       'AT 100 ENTRIES; ROW "' INPUT-TEXT(1:40)
                       '" DROPPED'
            ELSE
               ADD 1 TO WS-MAP-LEN(IX)
               UNSTRING INPUT-TEXT
                  DELIMITED BY ' '
                  INTO WS-ENTRY-DEST (IX, WS-MAP-LEN(IX))
                      ,WS-ENTRY-SRC  (IX, WS-MAP-LEN(IX))
                      ,WS-ENTRY-RANGE(IX, WS-MAP-LEN(IX))
               END-UNSTRING
            END-IF
            .

      *
      *    EACH STAGE'S ENTRIES ARE TAKEN IN SOURCE ORDER (A
      *    SELECTION SORT OF THEIR SUBSCRIPTS - THE ALMANAC ITSELF
      *    IS LEFT AS DELIVERED) AND EVERY UNCOVERED STRETCH BETWEEN
      *    THEM BECOMES A GAP, UP TO THE TOP OF THE 10-DIGIT RANGE.
      *
         BUILD-IDENTITY-GAPS SECTION.
            INITIALIZE WS-GAP-BUFFERS
            PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 7
               PERFORM VARYING OX FROM 1 BY 1
                           UNTIL OX > WS-MAP-LEN(IX)
                  MOVE OX TO WS-ORDER(OX)
               END-PERFORM
               PERFORM VARYING OX FROM 1 BY 1
                           UNTIL OX > WS-MAP-LEN(IX)
                  PERFORM VARYING OX2 FROM OX BY 1
                              UNTIL OX2 > WS-MAP-LEN(IX)
                     IF WS-ENTRY-SRC(IX, WS-ORDER(OX2))
                      < WS-ENTRY-SRC(IX, WS-ORDER(OX))
                        MOVE WS-ORDER(OX)  TO WS-ORDER-SAVE
                        MOVE WS-ORDER(OX2) TO WS-ORDER(OX)
                        MOVE WS-ORDER-SAVE TO WS-ORDER(OX2)
                     END-IF
                  END-PERFORM
               END-PERFORM

               MOVE 0 TO WS-COVERED-TO
               PERFORM VARYING OX FROM 1 BY 1
                           UNTIL OX > WS-MAP-LEN(IX)
                  MOVE WS-ORDER(OX) TO IX2
                  IF WS-ENTRY-SRC(IX, IX2) > WS-COVERED-TO
                     ADD 1 TO WS-GAP-COUNT(IX)
                     MOVE WS-GAP-COUNT(IX) TO GX
                     MOVE WS-COVERED-TO TO WS-GAP-LO(IX, GX)
                     COMPUTE WS-GAP-HI(IX, GX)
                        = WS-ENTRY-SRC(IX, IX2) - 1
                  END-IF
                  COMPUTE WS-ENTRY-HI = WS-ENTRY-SRC(IX, IX2)
                                      + WS-ENTRY-RANGE(IX, IX2)
                  IF WS-ENTRY-HI > WS-COVERED-TO
                     MOVE WS-ENTRY-HI TO WS-COVERED-TO
                  END-IF
               END-PERFORM
               IF WS-COVERED-TO <= 9999999999
                  ADD 1 TO WS-GAP-COUNT(IX)
                  MOVE WS-GAP-COUNT(IX) TO GX
                  MOVE WS-COVERED-TO TO WS-GAP-LO(IX, GX)
                  MOVE 9999999999    TO WS-GAP-HI(IX, GX)
               END-IF
            END-PERFORM
            .

      *
      *    THE IDENTITY GAP HOLDING WS-SOURCE IN STAGE IX.
      *
         FIND-GAP SECTION.
            MOVE 0 TO GX
            PERFORM VARYING OX FROM 1 BY 1
                        UNTIL OX > WS-GAP-COUNT(IX)
               IF WS-SOURCE >= WS-GAP-LO(IX, OX)
               AND WS-SOURCE <= WS-GAP-HI(IX, OX)
                  MOVE OX TO GX
                  MOVE WS-GAP-COUNT(IX) TO OX
               END-IF
            END-PERFORM
            .

      *
      *    PART 1 READS EVERY NUMBER OF THE SEEDS LINE AS A SEED -
      *    EACH RANGE'S START AND ITS LENGTH. EACH ONE IS WALKED
      *    THROUGH THE STAGES THE WAY DAY05P1C DOES IT, CREDITING
      *    THE ENTRY IT MATCHES (THE LAST MATCH WINS, AS THERE) OR
      *    THE GAP IT FALLS INTO.
      *
         TRACE-PART1-SEEDS SECTION.
            PERFORM VARYING IX3 FROM 1 BY 1 UNTIL IX3 > WS-SEED-COUNT
               MOVE WS-S-START(IX3) TO WS-SOURCE
               PERFORM TRACE-ONE-SEED
               MOVE WS-S-LEN(IX3) TO WS-SOURCE
               PERFORM TRACE-ONE-SEED
            END-PERFORM
            .

         TRACE-ONE-SEED SECTION.
            PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 7
               MOVE WS-SOURCE TO WS-DESTINATION
               MOVE 0 TO WS-HIT-ENTRY
               PERFORM VARYING IX2 FROM 1 BY 1
                  UNTIL IX2 > WS-MAP-LEN(IX)
                  MOVE WS-ENTRY-SRC(IX IX2) TO WS-RANGE1
                                               WS-RANGE2
                  COMPUTE WS-RANGE2 = WS-RANGE2
                                    + WS-ENTRY-RANGE(IX IX2)
                                    - 1
                  IF  WS-SOURCE >= WS-RANGE1
                  AND WS-SOURCE <= WS-RANGE2
                    COMPUTE WS-DESTINATION = WS-SOURCE
                                           + WS-ENTRY-DEST(IX IX2)
                                           - WS-ENTRY-SRC (IX IX2)
                    MOVE IX2 TO WS-HIT-ENTRY
                  END-IF
               END-PERFORM
               IF WS-HIT-ENTRY > 0
                  ADD 1 TO WS-ENTRY-SEEDS(IX, WS-HIT-ENTRY)
               ELSE
                  PERFORM FIND-GAP
                  IF GX > 0
                     ADD 1 TO WS-GAP-SEEDS(IX, GX)
                  END-IF
               END-IF
               MOVE WS-DESTINATION TO WS-SOURCE
            END-PERFORM
            .

      *
      *    EACH PORTFOLIO RANGE IS CLIPPED STAGE BY STAGE; EVERY
      *    PIECE AN ENTRY TAKES IS CREDITED TO THAT ENTRY, AND EVERY
      *    PIECE LEFT OVER AFTER ALL THE ENTRIES PASSES THROUGH A
      *    GAP UNCHANGED AND IS CREDITED TO THAT GAP.
      *
         CLIP-PART2-RANGES SECTION.
            PERFORM VARYING IX3 FROM 1 BY 1 UNTIL IX3 > WS-SEED-COUNT
               IF WS-S-LEN(IX3) > 0
                  MOVE 1 TO WS-RANGE-COUNT
                  MOVE WS-S-START(IX3) TO WS-RANGE-START(1)
                  COMPUTE WS-RANGE-END(1)
                     = WS-S-START(IX3) + WS-S-LEN(IX3) - 1

                  PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 7
                     PERFORM CLIP-ONE-STAGE
                  END-PERFORM
               END-IF
            END-PERFORM
            .

         CLIP-ONE-STAGE SECTION.
            MOVE 0 TO WS-NEXT-RANGE-COUNT
            PERFORM VARYING RIX FROM 1 BY 1 UNTIL RIX > WS-RANGE-COUNT
               PERFORM SPLIT-ONE-RANGE
            END-PERFORM

            MOVE WS-NEXT-RANGE-COUNT TO WS-RANGE-COUNT
            PERFORM VARYING RIX FROM 1 BY 1 UNTIL RIX > WS-RANGE-COUNT
               MOVE WS-NEXT-RANGE-START(RIX) TO WS-RANGE-START(RIX)
               MOVE WS-NEXT-RANGE-END(RIX)   TO WS-RANGE-END(RIX)
            END-PERFORM
            .

         SPLIT-ONE-RANGE SECTION.
            MOVE 1                   TO WS-PEND-COUNT
            MOVE WS-RANGE-START(RIX) TO WS-PEND-START(1)
            MOVE WS-RANGE-END(RIX)   TO WS-PEND-END(1)

            PERFORM VARYING IX2 FROM 1 BY 1 UNTIL IX2 > WS-MAP-LEN(IX)
               PERFORM SPLIT-AGAINST-ENTRY
            END-PERFORM

            PERFORM VARYING PIX FROM 1 BY 1 UNTIL PIX > WS-PEND-COUNT
               MOVE WS-PEND-START(PIX) TO WS-OVERLAP-START
                                          WS-SOURCE
               MOVE WS-PEND-END(PIX)   TO WS-OVERLAP-END
               PERFORM FIND-GAP
               IF GX > 0
                  COMPUTE WS-PIECE-LEN = WS-OVERLAP-END
                                       - WS-OVERLAP-START + 1
                  ADD 1 TO WS-GAP-HITS(IX, GX)
                  ADD WS-PIECE-LEN TO WS-GAP-POP(IX, GX)
               END-IF
               PERFORM APPEND-NEXT-RANGE
            END-PERFORM
            .

         SPLIT-AGAINST-ENTRY SECTION.
            MOVE 0 TO WS-PEND2-COUNT
            PERFORM VARYING PIX FROM 1 BY 1 UNTIL PIX > WS-PEND-COUNT
               PERFORM CLIP-PEND-AGAINST-ENTRY
            END-PERFORM

            MOVE WS-PEND2-COUNT TO WS-PEND-COUNT
            PERFORM VARYING PIX FROM 1 BY 1 UNTIL PIX > WS-PEND-COUNT
               MOVE WS-PEND2-START(PIX) TO WS-PEND-START(PIX)
               MOVE WS-PEND2-END(PIX)   TO WS-PEND-END(PIX)
            END-PERFORM
            .

         CLIP-PEND-AGAINST-ENTRY SECTION.
            MOVE WS-ENTRY-SRC(IX, IX2) TO WS-RANGE1
            COMPUTE WS-RANGE2 = WS-RANGE1
                              + WS-ENTRY-RANGE(IX, IX2) - 1

            IF WS-PEND-START(PIX) > WS-RANGE2
            OR WS-PEND-END(PIX)   < WS-RANGE1
               MOVE WS-PEND-START(PIX) TO WS-OVERLAP-START
               MOVE WS-PEND-END(PIX)   TO WS-OVERLAP-END
               PERFORM APPEND-PEND2
            ELSE
               IF WS-PEND-START(PIX) > WS-RANGE1
                  MOVE WS-PEND-START(PIX) TO WS-OVERLAP-START
               ELSE
                  MOVE WS-RANGE1          TO WS-OVERLAP-START
               END-IF
               IF WS-PEND-END(PIX) < WS-RANGE2
                  MOVE WS-PEND-END(PIX)   TO WS-OVERLAP-END
               ELSE
                  MOVE WS-RANGE2          TO WS-OVERLAP-END
               END-IF

               COMPUTE WS-PIECE-LEN = WS-OVERLAP-END
                                    - WS-OVERLAP-START + 1
               ADD 1 TO WS-ENTRY-HITS(IX, IX2)
               ADD WS-PIECE-LEN TO WS-ENTRY-POP(IX, IX2)

               COMPUTE WS-OVERLAP-START = WS-OVERLAP-START
                             + WS-ENTRY-DEST(IX, IX2)
                             - WS-ENTRY-SRC (IX, IX2)
               COMPUTE WS-OVERLAP-END   = WS-OVERLAP-END
                             + WS-ENTRY-DEST(IX, IX2)
                             - WS-ENTRY-SRC (IX, IX2)
               PERFORM APPEND-NEXT-RANGE

               IF WS-PEND-START(PIX) < WS-RANGE1
                  MOVE WS-PEND-START(PIX) TO WS-OVERLAP-START
                  COMPUTE WS-OVERLAP-END = WS-RANGE1 - 1
                  PERFORM APPEND-PEND2
               END-IF
               IF WS-PEND-END(PIX) > WS-RANGE2
                  COMPUTE WS-OVERLAP-START = WS-RANGE2 + 1
                  MOVE WS-PEND-END(PIX) TO WS-OVERLAP-END
                  PERFORM APPEND-PEND2
               END-IF
            END-IF
            .

         APPEND-NEXT-RANGE SECTION.
            IF WS-NEXT-RANGE-COUNT >= 2000
               ADD 1 TO WS-RANGE-DROPPED
            ELSE
               ADD 1 TO WS-NEXT-RANGE-COUNT
               MOVE WS-OVERLAP-START
                  TO WS-NEXT-RANGE-START(WS-NEXT-RANGE-COUNT)
               MOVE WS-OVERLAP-END
                  TO WS-NEXT-RANGE-END(WS-NEXT-RANGE-COUNT)
            END-IF
            .

         APPEND-PEND2 SECTION.
            IF WS-PEND2-COUNT >= 200
               ADD 1 TO WS-PEND-DROPPED
            ELSE
               ADD 1 TO WS-PEND2-COUNT
               MOVE WS-OVERLAP-START TO WS-PEND2-START(WS-PEND2-COUNT)
               MOVE WS-OVERLAP-END   TO WS-PEND2-END(WS-PEND2-COUNT)
            END-IF
            .

      *
      *    MAPUSE - PER STAGE, EVERY ENTRY IN ALMANAC ORDER, THEN
      *    THE GAPS THAT SAW ANY TRAFFIC, THEN THE STAGE FOOTING.
      *
         PRINT-UTILIZATION SECTION.
            OPEN OUTPUT RPT-FILE
            MOVE WS-RUN-STAMP TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE SPACES TO RPT-RECORD
            STRING 'DAY05USE ALMANAC MAP-ENTRY UTILIZATION - '
                   WS-SEED-COUNT ' PORTFOLIO RANGES, LENGTH '
                   WS-PORTFOLIO-LEN
               DELIMITED BY SIZE INTO RPT-RECORD
            END-STRING
            WRITE RPT-RECORD

            PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 7
               MOVE 0 TO WS-STAGE-UNUSED
               MOVE 0 TO WS-STAGE-POP
               PERFORM VARYING IX2 FROM 1 BY 1
                           UNTIL IX2 > WS-MAP-LEN(IX)
                  IF WS-ENTRY-SEEDS(IX, IX2) = 0
                  AND WS-ENTRY-HITS(IX, IX2) = 0
                     ADD 1 TO WS-STAGE-UNUSED
                  END-IF
               END-PERFORM

               MOVE SPACES TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE IX                TO WS-SL-STAGE
               MOVE WS-STAGE-NAME(IX) TO WS-SL-NAME
               MOVE WS-MAP-LEN(IX)    TO WS-SL-ENTRIES
               MOVE WS-STAGE-UNUSED   TO WS-SL-UNUSED
               MOVE WS-STAGE-LINE     TO RPT-RECORD
               WRITE RPT-RECORD
               ADD WS-MAP-LEN(IX)  TO WS-ENTRY-TOTAL
               ADD WS-STAGE-UNUSED TO WS-UNUSED-TOTAL

               PERFORM VARYING IX2 FROM 1 BY 1
                           UNTIL IX2 > WS-MAP-LEN(IX)
                  PERFORM PRINT-ONE-ENTRY
               END-PERFORM
               PERFORM VARYING GX FROM 1 BY 1
                           UNTIL GX > WS-GAP-COUNT(IX)
                  IF WS-GAP-SEEDS(IX, GX) > 0
                  OR WS-GAP-POP(IX, GX) > 0
                     PERFORM PRINT-ONE-GAP
                  END-IF
               END-PERFORM

               MOVE WS-STAGE-POP     TO WS-FL-POP
               MOVE WS-PORTFOLIO-LEN TO WS-FL-TOTAL
               IF WS-STAGE-POP = WS-PORTFOLIO-LEN
                  MOVE SPACES TO WS-FL-FLAG
               ELSE
                  MOVE 'OUT OF BALANCE' TO WS-FL-FLAG
                  ADD 1 TO WS-BAD-STAGES
               END-IF
               MOVE WS-FOOT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
            END-PERFORM

            MOVE SPACES TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE SPACES TO RPT-RECORD
            STRING 'TOTAL ' WS-ENTRY-TOTAL ' ENTRIES, '
                   WS-UNUSED-TOTAL ' UNUSED, '
                   WS-GAP-FLAG-TOTAL ' IDENTITY GAP(S) CARRYING '
                   'POPULATION'
               DELIMITED BY SIZE INTO RPT-RECORD
            END-STRING
            WRITE RPT-RECORD
            CLOSE RPT-FILE
            .

         PRINT-ONE-ENTRY SECTION.
            MOVE IX2                     TO WS-EL-NUM
            MOVE WS-ENTRY-SRC(IX, IX2)   TO WS-EL-SRC
            MOVE WS-ENTRY-RANGE(IX, IX2) TO WS-EL-LEN
            MOVE WS-ENTRY-DEST(IX, IX2)  TO WS-EL-DEST
            MOVE WS-ENTRY-SEEDS(IX, IX2) TO WS-EL-SEEDS
            MOVE WS-ENTRY-HITS(IX, IX2)  TO WS-EL-HITS
            MOVE WS-ENTRY-POP(IX, IX2)   TO WS-EL-POP
            IF WS-ENTRY-SEEDS(IX, IX2) = 0
            AND WS-ENTRY-HITS(IX, IX2) = 0
               MOVE '** UNUSED'          TO WS-EL-FLAG
            ELSE
               MOVE SPACES               TO WS-EL-FLAG
            END-IF
            ADD WS-ENTRY-POP(IX, IX2) TO WS-STAGE-POP
            MOVE WS-ENTRY-LINE TO RPT-RECORD
            WRITE RPT-RECORD
            .

         PRINT-ONE-GAP SECTION.
            MOVE WS-GAP-LO(IX, GX)    TO WS-GL-LO
            MOVE WS-GAP-HI(IX, GX)    TO WS-GL-HI
            MOVE WS-GAP-SEEDS(IX, GX) TO WS-GL-SEEDS
            MOVE WS-GAP-HITS(IX, GX)  TO WS-GL-HITS
            MOVE WS-GAP-POP(IX, GX)   TO WS-GL-POP
            IF WS-GAP-POP(IX, GX) > 0
               MOVE '** IDENTITY GAP'  TO WS-GL-FLAG
               ADD 1 TO WS-GAP-FLAG-TOTAL
            ELSE
               MOVE SPACES             TO WS-GL-FLAG
            END-IF
            ADD WS-GAP-POP(IX, GX) TO WS-STAGE-POP
            MOVE WS-GAP-LINE TO RPT-RECORD
            WRITE RPT-RECORD
            .
