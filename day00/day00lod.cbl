      *    RUN MARKERS, NOT ANSWERS, AND ARE NOT LOADED. THE MASTER
      *    IS A LINE-SEQUENTIAL FILE IN KEY ORDER, THE SAME SHAPE AS
      *    THE DAY07 HAND-LEDGER MASTER.
      *
      *    AN ANSWER RESTATED THROUGH DAY00RES CARRIES AN R FLAG, THE
      *    ORIGINAL FIGURE AND THE RESTATEMENT DATE AFTER THE OUT-
      *    COUNT. THE SAME RECORD FOLDED IN AGAIN FROM CTLFILE ONLY
      *    REFRESHES THE ORIGINAL - THE RESTATED ANSWER STANDS.
      *
      *    EACH RECORD ALSO CARRIES ITS BUSINESS DATE - THE DAY THE
      *    FEED BELONGS TO, FROM CTL-BUS-DATE - AT THE END OF THE
      *    LINE. THE RUN ID ALREADY NAMES ONE RUN, SO THE FILE STAYS
      *    IN ITS RUN-DATE KEY ORDER - THE ORDER DAY00AUD HOLDS IT
      *    TO - AND A LATE FEED FOR AN EARLIER BUSINESS DAY DOES NOT
      *    BREAK THE SEQUENCE; THE READERS SELECT ON THE BUSINESS
      *    DATE FIELD. A CONTROL TOTAL OR MASTER RECORD WRITTEN
      *    BEFORE BUSINESS DATES WERE CARRIED TAKES ITS RUN DATE AS
      *    ITS BUSINESS DATE.
      *
      *    A NEW RECORD WHOSE BUSINESS DATE IS NOT THE BUSINESS DAY
      *    AFTER THE LATEST ONE ALREADY LOADED FOR THE SAME PROGRAM
      *    AND LABEL (BY THE SHOPCAL CALENDAR, THROUGH DAY00BUS) IS
      *    FLAGGED OUT OF SEQUENCE - A REPEATED DAY, AN OLDER DAY
      *    ARRIVING LATE, OR A SKIPPED DAY. IT IS STILL LOADED; THE
      *    FLAG GOES TO THE CONSOLE AND THE EXCEPTION LOG AND SETS
      *    RETURN CODE 4.
      *

         ENVIRONMENT DIVISION.
            05 MST-IN-COUNT      PIC 9(7).
            05 FILLER            PIC X VALUE SPACE.
            05 MST-OUT-COUNT     PIC 9(7).
            05 FILLER            PIC X VALUE SPACE.
            05 MST-RESTATED      PIC X.
               88 MST-IS-RESTATED      VALUE 'R'.
            05 FILLER            PIC X VALUE SPACE.
            05 MST-ORIG-ANSWER   PIC S9(18).
            05 FILLER            PIC X VALUE SPACE.
            05 MST-RESTATE-DATE  PIC 9(8).
            05 FILLER            PIC X VALUE SPACE.
            05 MST-BUS-DATE      PIC 9(8).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".
         COPY "BUSDAT.CPY".
         COPY "EXCLOG.CPY".

         01 WS-CTL-STATUS        PIC XX.
         01 WS-MAST-STATUS       PIC XX.
                  15 WS-E-LABEL    PIC X(10).
                  15 WS-E-DATE     PIC 9(8).
                  15 WS-E-RUN-ID   PIC 9(6).
               10 WS-E-BUS-DATE    PIC 9(8).
               10 WS-E-RUN-TIME    PIC 9(6).
               10 WS-E-ANSWER      PIC S9(18).
               10 WS-E-IN          PIC 9(7).
               10 WS-E-OUT         PIC 9(7).
               10 WS-E-RESTATED    PIC X.
               10 WS-E-ORIG        PIC S9(18).
               10 WS-E-RST-DATE    PIC 9(8).

         01 WS-SAVE-ENTRY.
            05 WS-S-KEY           PIC X(32).
            05 WS-S-BUS-DATE      PIC 9(8).
            05 WS-S-RUN-TIME      PIC 9(6).
            05 WS-S-ANSWER        PIC S9(18).
            05 WS-S-IN            PIC 9(7).
            05 WS-S-OUT           PIC 9(7).
            05 WS-S-RESTATED      PIC X.
            05 WS-S-ORIG          PIC S9(18).
            05 WS-S-RST-DATE      PIC 9(8).

         01 WS-NEW-KEY.
            05 WS-NK-PROGRAM      PIC X(8).
            05 WS-NK-LABEL        PIC X(10).
            05 WS-NK-DATE         PIC 9(8).
            05 WS-NK-RUN-ID       PIC 9(6).
         01 WS-NEW-BUS-DATE      PIC 9(8).

      *
      *    SEQUENCE CHECK - THE LATEST BUSINESS DATE ALREADY HELD FOR
      *    THE PROGRAM AND LABEL, AND THE BUSINESS DAY THAT SHOULD
      *    FOLLOW IT.
      *
         01 WS-LAST-BUS-DATE     PIC 9(8).
         01 WS-EXPECT-DATE       PIC 9(8).
         01 WS-SEQUENCE-COUNT    PIC 9(5) VALUE 0.

         01 WS-LOADED-COUNT      PIC 9(5) VALUE 0.
         01 WS-REPLACED-COUNT    PIC 9(5) VALUE 0.
            DISPLAY 'DAY00LOD ' WS-LOADED-COUNT ' RECORDS LOADED ('
                    WS-REPLACED-COUNT ' REPLACED); MASTER NOW HOLDS '
                    WS-ENTRY-COUNT ' RECORDS'
            IF WS-SEQUENCE-COUNT > 0
               DISPLAY 'DAY00LOD ' WS-SEQUENCE-COUNT ' RECORDS OUT OF '
                       'BUSINESS-DATE SEQUENCE'
            END-IF

            STOP RUN.

                     MOVE MST-PROGRAM  TO WS-E-PROGRAM(WS-ENTRY-COUNT)
                     MOVE MST-LABEL    TO WS-E-LABEL(WS-ENTRY-COUNT)
                     MOVE MST-RUN-DATE TO WS-E-DATE(WS-ENTRY-COUNT)
                     IF MST-BUS-DATE NUMERIC
                     AND MST-BUS-DATE > 0
                        MOVE MST-BUS-DATE
                           TO WS-E-BUS-DATE(WS-ENTRY-COUNT)
                     ELSE
                        MOVE MST-RUN-DATE
                           TO WS-E-BUS-DATE(WS-ENTRY-COUNT)
                     END-IF
                     MOVE MST-RUN-ID   TO WS-E-RUN-ID(WS-ENTRY-COUNT)
                     MOVE MST-RUN-TIME
                        TO WS-E-RUN-TIME(WS-ENTRY-COUNT)
                     MOVE MST-IN-COUNT TO WS-E-IN(WS-ENTRY-COUNT)
                     MOVE MST-OUT-COUNT
                        TO WS-E-OUT(WS-ENTRY-COUNT)
                     MOVE SPACE TO WS-E-RESTATED(WS-ENTRY-COUNT)
                     IF MST-IS-RESTATED
                        MOVE MST-RESTATED
                           TO WS-E-RESTATED(WS-ENTRY-COUNT)
                        MOVE MST-ORIG-ANSWER
                           TO WS-E-ORIG(WS-ENTRY-COUNT)
                        MOVE MST-RESTATE-DATE
                           TO WS-E-RST-DATE(WS-ENTRY-COUNT)
                     END-IF
                     READ MAST-FILE
                        AT END SET MAST-END TO TRUE
                     END-READ
            MOVE CTL-PROGRAM  TO WS-NK-PROGRAM
            MOVE CTL-LABEL    TO WS-NK-LABEL
            MOVE CTL-RUN-DATE TO WS-NK-DATE
            IF CTL-BUS-DATE NUMERIC
            AND CTL-BUS-DATE > 0
               MOVE CTL-BUS-DATE TO WS-NEW-BUS-DATE
            ELSE
               MOVE CTL-RUN-DATE TO WS-NEW-BUS-DATE
            END-IF
            IF CTL-RUN-ID NUMERIC
               MOVE CTL-RUN-ID TO WS-NK-RUN-ID
            ELSE
                     MOVE 4 TO RETURN-CODE
                  END-IF
               ELSE
                  PERFORM CHECK-BUSINESS-SEQUENCE
                  ADD 1 TO WS-ENTRY-COUNT
                  MOVE WS-ENTRY-COUNT TO EX
                  MOVE WS-NEW-KEY TO WS-E-KEY(EX)
                  MOVE SPACE TO WS-E-RESTATED(EX)
                  PERFORM FILL-ENTRY-BODY
                  ADD 1 TO WS-LOADED-COUNT
               END-IF
            END-IF
            .

      *
      *    A NEW RECORD SHOULD CARRY THE BUSINESS DAY AFTER THE
      *    LATEST ONE HELD FOR ITS PROGRAM AND LABEL. THE FIRST
      *    RECORD FOR A PAIR HAS NOTHING TO FOLLOW.
      *
         CHECK-BUSINESS-SEQUENCE SECTION.
            MOVE 0 TO WS-LAST-BUS-DATE
            PERFORM VARYING EX2 FROM 1 BY 1 UNTIL EX2 > WS-ENTRY-COUNT
               IF WS-E-PROGRAM(EX2) = WS-NK-PROGRAM
               AND WS-E-LABEL(EX2) = WS-NK-LABEL
               AND WS-E-BUS-DATE(EX2) > WS-LAST-BUS-DATE
                  MOVE WS-E-BUS-DATE(EX2) TO WS-LAST-BUS-DATE
               END-IF
            END-PERFORM

            IF WS-LAST-BUS-DATE > 0
               MOVE 'N' TO WS-BUS-ACTION
               MOVE WS-LAST-BUS-DATE TO WS-BUS-DATE
               CALL 'DAY00BUS' USING WS-BUS-ACTION, WS-BUS-DATE,
                                     WS-BUS-SOURCE
               END-CALL
               MOVE WS-BUS-DATE TO WS-EXPECT-DATE
               IF WS-NEW-BUS-DATE NOT = WS-EXPECT-DATE
                  ADD 1 TO WS-SEQUENCE-COUNT
                  DISPLAY 'DAY00LOD OUT OF SEQUENCE - ' WS-NK-PROGRAM
                          ' ' WS-NK-LABEL ' BUSINESS DATE '
                          WS-NEW-BUS-DATE ' DOES NOT FOLLOW '
                          WS-LAST-BUS-DATE ' (EXPECTED '
                          WS-EXPECT-DATE ')'
                  MOVE SPACES TO WS-EXCLOG-LINE
                  STRING 'DAY00LOD W OUT OF SEQUENCE ' WS-NK-PROGRAM
                         ' ' WS-NK-LABEL ' BUS '
                         WS-NEW-BUS-DATE ' AFTER ' WS-LAST-BUS-DATE
                         ' EXPECTED ' WS-EXPECT-DATE
                     DELIMITED BY SIZE INTO WS-EXCLOG-LINE
                  END-STRING
                  CALL 'DAY00LOG' USING WS-EXCLOG-LINE
                  END-CALL
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
               END-IF
            END-IF
            .

         FILL-ENTRY-BODY SECTION.
            MOVE WS-NEW-BUS-DATE TO WS-E-BUS-DATE(EX)
            IF CTL-RUN-TIME NUMERIC
               MOVE CTL-RUN-TIME TO WS-E-RUN-TIME(EX)
            ELSE
               MOVE 0 TO WS-E-RUN-TIME(EX)
            END-IF
            IF WS-E-RESTATED(EX) = 'R'
               MOVE CTL-ANSWER TO WS-E-ORIG(EX)
            ELSE
               MOVE CTL-ANSWER TO WS-E-ANSWER(EX)
            END-IF
            MOVE CTL-IN-COUNT  TO WS-E-IN(EX)
            MOVE CTL-OUT-COUNT TO WS-E-OUT(EX)
            .
               MOVE WS-E-ANSWER(EX)  TO MST-ANSWER
               MOVE WS-E-IN(EX)      TO MST-IN-COUNT
               MOVE WS-E-OUT(EX)     TO MST-OUT-COUNT
               IF WS-E-RESTATED(EX) = 'R'
                  MOVE WS-E-RESTATED(EX) TO MST-RESTATED
                  MOVE WS-E-ORIG(EX)     TO MST-ORIG-ANSWER
                  MOVE WS-E-RST-DATE(EX) TO MST-RESTATE-DATE
               END-IF
               MOVE WS-E-BUS-DATE(EX) TO MST-BUS-DATE
               WRITE MAST-RECORD
            END-PERFORM
            CLOSE MAST-FILE
