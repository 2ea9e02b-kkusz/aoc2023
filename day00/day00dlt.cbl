      *    KEEPS EACH PAIR'S TWO MOST RECENT RECORDS, PRINTS A LINE
      *    PER PAIR THAT MOVED, AND SUMMARIZES THE UNCHANGED PAIRS
      *    ON A SINGLE LINE.
      *
      *    AN ANSWER SINCE RESTATED THROUGH DAY00RES IS TAKEN AT ITS
      *    RESTATED FIGURE FROM THE CTLMAST MASTER RATHER THAN AS
      *    CTLFILE FIRST RECORDED IT, AND A PAIR EITHER OF WHOSE TWO
      *    RUNS WAS RESTATED IS FLAGGED RESTATED ON ITS LINE.
      *
      *    "LAST NIGHT" AND "THE NIGHT BEFORE" ARE THE PAIR'S TWO
      *    LATEST BUSINESS DATES, NOT ITS LAST TWO RECORDS IN ARRIVAL
      *    ORDER: A RERUN OF A BUSINESS DAY REPLACES THAT DAY'S
      *    FIGURE, AND A LATE FEED FOR AN OLDER DAY DOES NOT DISPLACE
      *    A NEWER ONE. A CONTROL TOTAL WITHOUT A BUSINESS DATE IS
      *    TAKEN AT ITS RUN DATE. BOTH BUSINESS DATES ARE SHOWN ON
      *    THE LINE.
      *

         ENVIRONMENT DIVISION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CTL-STATUS.

            SELECT MAST-FILE ASSIGN TO CTLMAST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MAST-STATUS.

         DATA DIVISION.
         FILE SECTION.
         FD CTL-FILE.
         COPY "CTLTOT.CPY".

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
            05 FILLER            PIC X.
            05 MST-RESTATED      PIC X.
               88 MST-IS-RESTATED      VALUE 'R'.
            05 FILLER            PIC X(29).
            05 MST-BUS-DATE      PIC 9(8).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         01 WS-CTL-STATUS        PIC XX.
         01 WS-MAST-STATUS       PIC XX.
         01 WS-CTL-END           PIC X VALUE 'N'.
            88 CTL-END                 VALUE 'Y'.

      *
      *    THE TWO LATEST BUSINESS DATES SEEN PER PROGRAM/LABEL
      *    PAIR, WITH THE FIGURES LAST RECORDED FOR EACH. WS-PR-SEEN
      *    COUNTS THE DISTINCT BUSINESS DATES.
      *
         01 WS-PAIR-COUNT        PIC 999 VALUE 0.
         01 WS-PAIR-TABLE.
               10 WS-PR-PROGRAM  PIC X(8).
               10 WS-PR-LABEL    PIC X(10).
               10 WS-PR-SEEN     PIC 9(5).
               10 WS-PR-PREV-BUS PIC 9(8).
               10 WS-PR-LAST-BUS PIC 9(8).
               10 WS-PR-PREV-ANS PIC S9(18).
               10 WS-PR-LAST-ANS PIC S9(18).
               10 WS-PR-PREV-IN  PIC 9(7).
               10 WS-PR-LAST-IN  PIC 9(7).
               10 WS-PR-PREV-RST PIC X.
               10 WS-PR-LAST-RST PIC X.

      *
      *    THE RESTATED ANSWERS ON CTLMAST, BY PROGRAM, LABEL, RUN
      *    DATE AND RUN-ID.
      *
         01 WS-RST-COUNT         PIC 999 VALUE 0.
         01 WS-RST-TABLE.
            05 WS-RST-ENTRY OCCURS 200.
               10 WS-RS-KEY      PIC X(32).
               10 WS-RS-ANSWER   PIC S9(18).
         01 WS-CTL-KEY.
            05 WS-CK-PROGRAM     PIC X(8).
            05 WS-CK-LABEL       PIC X(10).
            05 WS-CK-DATE        PIC 9(8).
            05 WS-CK-RUN-ID      PIC 9(6).
         01 WS-RESTATED-COUNT    PIC 999 VALUE 0.
         77 RX                   PIC 999.

      *
      *    THE CONTROL TOTAL IN HAND - ITS BUSINESS DATE AND ITS
      *    FIGURES, RESTATED WHERE CTLMAST SAYS SO.
      *
         01 WS-NEW-BUS           PIC 9(8).
         01 WS-NEW-ANS           PIC S9(18).
         01 WS-NEW-IN            PIC 9(7).
         01 WS-NEW-RST           PIC X.

         01 WS-ANS-DELTA         PIC S9(18).
         01 WS-IN-DELTA          PIC S9(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-D-LABEL        PIC X(10).
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-D-LAST-BUS     PIC 9(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-D-LAST         PIC ----,---,---,---,--9.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-D-PREV-BUS     PIC 9(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-D-PREV         PIC ----,---,---,---,--9.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-D-DELTA        PIC ----,---,---,---,--9.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-D-IN-DELTA     PIC -ZZ,ZZZ,ZZ9.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-D-FLAG         PIC X(8).

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY00DLT'==
                         ==PFX-SUB== BY =='/day00'==.

            PERFORM LOAD-RESTATEMENTS

            OPEN INPUT CTL-FILE
            IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'DAY00DLT NO CONTROL-TOTALS FILE FOUND'
            CLOSE CTL-FILE

            DISPLAY 'DAY00DLT RUN-OVER-RUN DELTAS'
            DISPLAY 'PROGRAM  LABEL       LAST DAY                 '
                    'LAST  PREV DAY                 PREV          '
                    '       DELTA     IN-DELTA'
            PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PAIR-COUNT
               PERFORM REPORT-ONE-PAIR
            END-PERFORM

            DISPLAY 'DAY00DLT ' WS-MOVED-COUNT ' PAIR(S) MOVED, '
                    WS-SAME-COUNT ' UNCHANGED, '
                    WS-NEW-COUNT ' WITH ONLY ONE BUSINESS DATE ON '
                    'FILE'
            IF WS-RESTATED-COUNT > 0
               DISPLAY 'DAY00DLT ' WS-RESTATED-COUNT ' PAIR(S) SHOWN '
                       'AT A RESTATED FIGURE'
            END-IF

            STOP RUN.

      *
      *    NO MASTER YET MEANS NOTHING HAS BEEN RESTATED.
      *
         LOAD-RESTATEMENTS SECTION.
            OPEN INPUT MAST-FILE
            IF WS-MAST-STATUS = '00'
               READ MAST-FILE
                  AT END SET MAST-END TO TRUE
               END-READ
               PERFORM UNTIL MAST-END
                  IF MST-IS-RESTATED
                     IF WS-RST-COUNT < 200
                        ADD 1 TO WS-RST-COUNT
                        MOVE MAST-RECORD(1:32)
                           TO WS-RS-KEY(WS-RST-COUNT)
                        MOVE MST-ANSWER
                           TO WS-RS-ANSWER(WS-RST-COUNT)
                     ELSE
                        DISPLAY 'DAY00DLT WARNING - RESTATEMENT '
                                'TABLE FULL AT 200 ENTRIES; '
                                MST-PROGRAM ' ' MST-LABEL ' RUN '
                                MST-RUN-ID ' SHOWN AS FIRST REPORTED'
                        IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                        END-IF
                     END-IF
                  END-IF
                  READ MAST-FILE
                     AT END SET MAST-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE MAST-FILE
            END-IF
            .

         TRACK-PAIR SECTION.
            SET PAIR-NOT-FOUND TO TRUE
            PERFORM VARYING PX FROM 1 BY 1
                  MOVE CTL-PROGRAM TO WS-PR-PROGRAM(PX)
                  MOVE CTL-LABEL   TO WS-PR-LABEL(PX)
                  MOVE 0 TO WS-PR-SEEN(PX)
                  MOVE SPACE TO WS-PR-LAST-RST(PX)
                  PERFORM NOTE-PAIR-RUN
               END-IF
            ELSE
            END-IF
            .

      *
      *    FILE THE CONTROL TOTAL UNDER ITS BUSINESS DATE - A NEWER
      *    DATE MOVES LAST INTO PREV, THE SAME DATE AGAIN REPLACES
      *    ITS FIGURES, A DATE BETWEEN PREV AND LAST BECOMES PREV,
      *    AND ANYTHING OLDER THAN PREV IS PASSED OVER.
      *
         NOTE-PAIR-RUN SECTION.
            PERFORM PRICE-CONTROL-TOTAL
            EVALUATE TRUE
               WHEN WS-PR-SEEN(PX) = 0
                  MOVE 1 TO WS-PR-SEEN(PX)
                  PERFORM SET-LAST-FROM-NEW
               WHEN WS-NEW-BUS = WS-PR-LAST-BUS(PX)
                  PERFORM SET-LAST-FROM-NEW
               WHEN WS-NEW-BUS > WS-PR-LAST-BUS(PX)
                  ADD 1 TO WS-PR-SEEN(PX)
                  MOVE WS-PR-LAST-BUS(PX) TO WS-PR-PREV-BUS(PX)
                  MOVE WS-PR-LAST-ANS(PX) TO WS-PR-PREV-ANS(PX)
                  MOVE WS-PR-LAST-IN(PX)  TO WS-PR-PREV-IN(PX)
                  MOVE WS-PR-LAST-RST(PX) TO WS-PR-PREV-RST(PX)
                  PERFORM SET-LAST-FROM-NEW
               WHEN WS-PR-SEEN(PX) = 1
                  MOVE 2 TO WS-PR-SEEN(PX)
                  PERFORM SET-PREV-FROM-NEW
               WHEN WS-NEW-BUS = WS-PR-PREV-BUS(PX)
                  PERFORM SET-PREV-FROM-NEW
               WHEN WS-NEW-BUS > WS-PR-PREV-BUS(PX)
                  ADD 1 TO WS-PR-SEEN(PX)
                  PERFORM SET-PREV-FROM-NEW
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            .

         SET-LAST-FROM-NEW SECTION.
            MOVE WS-NEW-BUS TO WS-PR-LAST-BUS(PX)
            MOVE WS-NEW-ANS TO WS-PR-LAST-ANS(PX)
            MOVE WS-NEW-IN  TO WS-PR-LAST-IN(PX)
            MOVE WS-NEW-RST TO WS-PR-LAST-RST(PX)
            .

         SET-PREV-FROM-NEW SECTION.
            MOVE WS-NEW-BUS TO WS-PR-PREV-BUS(PX)
            MOVE WS-NEW-ANS TO WS-PR-PREV-ANS(PX)
            MOVE WS-NEW-IN  TO WS-PR-PREV-IN(PX)
            MOVE WS-NEW-RST TO WS-PR-PREV-RST(PX)
            .

         PRICE-CONTROL-TOTAL SECTION.
            IF CTL-BUS-DATE NUMERIC
            AND CTL-BUS-DATE > 0
               MOVE CTL-BUS-DATE TO WS-NEW-BUS
            ELSE
               MOVE CTL-RUN-DATE TO WS-NEW-BUS
            END-IF
            MOVE CTL-ANSWER   TO WS-NEW-ANS
            MOVE CTL-IN-COUNT TO WS-NEW-IN
            MOVE SPACE        TO WS-NEW-RST
            IF WS-RST-COUNT > 0 AND CTL-RUN-ID NUMERIC
               MOVE CTL-PROGRAM  TO WS-CK-PROGRAM
               MOVE CTL-LABEL    TO WS-CK-LABEL
               MOVE CTL-RUN-DATE TO WS-CK-DATE
               MOVE CTL-RUN-ID   TO WS-CK-RUN-ID
               PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > WS-RST-COUNT
                  IF WS-RS-KEY(RX) = WS-CTL-KEY
                     MOVE WS-RS-ANSWER(RX) TO WS-NEW-ANS
                     MOVE 'R'              TO WS-NEW-RST
                     COMPUTE RX = WS-RST-COUNT
                  END-IF
               END-PERFORM
            END-IF
            .

         REPORT-ONE-PAIR SECTION.
                  ADD 1 TO WS-MOVED-COUNT
                  MOVE WS-PR-PROGRAM(PX)  TO WS-D-PROGRAM
                  MOVE WS-PR-LABEL(PX)    TO WS-D-LABEL
                  MOVE WS-PR-LAST-BUS(PX) TO WS-D-LAST-BUS
                  MOVE WS-PR-LAST-ANS(PX) TO WS-D-LAST
                  MOVE WS-PR-PREV-BUS(PX) TO WS-D-PREV-BUS
                  MOVE WS-PR-PREV-ANS(PX) TO WS-D-PREV
                  MOVE WS-ANS-DELTA       TO WS-D-DELTA
                  MOVE WS-IN-DELTA        TO WS-D-IN-DELTA
                  MOVE SPACES             TO WS-D-FLAG
                  IF WS-PR-LAST-RST(PX) = 'R'
                  OR WS-PR-PREV-RST(PX) = 'R'
                     MOVE 'RESTATED'      TO WS-D-FLAG
                     ADD 1 TO WS-RESTATED-COUNT
                  END-IF
                  DISPLAY WS-DELTA-LINE
               END-IF
            END-IF
