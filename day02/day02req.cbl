         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY02REQ.

      *
      *    CUBE REPLENISHMENT REQUISITIONS FROM THE DAY02 USAGE
      *    TREND. DAY02TRD SHOWS WHICH GAMES ARE DRAWING MORE CUBES
      *    PER COLOR, BUT PURCHASING STILL WORKED OUT BAG RESTOCKING
      *    BY HAND FROM THE PRINTED TREND. THIS STEP READS THE SAME
      *    GAMHIST WINDOW (THE LAST SEVEN NIGHTS OF EACH GAME) AND
      *    PROJECTS EACH COLOR'S PEAK DEMAND - FOR EVERY GAME THE
      *    HIGHEST PER-NIGHT MAXIMUM IN THE WINDOW, OR, WHERE THE
      *    LATEST NIGHT RUNS ABOVE THE AVERAGE OF THE EARLIER ONES,
      *    THE LATEST NIGHT CARRIED ONE NIGHT FURTHER AT THE SAME
      *    RISE IF THAT IS HIGHER - SUMMED OVER ALL GAMES, SINCE
      *    EVERY GAME'S BAG IS FILLED AT ONCE.
      *
      *    THE STOCK TABLE CUBESTK GIVES, PER COLOR, THE CUBES ON
      *    HAND, THE REORDER POINT, AND THE PACK SIZE PURCHASING
      *    BUYS IN ('COLOR ON-HAND REORDER-POINT PACK', LINES
      *    STARTING WITH * ARE COMMENTS; A MISSING PACK SIZE MEANS
      *    SINGLE CUBES). A COLOR WHOSE STOCK AFTER THE PROJECTED
      *    PEAK WOULD FALL BELOW ITS REORDER POINT IS REORDERED BACK
      *    UP TO THE REORDER POINT, ROUNDED UP TO WHOLE PACKS.
      *
      *    THE REQUISITIONS GO TO THE FIXED-LAYOUT REQFILE FOR THE
      *    PURCHASING SYSTEM UNDER THE SAME BATCH CONTROLS THE
      *    SUPPLIER FEEDS CARRY (SEE BATCHDAT.CPY) - A *HDR RECORD
      *    NAMING THE FEED, THE RUN DATE, AND THE QUANTITY COLUMNS
      *    AS THE HASH SLICE, ONE RECORD PER COLOR TO REORDER, AND A
      *    *TRL RECORD WITH THE RECORD COUNT AND THE QUANTITY TOTAL.
      *    THE COMPANION REPORT REQRPT LISTS EVERY COLOR, THE ONES
      *    LEFT ALONE MARKED NO ACTION.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT HIST-FILE ASSIGN TO GAMHIST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HIST-STATUS.

            SELECT STK-FILE ASSIGN TO CUBESTK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STK-STATUS.

            SELECT REQ-FILE ASSIGN TO REQFILE
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT RPT-FILE ASSIGN TO REQRPT
            ORGANIZATION IS LINE SEQUENTIAL.

         DATA DIVISION.

         FILE SECTION.
         FD HIST-FILE.
         01 HIST-RECORD.
            88 HIST-END          VALUE LOW-VALUE.
            05 HIS-GAME-NO       PIC 9(4).
            05 HIS-RUN-DATE      PIC 9(8).
            05 FILLER            PIC X.
            05 HIS-SET-COUNT     PIC 99.
            05 FILLER            PIC X.
            05 HIS-RED-MAX       PIC 999.
            05 FILLER            PIC X.
            05 HIS-RED-MIN       PIC 999.
            05 FILLER            PIC X.
            05 HIS-RED-TOT       PIC 9(4).
            05 FILLER            PIC X.
            05 HIS-GREEN-MAX     PIC 999.
            05 FILLER            PIC X.
            05 HIS-GREEN-MIN     PIC 999.
            05 FILLER            PIC X.
            05 HIS-GREEN-TOT     PIC 9(4).
            05 FILLER            PIC X.
            05 HIS-BLUE-MAX      PIC 999.
            05 FILLER            PIC X.
            05 HIS-BLUE-MIN      PIC 999.
            05 FILLER            PIC X.
            05 HIS-BLUE-TOT      PIC 9(4).

         FD STK-FILE.
         01 STK-RECORD.
            88 STK-END           VALUE LOW-VALUE.
            05 STK-TEXT          PIC X(60).

      *
      *    THE PURCHASING INTERFACE RECORD - FIXED COLUMNS. THE
      *    QUANTITY IN COLUMNS 7-13 IS THE HASH SLICE NAMED ON THE
      *    *HDR RECORD.
      *
         FD REQ-FILE.
         01 REQ-RECORD.
            05 REQ-COLOR         PIC X(5).
            05 FILLER            PIC X.
            05 REQ-QUANTITY      PIC 9(7).
            05 FILLER            PIC X.
            05 REQ-ON-HAND       PIC 9(7).
            05 FILLER            PIC X.
            05 REQ-REORDER-PT    PIC 9(7).
            05 FILLER            PIC X.
            05 REQ-DEMAND        PIC 9(7).
            05 FILLER            PIC X.
            05 REQ-REASON        PIC X(30).

         FD RPT-FILE.
         01 RPT-RECORD           PIC X(100).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".
         COPY "RUNSTMP.CPY".

         01 WS-HIST-STATUS       PIC XX.
         01 WS-STK-STATUS        PIC XX.

      *
      *    HOW MANY OF EACH GAME'S MOST RECENT NIGHTS THE PROJECTION
      *    LOOKS AT - THE SAME WINDOW DAY02TRD REPORTS.
      *
         77 WS-TREND-DEPTH       PIC 9 VALUE 7.

         01 WS-GAME-COUNT        PIC 9(4) VALUE 0.
         01 WS-GAME-TABLE.
            05 WS-GAME-ENTRY OCCURS 200.
               10 WS-TG-GAME     PIC 9(4).
               10 WS-TG-COLOR    OCCURS 3.
                  15 WS-TG-COUNT PIC 9.
                  15 WS-TG-MAX   PIC 999 OCCURS 7.

         01 WS-NIGHT-MAX         PIC 9(7).
         01 WS-SUM-MAX           PIC 9(7).
         01 WS-AVG-MAX           PIC 9(7).
         01 WS-PEAK-MAX          PIC 9(7).
         01 WS-PROJ-MAX          PIC 9(7).

         01 SW-GAME-FOUND        PIC 9.
            88 GAME-FOUND              VALUE 1.
            88 GAME-NOT-FOUND          VALUE 0.

      *
      *    ONE ENTRY PER COLOR, IN RED/GREEN/BLUE ORDER. RISING IS
      *    SET WHEN A GAME'S RISING TREND, NOT ITS WINDOW PEAK, SET
      *    ITS SHARE OF THE DEMAND.
      *
         01 WS-STOCK-TABLE.
            05 WS-STOCK-ENTRY OCCURS 3.
               10 WS-K-LOADED    PIC 9.
               10 WS-K-ON-HAND   PIC 9(7).
               10 WS-K-REORDER   PIC 9(7).
               10 WS-K-PACK      PIC 9(5).
               10 WS-K-DEMAND    PIC 9(7).
               10 WS-K-RISING    PIC 9.

         01 WS-TOKEN-TABLE.
            05 WS-TOKEN          PIC X(10) OCCURS 4.
         01 WS-TOKEN-VALUE       PIC 9(8).
         01 WS-TOKEN-DIGIT       PIC 9.
         01 WS-TOKEN-CHAR REDEFINES WS-TOKEN-DIGIT PIC X.

         01 WS-SHORT-FALL        PIC S9(9).
         01 WS-ORDER-QTY         PIC 9(9).
         01 WS-PACKS             PIC 9(9).
         01 WS-PACK-REM          PIC 9(5).

         01 WS-REQ-COUNT         PIC 9(9) VALUE 0.
         01 WS-REQ-TOTAL         PIC 9(15) VALUE 0.
         01 WS-NO-ACTION-COUNT   PIC 9 VALUE 0.

         77 GX                   PIC 9(4).
         77 KX                   PIC 9.
         77 NX                   PIC 9.
         77 TX                   PIC 9.
         77 CX                   PIC 99.

         01 WS-COLOR-NAME-TABLE.
            05 FILLER            PIC X(5) VALUE 'RED  '.
            05 FILLER            PIC X(5) VALUE 'GREEN'.
            05 FILLER            PIC X(5) VALUE 'BLUE '.
         01 FILLER REDEFINES WS-COLOR-NAME-TABLE.
            05 WS-COLOR-NAME     PIC X(5) OCCURS 3.

         01 WS-BATCH-HEADER.
            05 FILLER            PIC X(5) VALUE '*HDR '.
            05 FILLER            PIC X(8) VALUE 'CUBEREQ '.
            05 WS-BH-DATE        PIC 9(8).
            05 FILLER            PIC X(8) VALUE ' 007 07'.

         01 WS-BATCH-TRAILER.
            05 FILLER            PIC X(5) VALUE '*TRL '.
            05 WS-BT-COUNT       PIC 9(9).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-BT-TOTAL       PIC 9(15).

         01 WS-RPT-HEAD.
            05 FILLER            PIC X(40)
               VALUE 'COLOR    ON-HAND REORDER-PT  PEAK-DEMAND'.
            05 FILLER            PIC X(40)
               VALUE '    ORDER-QTY  ACTION'.

         01 WS-RPT-LINE.
            05 WS-RL-COLOR       PIC X(5).
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-RL-ON-HAND     PIC Z(8)9.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-RL-REORDER     PIC Z(8)9.
            05 FILLER            PIC X(4) VALUE SPACES.
            05 WS-RL-DEMAND      PIC Z(8)9.
            05 FILLER            PIC X(4) VALUE SPACES.
            05 WS-RL-ORDER       PIC Z(8)9.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-RL-ACTION      PIC X(30).

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY02REQ'==
                         ==PFX-SUB== BY =='/day02'==.

            PERFORM LOAD-STOCK-TABLE

            OPEN INPUT HIST-FILE
            IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'DAY02REQ NO GAMHIST MASTER - RUN DAY02HIS '
                       'FIRST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF

            READ HIST-FILE
               AT END SET HIST-END TO TRUE
            END-READ
            PERFORM UNTIL HIST-END
               PERFORM TRACK-GAME-NIGHT
               READ HIST-FILE
                  AT END SET HIST-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE HIST-FILE

            PERFORM PROJECT-PEAK-DEMAND

            COPY "RUNSTMPP.CPY".
            OPEN OUTPUT REQ-FILE
            OPEN OUTPUT RPT-FILE
            MOVE WS-STAMP-DATE TO WS-BH-DATE
            MOVE WS-BATCH-HEADER TO REQ-RECORD
            WRITE REQ-RECORD
            MOVE WS-RUN-STAMP TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE WS-RPT-HEAD TO RPT-RECORD
            WRITE RPT-RECORD

            PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 3
               PERFORM DECIDE-ONE-COLOR
            END-PERFORM

            MOVE WS-REQ-COUNT TO WS-BT-COUNT
            MOVE WS-REQ-TOTAL TO WS-BT-TOTAL
            MOVE WS-BATCH-TRAILER TO REQ-RECORD
            WRITE REQ-RECORD
            CLOSE REQ-FILE
            CLOSE RPT-FILE

            DISPLAY 'DAY02REQ ' WS-REQ-COUNT ' REQUISITION(S) FOR '
                    WS-REQ-TOTAL ' CUBE(S) WRITTEN TO REQFILE; '
                    WS-NO-ACTION-COUNT ' COLOR(S) NO ACTION'

            STOP RUN.

      *
      *    A COLOR MISSING FROM CUBESTK CANNOT BE DECIDED - IT IS
      *    REPORTED AND LEFT OFF THE REQUISITIONS, RC 4.
      *
         LOAD-STOCK-TABLE SECTION.
            PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 3
               MOVE 0 TO WS-K-LOADED(KX)
               MOVE 0 TO WS-K-ON-HAND(KX)
               MOVE 0 TO WS-K-REORDER(KX)
               MOVE 1 TO WS-K-PACK(KX)
               MOVE 0 TO WS-K-DEMAND(KX)
               MOVE 0 TO WS-K-RISING(KX)
            END-PERFORM

            OPEN INPUT STK-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-STK-STATUS==
                         ==FS-FILE-NAME== BY =='CUBESTK'==
                         ==FS-PGM==       BY =='DAY02REQ'==.
            READ STK-FILE
               AT END SET STK-END TO TRUE
            END-READ
            PERFORM UNTIL STK-END
               IF STK-TEXT NOT = SPACES
               AND STK-TEXT(1:1) NOT = '*'
                  PERFORM LOAD-ONE-STOCK-LINE
               END-IF
               READ STK-FILE
                  AT END SET STK-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE STK-FILE
            .

         LOAD-ONE-STOCK-LINE SECTION.
            MOVE SPACES TO WS-TOKEN-TABLE
            UNSTRING STK-TEXT
               DELIMITED BY ALL SPACE
               INTO WS-TOKEN(1), WS-TOKEN(2), WS-TOKEN(3),
                    WS-TOKEN(4)
            END-UNSTRING

            PERFORM VARYING KX FROM 1 BY 1
                        UNTIL KX > 3
                           OR WS-COLOR-NAME(KX) = WS-TOKEN(1)
               CONTINUE
            END-PERFORM
            IF KX > 3
               DISPLAY 'DAY02REQ WARNING - CUBESTK COLOR '
                       WS-TOKEN(1) ' IS NOT RED, GREEN OR BLUE; '
                       'LINE IGNORED'
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            ELSE
               MOVE 1 TO WS-K-LOADED(KX)
               MOVE 2 TO TX
               PERFORM CONVERT-TOKEN
               MOVE WS-TOKEN-VALUE TO WS-K-ON-HAND(KX)
               MOVE 3 TO TX
               PERFORM CONVERT-TOKEN
               MOVE WS-TOKEN-VALUE TO WS-K-REORDER(KX)
               MOVE 4 TO TX
               PERFORM CONVERT-TOKEN
               IF WS-TOKEN-VALUE > 0
                  MOVE WS-TOKEN-VALUE TO WS-K-PACK(KX)
               END-IF
            END-IF
            .

         CONVERT-TOKEN SECTION.
            MOVE 0 TO WS-TOKEN-VALUE
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 10
               MOVE WS-TOKEN(TX)(CX:1) TO WS-TOKEN-CHAR
               IF WS-TOKEN-CHAR NUMERIC
                  COMPUTE WS-TOKEN-VALUE =
                     WS-TOKEN-VALUE * 10 + WS-TOKEN-DIGIT
               END-IF
            END-PERFORM
            .

         TRACK-GAME-NIGHT SECTION.
            SET GAME-NOT-FOUND TO TRUE
            PERFORM VARYING GX FROM 1 BY 1
                        UNTIL GX > WS-GAME-COUNT OR GAME-FOUND
               IF WS-TG-GAME(GX) = HIS-GAME-NO
                  SET GAME-FOUND TO TRUE
                  SUBTRACT 1 FROM GX
               END-IF
            END-PERFORM

            IF GAME-NOT-FOUND
               IF WS-GAME-COUNT >= 200
                  DISPLAY 'DAY02REQ WARNING - GAME TABLE FULL AT 200 '
                          'ENTRIES; GAME ' HIS-GAME-NO ' NOT PROJECTED'
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
               ELSE
                  ADD 1 TO WS-GAME-COUNT
                  MOVE WS-GAME-COUNT TO GX
                  MOVE HIS-GAME-NO TO WS-TG-GAME(GX)
                  PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 3
                     MOVE 0 TO WS-TG-COUNT(GX, KX)
                  END-PERFORM
                  PERFORM SLIDE-IN-NIGHT
               END-IF
            ELSE
               PERFORM SLIDE-IN-NIGHT
            END-IF
            .

         SLIDE-IN-NIGHT SECTION.
            MOVE 1 TO KX
            MOVE HIS-RED-MAX TO WS-NIGHT-MAX
            PERFORM SLIDE-IN-COLOR
            MOVE 2 TO KX
            MOVE HIS-GREEN-MAX TO WS-NIGHT-MAX
            PERFORM SLIDE-IN-COLOR
            MOVE 3 TO KX
            MOVE HIS-BLUE-MAX TO WS-NIGHT-MAX
            PERFORM SLIDE-IN-COLOR
            .

         SLIDE-IN-COLOR SECTION.
            IF WS-TG-COUNT(GX, KX) >= WS-TREND-DEPTH
               PERFORM VARYING NX FROM 1 BY 1
                           UNTIL NX > WS-TREND-DEPTH - 1
                  MOVE WS-TG-MAX(GX, KX, NX + 1)
                     TO WS-TG-MAX(GX, KX, NX)
               END-PERFORM
               MOVE WS-NIGHT-MAX
                  TO WS-TG-MAX(GX, KX, WS-TREND-DEPTH)
            ELSE
               ADD 1 TO WS-TG-COUNT(GX, KX)
               MOVE WS-NIGHT-MAX
                  TO WS-TG-MAX(GX, KX, WS-TG-COUNT(GX, KX))
            END-IF
            .

         PROJECT-PEAK-DEMAND SECTION.
            PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > WS-GAME-COUNT
               PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 3
                  PERFORM PROJECT-ONE-GAME-COLOR
               END-PERFORM
            END-PERFORM
            .

      *
      *    ONE GAME'S SHARE OF A COLOR'S PEAK - ITS WINDOW PEAK, OR
      *    ITS LATEST NIGHT PLUS THE LATEST NIGHT'S RISE OVER THE
      *    EARLIER AVERAGE WHEN THAT COMES OUT HIGHER.
      *
         PROJECT-ONE-GAME-COLOR SECTION.
            MOVE 0 TO WS-PEAK-MAX
            PERFORM VARYING NX FROM 1 BY 1
                        UNTIL NX > WS-TG-COUNT(GX, KX)
               IF WS-TG-MAX(GX, KX, NX) > WS-PEAK-MAX
                  MOVE WS-TG-MAX(GX, KX, NX) TO WS-PEAK-MAX
               END-IF
            END-PERFORM
            MOVE WS-PEAK-MAX TO WS-PROJ-MAX

            IF WS-TG-COUNT(GX, KX) >= 2
               MOVE 0 TO WS-SUM-MAX
               PERFORM VARYING NX FROM 1 BY 1
                           UNTIL NX > WS-TG-COUNT(GX, KX) - 1
                  ADD WS-TG-MAX(GX, KX, NX) TO WS-SUM-MAX
               END-PERFORM
               COMPUTE WS-AVG-MAX = WS-SUM-MAX
                                  / (WS-TG-COUNT(GX, KX) - 1)
               MOVE WS-TG-MAX(GX, KX, WS-TG-COUNT(GX, KX))
                  TO WS-NIGHT-MAX
               IF WS-NIGHT-MAX > WS-AVG-MAX
                  COMPUTE WS-PROJ-MAX = WS-NIGHT-MAX
                                      + WS-NIGHT-MAX - WS-AVG-MAX
                  IF WS-PROJ-MAX > WS-PEAK-MAX
                     MOVE 1 TO WS-K-RISING(KX)
                  ELSE
                     MOVE WS-PEAK-MAX TO WS-PROJ-MAX
                  END-IF
               END-IF
            END-IF

            ADD WS-PROJ-MAX TO WS-K-DEMAND(KX)
            .

         DECIDE-ONE-COLOR SECTION.
            MOVE SPACES TO WS-RPT-LINE
            MOVE WS-COLOR-NAME(KX)   TO WS-RL-COLOR
            MOVE WS-K-ON-HAND(KX)    TO WS-RL-ON-HAND
            MOVE WS-K-REORDER(KX)    TO WS-RL-REORDER
            MOVE WS-K-DEMAND(KX)     TO WS-RL-DEMAND
            MOVE 0                   TO WS-RL-ORDER

            IF WS-K-LOADED(KX) = 0
               MOVE 'NOT ON CUBESTK - NOT DECIDED' TO WS-RL-ACTION
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            ELSE
               COMPUTE WS-SHORT-FALL = WS-K-DEMAND(KX)
                                     + WS-K-REORDER(KX)
                                     - WS-K-ON-HAND(KX)
               IF WS-SHORT-FALL > 0
                  PERFORM WRITE-REQUISITION
               ELSE
                  MOVE 'NO ACTION' TO WS-RL-ACTION
                  ADD 1 TO WS-NO-ACTION-COUNT
               END-IF
            END-IF

            MOVE WS-RPT-LINE TO RPT-RECORD
            WRITE RPT-RECORD
            .

         WRITE-REQUISITION SECTION.
            MOVE WS-SHORT-FALL TO WS-ORDER-QTY
            DIVIDE WS-ORDER-QTY BY WS-K-PACK(KX)
               GIVING WS-PACKS
               REMAINDER WS-PACK-REM
            IF WS-PACK-REM > 0
               ADD 1 TO WS-PACKS
            END-IF
            COMPUTE WS-ORDER-QTY = WS-PACKS * WS-K-PACK(KX)

            MOVE SPACES TO REQ-RECORD
            MOVE WS-COLOR-NAME(KX)   TO REQ-COLOR
            MOVE WS-ORDER-QTY        TO REQ-QUANTITY
            MOVE WS-K-ON-HAND(KX)    TO REQ-ON-HAND
            MOVE WS-K-REORDER(KX)    TO REQ-REORDER-PT
            MOVE WS-K-DEMAND(KX)     TO REQ-DEMAND
            EVALUATE TRUE
               WHEN WS-K-ON-HAND(KX) < WS-K-REORDER(KX)
                  MOVE 'ON HAND BELOW REORDER POINT' TO REQ-REASON
               WHEN WS-K-RISING(KX) = 1
                  MOVE 'RISING TREND PEAK BELOW ROP' TO REQ-REASON
               WHEN OTHER
                  MOVE 'PROJECTED PEAK BELOW ROP' TO REQ-REASON
            END-EVALUATE
            WRITE REQ-RECORD

            ADD 1 TO WS-REQ-COUNT
            ADD WS-ORDER-QTY TO WS-REQ-TOTAL
            MOVE WS-ORDER-QTY TO WS-RL-ORDER
            MOVE REQ-REASON   TO WS-RL-ACTION
            .
