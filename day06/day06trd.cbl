         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY06TRD.

      *
      *    WINNING-WINDOW TREND REPORT OVER THE RACEMST HISTORY
      *    MASTER DAY06HIS MAINTAINS. FOR EACH RACE (IDENTIFIED BY
      *    ITS RACE TIME - THE RECORD DISTANCE IS WHAT GETS BEATEN
      *    FROM NIGHT TO NIGHT) IT LAYS OUT THE RECORD, WINDOW
      *    EDGES, WINDOW WIDTH, AND EDGE MARGINS ACROSS THE LAST
      *    SEVEN NIGHTS ON FILE, OLDEST TO LATEST, AND FLAGS A RACE
      *    WHOSE LATEST WINDOW HAS SHRUNK BY MORE THAN THE SET
      *    PERCENTAGE AGAINST THE OLDEST NIGHT SHOWN - THE RACE
      *    TEAM'S VIEW OF WINDOWS CLOSING AS THE RECORDS FALL.
      *
      *    THE NIGHTS SHOWN AND THE SHRINKAGE PERCENTAGE ARE SET IN
      *    TRDPARM - 'DEPTH N' (1 TO 7) AND 'SHRINK-PCT NNN' (1 TO
      *    100), EACH OPTIONAL, LINES STARTING WITH * ARE COMMENTS.
      *    WITHOUT THE FILE, OR FOR A LINE NOT GIVEN, THE REPORT
      *    SHOWS SEVEN NIGHTS AND FLAGS OVER 20 PERCENT. THE TABLE IS
      *    CHANGED THROUGH DAY00PRM LIKE ANY OTHER.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT MAST-FILE ASSIGN TO RACEMST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MAST-STATUS.

            SELECT PARM-FILE ASSIGN TO TRDPARM
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.

         DATA DIVISION.

         FILE SECTION.
         FD MAST-FILE.
         COPY "DAY06RMS.CPY".

         FD PARM-FILE.
         01 PARM-RECORD.
            88 PARM-END          VALUE LOW-VALUE.
            05 PARM-TEXT         PIC X(40).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         01 WS-MAST-STATUS       PIC XX.
         01 WS-PARM-STATUS       PIC XX.
         01 WS-PARM-KEY          PIC X(12).
         01 WS-PARM-VALUE        PIC X(12).
         01 WS-PARM-NUM          PIC 999.
         01 SW-PARM-NUM          PIC 9.
            88 PARM-NUM-VALID          VALUE 1.
            88 PARM-NUM-INVALID        VALUE 0.

      *
      *    HOW MANY OF EACH RACE'S MOST RECENT NIGHTS ARE SHOWN, AND
      *    THE WINDOW SHRINKAGE (PERCENT) PAST WHICH THE LATEST
      *    NIGHT IS FLAGGED - THE DEFAULTS, UNLESS TRDPARM SAYS
      *    OTHERWISE.
      *
         77 WS-TREND-DEPTH       PIC 9 VALUE 7.
         77 WS-SHRINK-PCT        PIC 999 VALUE 20.

      *
      *    ONE ENTRY PER RACE TIME, ITS NIGHTS HELD OLDEST FIRST. THE
      *    MASTER IS IN TIME/RECORD/DATE ORDER, SO A RACE'S NIGHTS
      *    ARRIVE TOGETHER BUT GROUPED BY RECORD - EACH NIGHT IS
      *    INSERTED IN DATE ORDER, AND ONCE THE WINDOW IS FULL THE
      *    OLDEST NIGHT DROPS OFF.
      *
         01 WS-RACE-COUNT        PIC 9(4) VALUE 0.
         01 WS-RACE-TABLE.
            05 WS-RACE-ENTRY OCCURS 200.
               10 WS-TR-TIME     PIC 9(15).
               10 WS-TR-COUNT    PIC 9.
               10 WS-TR-NIGHT    OCCURS 7.
                  15 WS-TR-DATE  PIC 9(8).
                  15 WS-TR-DIST  PIC 9(15).
                  15 WS-TR-FIRST PIC 9(15).
                  15 WS-TR-LAST  PIC 9(15).
                  15 WS-TR-WIDTH PIC 9(15).
                  15 WS-TR-MRG1  PIC 9(15).
                  15 WS-TR-MRG2  PIC 9(15).

         01 WS-NEW-NIGHT.
            05 WS-NN-DATE        PIC 9(8).
            05 WS-NN-DIST        PIC 9(15).
            05 WS-NN-FIRST       PIC 9(15).
            05 WS-NN-LAST        PIC 9(15).
            05 WS-NN-WIDTH       PIC 9(15).
            05 WS-NN-MRG1        PIC 9(15).
            05 WS-NN-MRG2        PIC 9(15).

         01 SW-RACE-FOUND        PIC 9.
            88 RACE-FOUND              VALUE 1.
            88 RACE-NOT-FOUND          VALUE 0.

         01 WS-SHRINK-AMT        PIC S9(15).
         01 WS-SHRINK-OF         PIC 9(5).
         01 WS-NARROW-COUNT      PIC 9(4) VALUE 0.

         77 RX                   PIC 9(4).
         77 NX                   PIC 9.

         01 WS-TREND-HEAD.
            05 FILLER            PIC X(6) VALUE 'RACE  '.
            05 WS-TH-TIME        PIC Z(14)9.

         01 WS-TREND-LINE.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-T-DATE         PIC 9(8).
            05 FILLER            PIC X(8) VALUE ' RECORD '.
            05 WS-T-DIST         PIC Z(14)9.
            05 FILLER            PIC X(8) VALUE ' WINDOW '.
            05 WS-T-FIRST        PIC Z(14)9.
            05 FILLER            PIC X VALUE '-'.
            05 WS-T-LAST         PIC Z(14)9.
            05 FILLER            PIC X(7) VALUE ' WIDTH '.
            05 WS-T-WIDTH        PIC Z(14)9.
            05 FILLER            PIC X(9) VALUE ' MARGINS '.
            05 WS-T-MRG1         PIC Z(14)9.
            05 FILLER            PIC X VALUE '/'.
            05 WS-T-MRG2         PIC Z(14)9.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-T-FLAG         PIC X(20).

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY06TRD'==
                         ==PFX-SUB== BY =='/day06'==.

            PERFORM LOAD-TREND-PARMS

            OPEN INPUT MAST-FILE
            IF WS-MAST-STATUS NOT = '00'
               DISPLAY 'DAY06TRD NO RACEMST MASTER - RUN DAY06HIS '
                       'FIRST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF

            READ MAST-FILE
               AT END SET RMS-END TO TRUE
            END-READ
            PERFORM UNTIL RMS-END
               PERFORM TRACK-RACE-NIGHT
               READ MAST-FILE
                  AT END SET RMS-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE MAST-FILE

            DISPLAY 'DAY06TRD WINNING-WINDOW TREND - OLDEST TO '
                    'LATEST OF THE LAST ' WS-TREND-DEPTH ' NIGHTS, '
                    'FLAGGING SHRINKAGE OVER ' WS-SHRINK-PCT
                    ' PERCENT'
            PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > WS-RACE-COUNT
               PERFORM REPORT-ONE-RACE
            END-PERFORM

            DISPLAY 'DAY06TRD ' WS-NARROW-COUNT
                    ' RACE(S) FLAGGED AS NARROWING'
            IF WS-NARROW-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
            END-IF

            STOP RUN.

      *
      *    TRDPARM - THE NIGHTS SHOWN AND THE SHRINKAGE PERCENTAGE.
      *    A LINE NOT UNDERSTOOD, OR A VALUE OUT OF RANGE, LEAVES
      *    THAT SETTING AT ITS DEFAULT.
      *
         LOAD-TREND-PARMS SECTION.
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
                     PERFORM PARSE-PARM-NUMBER
                     EVALUATE TRUE
                        WHEN WS-PARM-KEY = 'DEPTH'
                         AND PARM-NUM-VALID
                         AND WS-PARM-NUM > 0 AND WS-PARM-NUM < 8
                           MOVE WS-PARM-NUM TO WS-TREND-DEPTH
                        WHEN WS-PARM-KEY = 'SHRINK-PCT'
                         AND PARM-NUM-VALID
                         AND WS-PARM-NUM > 0 AND WS-PARM-NUM < 101
                           MOVE WS-PARM-NUM TO WS-SHRINK-PCT
                        WHEN OTHER
                           DISPLAY 'DAY06TRD WARNING - TRDPARM LINE '
                                   'NOT UNDERSTOOD: ' PARM-TEXT
                     END-EVALUATE
                  END-IF
                  READ PARM-FILE
                     AT END SET PARM-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE PARM-FILE
            END-IF
            .

      *
      *    WS-PARM-VALUE AS A WHOLE NUMBER OF UP TO 3 DIGITS.
      *
         PARSE-PARM-NUMBER SECTION.
            SET PARM-NUM-VALID TO TRUE
            EVALUATE TRUE
               WHEN WS-PARM-VALUE(4:) NOT = SPACES
                  SET PARM-NUM-INVALID TO TRUE
               WHEN WS-PARM-VALUE(1:3) NUMERIC
                  MOVE WS-PARM-VALUE(1:3) TO WS-PARM-NUM
               WHEN WS-PARM-VALUE(1:2) NUMERIC
                AND WS-PARM-VALUE(3:1) = SPACE
                  MOVE WS-PARM-VALUE(1:2) TO WS-PARM-NUM
               WHEN WS-PARM-VALUE(1:1) NUMERIC
                AND WS-PARM-VALUE(2:1) = SPACE
                  MOVE WS-PARM-VALUE(1:1) TO WS-PARM-NUM
               WHEN OTHER
                  SET PARM-NUM-INVALID TO TRUE
            END-EVALUATE
            .

         TRACK-RACE-NIGHT SECTION.
            SET RACE-NOT-FOUND TO TRUE
            PERFORM VARYING RX FROM 1 BY 1
                        UNTIL RX > WS-RACE-COUNT OR RACE-FOUND
               IF WS-TR-TIME(RX) = RMS-TIME
                  SET RACE-FOUND TO TRUE
                  SUBTRACT 1 FROM RX
               END-IF
            END-PERFORM

            MOVE RMS-RUN-DATE TO WS-NN-DATE
            MOVE RMS-DIST     TO WS-NN-DIST
            MOVE RMS-FIRST    TO WS-NN-FIRST
            MOVE RMS-LAST     TO WS-NN-LAST
            MOVE RMS-WIDTH    TO WS-NN-WIDTH
            MOVE RMS-MARGIN1  TO WS-NN-MRG1
            MOVE RMS-MARGIN2  TO WS-NN-MRG2

            IF RACE-NOT-FOUND
               IF WS-RACE-COUNT >= 200
                  DISPLAY 'DAY06TRD WARNING - RACE TABLE FULL AT 200 '
                          'ENTRIES; RACE TIME ' RMS-TIME
                          ' NOT TRACKED'
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
               ELSE
                  ADD 1 TO WS-RACE-COUNT
                  MOVE WS-RACE-COUNT TO RX
                  MOVE RMS-TIME TO WS-TR-TIME(RX)
                  MOVE 0 TO WS-TR-COUNT(RX)
                  PERFORM SLIDE-IN-NIGHT
               END-IF
            ELSE
               PERFORM SLIDE-IN-NIGHT
            END-IF
            .

      *
      *    INSERT THE NIGHT IN DATE ORDER. WITH THE WINDOW FULL, A
      *    NIGHT OLDER THAN EVERYTHING HELD IS IGNORED AND ANY OTHER
      *    PUSHES THE OLDEST ONE OUT.
      *
         SLIDE-IN-NIGHT SECTION.
            IF WS-TR-COUNT(RX) >= WS-TREND-DEPTH
               IF WS-NN-DATE < WS-TR-DATE(RX, 1)
                  CONTINUE
               ELSE
                  PERFORM VARYING NX FROM 1 BY 1
                              UNTIL NX > WS-TREND-DEPTH - 1
                     MOVE WS-TR-NIGHT(RX, NX + 1)
                        TO WS-TR-NIGHT(RX, NX)
                  END-PERFORM
                  SUBTRACT 1 FROM WS-TR-COUNT(RX)
                  PERFORM INSERT-BY-DATE
               END-IF
            ELSE
               PERFORM INSERT-BY-DATE
            END-IF
            .

         INSERT-BY-DATE SECTION.
            ADD 1 TO WS-TR-COUNT(RX)
            MOVE WS-TR-COUNT(RX) TO NX
            PERFORM UNTIL NX < 2
                         OR WS-TR-DATE(RX, NX - 1) <= WS-NN-DATE
               MOVE WS-TR-NIGHT(RX, NX - 1) TO WS-TR-NIGHT(RX, NX)
               SUBTRACT 1 FROM NX
            END-PERFORM
            MOVE WS-NEW-NIGHT TO WS-TR-NIGHT(RX, NX)
            .

      *
      *    SHRINK CHECK - LATEST NIGHT'S WIDTH AGAINST THE OLDEST
      *    NIGHT SHOWN. A WINDOW THAT HAS CLOSED ENTIRELY (WIDTH 0)
      *    IS ALWAYS FLAGGED ONCE IT HAD BEEN OPEN.
      *
         REPORT-ONE-RACE SECTION.
            MOVE WS-TR-TIME(RX) TO WS-TH-TIME
            DISPLAY WS-TREND-HEAD
            PERFORM VARYING NX FROM 1 BY 1
                        UNTIL NX > WS-TR-COUNT(RX)
               MOVE SPACES TO WS-T-FLAG
               IF NX = WS-TR-COUNT(RX) AND NX > 1
                  PERFORM CHECK-SHRINKAGE
               END-IF
               MOVE WS-TR-DATE(RX, NX)  TO WS-T-DATE
               MOVE WS-TR-DIST(RX, NX)  TO WS-T-DIST
               MOVE WS-TR-FIRST(RX, NX) TO WS-T-FIRST
               MOVE WS-TR-LAST(RX, NX)  TO WS-T-LAST
               MOVE WS-TR-WIDTH(RX, NX) TO WS-T-WIDTH
               MOVE WS-TR-MRG1(RX, NX)  TO WS-T-MRG1
               MOVE WS-TR-MRG2(RX, NX)  TO WS-T-MRG2
               DISPLAY WS-TREND-LINE
            END-PERFORM
            .

         CHECK-SHRINKAGE SECTION.
            IF WS-TR-WIDTH(RX, 1) > 0
               COMPUTE WS-SHRINK-AMT = WS-TR-WIDTH(RX, 1)
                                     - WS-TR-WIDTH(RX, NX)
               IF WS-SHRINK-AMT > 0
                  COMPUTE WS-SHRINK-OF ROUNDED = WS-SHRINK-AMT * 100
                                               / WS-TR-WIDTH(RX, 1)
                  IF WS-SHRINK-OF > WS-SHRINK-PCT
                     STRING 'NARROWING ' WS-SHRINK-OF '%'
                        DELIMITED BY SIZE INTO WS-T-FLAG
                     END-STRING
                     ADD 1 TO WS-NARROW-COUNT
                  END-IF
               END-IF
            END-IF
            .
