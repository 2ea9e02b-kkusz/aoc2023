         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY09BRC.

      *
      *    FORECAST LIMIT-BREACH CHECK FOR THE DAY09 SENSORS.
      *    DAY09FCT PROJECTS EACH SENSOR UP TO 30 STEPS AHEAD INTO
      *    FCTFILE, BUT NOTHING COMPARED THOSE PROJECTIONS TO THE
      *    SENSORS' OPERATING LIMITS. THE INSTRUMENTS TEAM KEEPS THE
      *    LIMITS IN SENLIMIT - ONE 'SENSOR LOW HIGH' LINE PER
      *    SENSOR, SIGNED WHOLE NUMBERS, LINES STARTING WITH * ARE
      *    COMMENTS. THIS STEP RUNS NIGHTLY AFTER DAY09FCT, FINDS
      *    EVERY SENSOR WHOSE PROJECTION CROSSES A LIMIT ANYWHERE IN
      *    THE HORIZON, AND WRITES ONE BRCFILE LINE PER SENSOR WITH
      *    THE FIRST HORIZON STEP AT WHICH IT DOES, THE PROJECTED
      *    VALUE, AND THE LIMIT CROSSED.
      *
      *    A BREACH DUE WITHIN THE LEAD TIME (THE FIRST LINE OF
      *    LEADPARM, IN HORIZON STEPS; 3 WHEN THE FILE IS ABSENT)
      *    ALSO RAISES A RECORD THROUGH DAY00ALR, SO MAINTENANCE IS
      *    PAGED BEFORE THE INSTRUMENT ACTUALLY GOES OUT OF RANGE.
      *    A BREACH IS THE REPORT DOING ITS JOB, NOT A FAILED STEP -
      *    THE ALERTS DO THE PAGING AND THE DRIVER CARRIES ON.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT LIM-FILE ASSIGN TO SENLIMIT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LIM-STATUS.

            SELECT FCT-FILE ASSIGN TO FCTFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FCT-STATUS.

            SELECT PARM-FILE ASSIGN TO LEADPARM
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.

            SELECT BRC-FILE ASSIGN TO BRCFILE
            ORGANIZATION IS LINE SEQUENTIAL.

         DATA DIVISION.

         FILE SECTION.
         FD LIM-FILE.
         01 LIM-RECORD.
            88 LIM-END           VALUE LOW-VALUE.
            05 LIM-TEXT          PIC X(60).

         FD FCT-FILE.
         01 FCT-RECORD.
            88 FCT-END           VALUE LOW-VALUE.
            05 FCT-SENSOR        PIC X(8).
            05 FILLER            PIC X.
            05 FCT-HORIZON       PIC 99.
            05 FILLER            PIC X.
            05 FCT-VALUE-TEXT    PIC X(13).
            05 FILLER            PIC X(8).

         FD PARM-FILE.
         01 PARM-RECORD.
            88 PARM-END          VALUE LOW-VALUE.
            05 PARM-TEXT         PIC X(10).

         FD BRC-FILE.
         01 BRC-RECORD.
            05 BRC-SENSOR        PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 BRC-HORIZON       PIC 99.
            05 FILLER            PIC X VALUE SPACE.
            05 BRC-VALUE         PIC +9(12).
            05 FILLER            PIC X VALUE SPACE.
            05 BRC-SIDE          PIC X(4).
            05 FILLER            PIC X VALUE SPACE.
            05 BRC-LIMIT         PIC +9(12).
            05 FILLER            PIC X VALUE SPACE.
            05 BRC-ALERTED       PIC X(5).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".
         COPY "RUNSTMP.CPY".
         COPY "ALERTDAT.CPY".

         01 WS-LIM-STATUS        PIC XX.
         01 WS-FCT-STATUS        PIC XX.
         01 WS-PARM-STATUS       PIC XX.

         01 WS-LEAD-STEPS        PIC 99 VALUE 3.

         01 WS-LIM-COUNT         PIC 9(4) VALUE 0.
         01 WS-LIM-TABLE.
            05 WS-LIM-ENTRY OCCURS 500.
               10 WS-L-SENSOR    PIC X(8).
               10 WS-L-LOW       PIC S9(12).
               10 WS-L-HIGH      PIC S9(12).
               10 WS-L-BREACHED  PIC 9.

         01 WS-TOKEN-TABLE.
            05 WS-TOKEN          PIC X(14) OCCURS 3.
         01 WS-TOKEN-VALUE       PIC S9(12).
         01 WS-TOKEN-DIGIT       PIC 9.
         01 WS-TOKEN-CHAR REDEFINES WS-TOKEN-DIGIT PIC X.

         01 WS-FCT-VALUE         PIC S9(12).
         01 WS-BREACH-SIDE       PIC X(4).

         01 WS-BREACH-COUNT      PIC 9(4) VALUE 0.
         01 WS-ALERT-COUNT       PIC 9(4) VALUE 0.
         01 WS-NO-LIMIT-COUNT    PIC 9(5) VALUE 0.
         01 WS-LAST-NO-LIMIT     PIC X(8) VALUE SPACES.

         01 WS-FOUND-AT          PIC 9(4).

         77 LX                   PIC 9(4).
         77 TX                   PIC 9.
         77 CX                   PIC 99.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY09BRC'==
                         ==PFX-SUB== BY =='/day09'==.

            COPY "RUNSTMPP.CPY".

            PERFORM LOAD-LEAD-PARM
            PERFORM LOAD-LIMITS

            OPEN INPUT FCT-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-FCT-STATUS==
                         ==FS-FILE-NAME== BY =='FCTFILE'==
                         ==FS-PGM==       BY =='DAY09BRC'==.
            OPEN OUTPUT BRC-FILE
            MOVE WS-RUN-STAMP TO BRC-RECORD
            WRITE BRC-RECORD

            READ FCT-FILE
               AT END SET FCT-END TO TRUE
            END-READ
            PERFORM UNTIL FCT-END
               IF FCT-RECORD(1:1) NOT = '*'
               AND FCT-SENSOR NOT = SPACES
                  PERFORM CHECK-ONE-PROJECTION
               END-IF
               READ FCT-FILE
                  AT END SET FCT-END TO TRUE
               END-READ
            END-PERFORM

            CLOSE FCT-FILE
            CLOSE BRC-FILE

            DISPLAY 'DAY09BRC ' WS-LIM-COUNT ' SENSORS WITH LIMITS, '
                    WS-BREACH-COUNT ' PROJECTED TO BREACH (SEE '
                    'BRCFILE), ' WS-ALERT-COUNT ' WITHIN THE '
                    WS-LEAD-STEPS '-STEP LEAD TIME ALERTED'
            IF WS-NO-LIMIT-COUNT > 0
               DISPLAY 'DAY09BRC ' WS-NO-LIMIT-COUNT ' FORECAST '
                       'SENSOR(S) HAVE NO SENLIMIT ENTRY - NOT CHECKED'
            END-IF

            STOP RUN.

         LOAD-LEAD-PARM SECTION.
            OPEN INPUT PARM-FILE
            IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                  AT END SET PARM-END TO TRUE
               END-READ
               IF NOT PARM-END
               AND PARM-TEXT(1:1) NUMERIC
                  IF PARM-TEXT(2:1) NUMERIC
                     MOVE PARM-TEXT(1:2) TO WS-LEAD-STEPS
                  ELSE
                     MOVE 0 TO WS-LEAD-STEPS
                     MOVE PARM-TEXT(1:1) TO WS-LEAD-STEPS(2:1)
                  END-IF
               END-IF
               CLOSE PARM-FILE
            END-IF
            .

         LOAD-LIMITS SECTION.
            OPEN INPUT LIM-FILE
            IF WS-LIM-STATUS NOT = '00'
               DISPLAY 'DAY09BRC NO SENLIMIT LIMITS TABLE - NOTHING '
                       'TO CHECK'
               STOP RUN
            END-IF
            READ LIM-FILE
               AT END SET LIM-END TO TRUE
            END-READ
            PERFORM UNTIL LIM-END
               IF LIM-TEXT NOT = SPACES AND LIM-TEXT(1:1) NOT = '*'
                  IF WS-LIM-COUNT >= 500
                     DISPLAY 'DAY09BRC WARNING - LIMITS TABLE FULL AT '
                             '500 SENSORS; REMAINING LINES DROPPED'
                     IF RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                     END-IF
                     SET LIM-END TO TRUE
                  ELSE
                     PERFORM LOAD-ONE-LIMIT
                  END-IF
               END-IF
               IF NOT LIM-END
                  READ LIM-FILE
                     AT END SET LIM-END TO TRUE
                  END-READ
               END-IF
            END-PERFORM
            CLOSE LIM-FILE
            .

         LOAD-ONE-LIMIT SECTION.
            MOVE SPACES TO WS-TOKEN-TABLE
            UNSTRING LIM-TEXT
               DELIMITED BY ALL SPACE
               INTO WS-TOKEN(1), WS-TOKEN(2), WS-TOKEN(3)
            END-UNSTRING

            ADD 1 TO WS-LIM-COUNT
            MOVE WS-TOKEN(1) TO WS-L-SENSOR(WS-LIM-COUNT)
            MOVE 2 TO TX
            PERFORM CONVERT-TOKEN
            MOVE WS-TOKEN-VALUE TO WS-L-LOW(WS-LIM-COUNT)
            MOVE 3 TO TX
            PERFORM CONVERT-TOKEN
            MOVE WS-TOKEN-VALUE TO WS-L-HIGH(WS-LIM-COUNT)
            MOVE 0 TO WS-L-BREACHED(WS-LIM-COUNT)
            .

      *
      *    FCTFILE IS WRITTEN SENSOR BY SENSOR IN HORIZON ORDER, SO
      *    THE FIRST CROSSING SEEN FOR A SENSOR IS ITS FIRST BREACH
      *    STEP - LATER STEPS FOR THAT SENSOR ARE PASSED OVER.
      *
         CHECK-ONE-PROJECTION SECTION.
            MOVE 0 TO WS-FOUND-AT
            PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > WS-LIM-COUNT
               IF WS-L-SENSOR(LX) = FCT-SENSOR
                  MOVE LX TO WS-FOUND-AT
                  COMPUTE LX = WS-LIM-COUNT
               END-IF
            END-PERFORM

            IF WS-FOUND-AT = 0
               IF FCT-SENSOR NOT = WS-LAST-NO-LIMIT
                  ADD 1 TO WS-NO-LIMIT-COUNT
                  MOVE FCT-SENSOR TO WS-LAST-NO-LIMIT
               END-IF
            ELSE
               MOVE WS-FOUND-AT TO LX
               IF WS-L-BREACHED(LX) = 0
                  PERFORM CONVERT-FCT-VALUE
                  IF WS-FCT-VALUE < WS-L-LOW(LX)
                     MOVE 'LOW ' TO WS-BREACH-SIDE
                     PERFORM WRITE-BREACH
                  ELSE
                     IF WS-FCT-VALUE > WS-L-HIGH(LX)
                        MOVE 'HIGH' TO WS-BREACH-SIDE
                        PERFORM WRITE-BREACH
                     END-IF
                  END-IF
               END-IF
            END-IF
            .

         WRITE-BREACH SECTION.
            MOVE 1 TO WS-L-BREACHED(LX)
            ADD 1 TO WS-BREACH-COUNT
            MOVE SPACES         TO BRC-RECORD
            MOVE WS-BREACH-SIDE TO BRC-SIDE
            MOVE FCT-SENSOR   TO BRC-SENSOR
            MOVE FCT-HORIZON  TO BRC-HORIZON
            MOVE WS-FCT-VALUE TO BRC-VALUE
            IF BRC-SIDE = 'LOW '
               MOVE WS-L-LOW(LX) TO BRC-LIMIT
            ELSE
               MOVE WS-L-HIGH(LX) TO BRC-LIMIT
            END-IF
            MOVE SPACES TO BRC-ALERTED

            IF FCT-HORIZON <= WS-LEAD-STEPS
               MOVE 'ALERT' TO BRC-ALERTED
               ADD 1 TO WS-ALERT-COUNT
               MOVE SPACES TO WS-ALERT-LINE
               STRING 'DAY09BRC 0008 SENSOR ' FCT-SENSOR
                      ' FORECAST ' BRC-SIDE ' LIMIT BREACH IN '
                      FCT-HORIZON ' STEP(S)'
                  DELIMITED BY SIZE INTO WS-ALERT-LINE
               END-STRING
               CALL 'DAY00ALR' USING WS-ALERT-LINE
               END-CALL
            END-IF

            WRITE BRC-RECORD
            DISPLAY 'DAY09BRC SENSOR ' FCT-SENSOR ' PROJECTED '
                    BRC-SIDE ' LIMIT BREACH AT HORIZON STEP '
                    FCT-HORIZON ' ' BRC-ALERTED
            .

      *
      *    A SENLIMIT LIMIT IS A SIGNED WHOLE NUMBER - BUILD THE
      *    MAGNITUDE DIGIT BY DIGIT AND APPLY A LEADING MINUS.
      *
         CONVERT-TOKEN SECTION.
            MOVE 0 TO WS-TOKEN-VALUE
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 14
               MOVE WS-TOKEN(TX)(CX:1) TO WS-TOKEN-CHAR
               IF WS-TOKEN-CHAR NUMERIC
                  COMPUTE WS-TOKEN-VALUE =
                     WS-TOKEN-VALUE * 10 + WS-TOKEN-DIGIT
               END-IF
            END-PERFORM
            IF WS-TOKEN(TX)(1:1) = '-'
               COMPUTE WS-TOKEN-VALUE = 0 - WS-TOKEN-VALUE
            END-IF
            .

      *
      *    THE FCTFILE VALUE IS A SIGN-EDITED +9(12) FIELD.
      *
         CONVERT-FCT-VALUE SECTION.
            MOVE 0 TO WS-FCT-VALUE
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 13
               MOVE FCT-VALUE-TEXT(CX:1) TO WS-TOKEN-CHAR
               IF WS-TOKEN-CHAR NUMERIC
                  COMPUTE WS-FCT-VALUE =
                     WS-FCT-VALUE * 10 + WS-TOKEN-DIGIT
               END-IF
            END-PERFORM
            IF FCT-VALUE-TEXT(1:1) = '-'
               COMPUTE WS-FCT-VALUE = 0 - WS-FCT-VALUE
            END-IF
            .
