      *    WAITING, A RUNNING STEP'S LAST HEARTBEAT, AND ITS ELAPSED
      *    TIME AGAINST ITS BUDGET - SO "IS IT STUCK" IS ANSWERED
      *    WITHOUT KILLING ANYTHING. NOTHING IS WRITTEN OR REMOVED.
      *    A STEP THE DRIVER BYPASSED ON A STEP-TABLE CONDITION IS
      *    SHOWN BYPASSED WITH THE CHECKPOINT'S NOT-RUN NOTE. EACH
      *    LOOK IS RECORDED ON THE SHARED ACCESS LOG THROUGH
      *    DAY00ACL, WITH THE NUMBER OF STEPS SHOWN.
      *
      *    A READY STEP THE DRIVER IS HOLDING BECAUSE ITS INITIATOR
      *    CLASS IS FULL LEAVES AN INI.<PROGRAM> MARKER (CLASS AND
      *    THE TIME IT WAS HELD) AND IS SHOWN HELD-INIT WITH HOW
      *    LONG IT HAS WAITED. AFTER THE STEPS, ONE LINE PER CLASS
      *    IN THE CLASS TABLE (DRVCLASS) SHOWS HOW MANY OF ITS
      *    INITIATORS ARE IN USE AND HOW MANY STEPS ARE HELD FOR
      *    ONE.
      *

         ENVIRONMENT DIVISION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CKPT-STATUS.

            SELECT CLS-FILE ASSIGN TO DRVCLASS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CLS-STATUS.

            SELECT PROBE-FILE ASSIGN TO DYNAMIC WS-PROBE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROBE-STATUS.
         01 CKPT-RECORD.
            88 CKPT-END          VALUE LOW-VALUE.
            05 CKPT-STEP         PIC X(30).
            05 FILLER            PIC X.
            05 CKPT-NOTE         PIC X(30).

         FD CLS-FILE.
         01 CLS-RECORD.
            88 CLS-END           VALUE LOW-VALUE.
            05 CLS-TEXT          PIC X(80).

         FD PROBE-FILE.
         01 PROBE-RECORD.
         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".
         COPY "ACCDAT.CPY".

         01 WS-STEP-STATUS       PIC XX.
         01 WS-CKPT-STATUS       PIC XX.
         01 WS-CLS-STATUS        PIC XX.
         01 WS-PROBE-STATUS      PIC XX.
         01 WS-SIDE-STATUS       PIC XX.

                  88 ST-COMPLETE       VALUE 1.
                  88 ST-RUNNING        VALUE 2.
                  88 ST-ENDED          VALUE 3.
                  88 ST-BYPASSED       VALUE 4.
                  88 ST-INIT-HELD      VALUE 5.
               10 WS-ST-NOTE     PIC X(30).
               10 WS-ST-CLASS    PIC X(8).
               10 WS-ST-HELD-AT  PIC 9(6).

         01 WS-PARSE-WAVE        PIC X(5).
         01 WS-PARSE-NAME        PIC X(30).
         01 WS-PARSE-BUDGET      PIC X(8).
         01 WS-PARSE-CEILING     PIC X(8).
         01 WS-PARSE-OPTIONS.
            05 WS-PARSE-OPT      PIC X(40) OCCURS 5.
         77 OX                   PIC 9.

         01 WS-STEP-DIR          PIC X(20).
         01 WS-STEP-PGM          PIC X(20).
         01 WS-CUR-WAVE          PIC 99 VALUE 0.
         01 WS-RUNNING-COUNT     PIC 999 VALUE 0.
         01 WS-DONE-COUNT        PIC 999 VALUE 0.
         01 WS-HELD-COUNT        PIC 999 VALUE 0.

      *
      *    THE INITIATOR CLASSES AND, FOR EACH, THE STEPS OF IT
      *    RUNNING AND HELD RIGHT NOW.
      *
         01 WS-CLS-COUNT         PIC 99 VALUE 0.
         01 WS-CLS-TABLE.
            05 WS-CLS-ENTRY OCCURS 10.
               10 WS-CL-NAME     PIC X(8).
               10 WS-CL-MAX      PIC 99.
               10 WS-CL-RUNNING  PIC 99.
               10 WS-CL-HELD     PIC 99.
         01 WS-CLS-PARSE-NAME    PIC X(20).
         01 WS-CLS-PARSE-MAX     PIC X(10).
         01 WS-INI-CLASS         PIC X(20).
         01 WS-INI-TIME          PIC X(10).
         01 WS-WAIT-ED           PIC Z(4)9.
         01 WS-MAX-DIGIT         PIC 9.
         01 WS-MAX-CHAR REDEFINES WS-MAX-DIGIT PIC X.
         77 KX                   PIC 99.
         77 CX                   PIC 99.

      *
      *    ELAPSED-AGAINST-BUDGET FOR A RUNNING STEP - THE START
            MOVE WS-NOW-TIME-X(1:6) TO WS-NOW-HHMMSS

            PERFORM LOAD-STEP-TABLE
            PERFORM LOAD-CLASS-TABLE
            PERFORM MARK-COMPLETED-STEPS
            PERFORM PROBE-STEP-ARTIFACTS
            PERFORM FIND-CURRENT-WAVE

            DISPLAY 'DAY00STA SUITE STATUS - WAVE ' WS-CUR-WAVE
                    ' UP, ' WS-DONE-COUNT ' OF ' WS-STEP-COUNT
                    ' STEPS COMPLETE, ' WS-RUNNING-COUNT ' RUNNING, '
                    WS-HELD-COUNT ' HELD FOR AN INITIATOR'

            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-STEP-COUNT
               PERFORM SHOW-ONE-STEP
            END-PERFORM
            PERFORM SHOW-CLASS-OCCUPANCY

            MOVE 'DAY00STA' TO WS-ACC-PROGRAM
            MOVE SPACES TO WS-ACC-KEY
            STRING 'SUITE STATUS AT WAVE ' WS-CUR-WAVE
               DELIMITED BY SIZE INTO WS-ACC-KEY
            END-STRING
            MOVE WS-STEP-COUNT TO WS-ACC-RETURNED
            CALL 'DAY00ACL' USING WS-ACCESS-ENTRY
            END-CALL

            STOP RUN.

                                 WS-PARSE-NAME
                                 WS-PARSE-BUDGET
                                 WS-PARSE-CEILING
                                 WS-PARSE-OPTIONS
                  UNSTRING STEP-TEXT
                     DELIMITED BY ALL SPACE
                     INTO WS-PARSE-WAVE
                         ,WS-PARSE-NAME
                         ,WS-PARSE-BUDGET
                         ,WS-PARSE-CEILING
                         ,WS-PARSE-OPT(1)
                         ,WS-PARSE-OPT(2)
                         ,WS-PARSE-OPT(3)
                         ,WS-PARSE-OPT(4)
                         ,WS-PARSE-OPT(5)
                  END-UNSTRING
                  MOVE SPACES TO WS-ST-CLASS(WS-STEP-COUNT)
                  PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > 5
                     IF WS-PARSE-OPT(OX)(1:6) = 'CLASS='
                        MOVE WS-PARSE-OPT(OX)(7:8)
                           TO WS-ST-CLASS(WS-STEP-COUNT)
                     END-IF
                  END-PERFORM
                  MOVE WS-PARSE-WAVE(1:2)
                     TO WS-ST-WAVE(WS-STEP-COUNT)
                  MOVE WS-PARSE-NAME
                        TO WS-ST-BUDGET(WS-STEP-COUNT)
                  END-IF
                  MOVE 0 TO WS-ST-STATE(WS-STEP-COUNT)
                  MOVE SPACES TO WS-ST-NOTE(WS-STEP-COUNT)
               END-IF
               READ STEP-FILE
                  AT END SET STEP-END TO TRUE
            CLOSE STEP-FILE
            .

         LOAD-CLASS-TABLE SECTION.
            OPEN INPUT CLS-FILE
            IF WS-CLS-STATUS = '00'
               READ CLS-FILE
                  AT END SET CLS-END TO TRUE
               END-READ
               PERFORM UNTIL CLS-END
                  IF CLS-TEXT NOT = SPACES
                  AND CLS-TEXT(1:1) NOT = '*'
                  AND WS-CLS-COUNT < 10
                     ADD 1 TO WS-CLS-COUNT
                     MOVE SPACES TO WS-CLS-PARSE-NAME
                                    WS-CLS-PARSE-MAX
                     UNSTRING CLS-TEXT
                        DELIMITED BY ALL SPACE
                        INTO WS-CLS-PARSE-NAME, WS-CLS-PARSE-MAX
                     END-UNSTRING
                     MOVE WS-CLS-PARSE-NAME
                        TO WS-CL-NAME(WS-CLS-COUNT)
                     MOVE 0 TO WS-CL-MAX(WS-CLS-COUNT)
                     PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 2
                        MOVE WS-CLS-PARSE-MAX(CX:1) TO WS-MAX-CHAR
                        IF WS-MAX-CHAR NUMERIC
                           COMPUTE WS-CL-MAX(WS-CLS-COUNT) =
                              WS-CL-MAX(WS-CLS-COUNT) * 10
                              + WS-MAX-DIGIT
                        END-IF
                     END-PERFORM
                     MOVE 0 TO WS-CL-RUNNING(WS-CLS-COUNT)
                     MOVE 0 TO WS-CL-HELD(WS-CLS-COUNT)
                  END-IF
                  READ CLS-FILE
                     AT END SET CLS-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE CLS-FILE
            END-IF
            .

         MARK-COMPLETED-STEPS SECTION.
            OPEN INPUT CKPT-FILE
            IF WS-CKPT-STATUS = '00'
                  PERFORM VARYING SX FROM 1 BY 1
                              UNTIL SX > WS-STEP-COUNT
                     IF WS-ST-NAME(SX) = CKPT-STEP
                     AND (ST-WAITING(SX) OR ST-BYPASSED(SX))
                        IF CKPT-NOTE = SPACES
                           SET ST-COMPLETE(SX) TO TRUE
                           ADD 1 TO WS-DONE-COUNT
                        ELSE
                           SET ST-BYPASSED(SX) TO TRUE
                           MOVE CKPT-NOTE TO WS-ST-NOTE(SX)
                        END-IF
                        COMPUTE SX = WS-STEP-COUNT
                     END-IF
                  END-PERFORM
      *    A STEP'S PRIVATE LOG EXISTS FROM LAUNCH UNTIL THE DRIVER
      *    COLLECTS IT; ITS RC FILE APPEARS THE MOMENT THE STEP
      *    PROCESS ENDS. LOG WITHOUT RC IS A STEP STILL RUNNING.
      *    A WAITING STEP WITH AN INI MARKER IS HELD FOR AN
      *    INITIATOR.
      *
         PROBE-STEP-ARTIFACTS SECTION.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-STEP-COUNT
               IF ST-WAITING(SX) OR ST-BYPASSED(SX)
                  UNSTRING WS-ST-NAME(SX)
                     DELIMITED BY '/'
                     INTO WS-STEP-DIR, WS-STEP-PGM
                        ADD 1 TO WS-RUNNING-COUNT
                     END-IF
                  END-IF
                  IF ST-WAITING(SX)
                     PERFORM PROBE-INITIATOR-HOLD
                  END-IF
               END-IF
            END-PERFORM
            .

         PROBE-INITIATOR-HOLD SECTION.
            MOVE SPACES TO WS-PROBE-NAME
            STRING 'INI.' WS-STEP-PGM
               DELIMITED BY SIZE INTO WS-PROBE-NAME
            END-STRING
            OPEN INPUT PROBE-FILE
            IF WS-PROBE-STATUS = '00'
               READ PROBE-FILE
                  AT END SET PROBE-END TO TRUE
               END-READ
               IF NOT PROBE-END
                  MOVE SPACES TO WS-INI-CLASS WS-INI-TIME
                  UNSTRING PROBE-TEXT
                     DELIMITED BY ALL SPACE
                     INTO WS-INI-CLASS, WS-INI-TIME
                  END-UNSTRING
                  MOVE 0 TO WS-ST-HELD-AT(SX)
                  IF WS-INI-TIME(1:6) NUMERIC
                     MOVE WS-INI-TIME(1:6) TO WS-ST-HELD-AT(SX)
                  END-IF
                  SET ST-INIT-HELD(SX) TO TRUE
                  ADD 1 TO WS-HELD-COUNT
               END-IF
               CLOSE PROBE-FILE
            END-IF
            .

         FIND-CURRENT-WAVE SECTION.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-STEP-COUNT
               IF (ST-RUNNING(SX) OR ST-ENDED(SX))
                  PERFORM NOTE-ELAPSED-VS-BUDGET
               WHEN ST-ENDED(SX)
                  MOVE 'ENDED'    TO WS-L-STATE
               WHEN ST-BYPASSED(SX)
                  MOVE 'BYPASSED' TO WS-L-STATE
                  MOVE WS-ST-NOTE(SX) TO WS-L-REST
               WHEN ST-INIT-HELD(SX)
                  MOVE 'HELD-INIT' TO WS-L-STATE
                  PERFORM NOTE-INITIATOR-WAIT
               WHEN OTHER
                  MOVE 'WAITING'  TO WS-L-STATE
            END-EVALUATE
            END-IF
            .

      *
      *    HOW LONG A HELD STEP HAS WAITED FOR ITS CLASS, FROM THE
      *    TIME ON ITS INI MARKER.
      *
         NOTE-INITIATOR-WAIT SECTION.
            MOVE WS-ST-HELD-AT(SX) TO WS-TIME-PART
            PERFORM TIME-TO-SECONDS
            MOVE WS-ELAPSED-SECS TO WS-START-SECS
            MOVE WS-NOW-HHMMSS TO WS-TIME-PART
            PERFORM TIME-TO-SECONDS
            MOVE WS-ELAPSED-SECS TO WS-NOW-SECS
            COMPUTE WS-ELAPSED-SECS = WS-NOW-SECS - WS-START-SECS
            IF WS-ELAPSED-SECS < 0
               ADD 86400 TO WS-ELAPSED-SECS
            END-IF
            MOVE WS-ELAPSED-SECS TO WS-WAIT-ED
            MOVE SPACES TO WS-L-REST
            STRING ' CLASS '         DELIMITED BY SIZE
                   WS-ST-CLASS(SX)   DELIMITED BY SPACE
                   ' SINCE '         DELIMITED BY SIZE
                   WS-ST-HELD-AT(SX) DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   WS-WAIT-ED        DELIMITED BY SIZE
                   'S'               DELIMITED BY SIZE
               INTO WS-L-REST
            END-STRING
            .

      *
      *    ONE LINE PER INITIATOR CLASS - ITS STEPS RUNNING AGAINST
      *    ITS LIMIT, AND THOSE HELD WAITING FOR ONE OF ITS SLOTS.
      *
         SHOW-CLASS-OCCUPANCY SECTION.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-STEP-COUNT
               PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > WS-CLS-COUNT
                  IF WS-CL-NAME(KX) = WS-ST-CLASS(SX)
                     IF ST-RUNNING(SX)
                        ADD 1 TO WS-CL-RUNNING(KX)
                     END-IF
                     IF ST-INIT-HELD(SX)
                        ADD 1 TO WS-CL-HELD(KX)
                     END-IF
                  END-IF
               END-PERFORM
            END-PERFORM
            PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > WS-CLS-COUNT
               DISPLAY 'DAY00STA CLASS ' WS-CL-NAME(KX) ' '
                       WS-CL-RUNNING(KX) ' OF ' WS-CL-MAX(KX)
                       ' RUNNING, ' WS-CL-HELD(KX) ' HELD'
            END-PERFORM
            .

         TIME-TO-SECONDS SECTION.
            DIVIDE WS-TIME-PART BY 10000
               GIVING WS-TIME-HH
