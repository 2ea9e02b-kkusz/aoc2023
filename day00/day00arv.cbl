      *    OFF TONIGHT'S SCHEDULE. RUN IT FROM THE NIGHT SHIFT'S
      *    CLOCK (AT OR AFTER THE LATEST CUTOFF) OR REPEATEDLY - IT
      *    ONLY READS AND REWRITES ITS OWN STATUS FILE.
      *
      *    EVERY WATCH ALSO APPENDS ITS VERDICTS TO THE ARVHIST
      *    HISTORY - DATE AND TIME OF THE WATCH, DAY, CUTOFF,
      *    VERDICT, AND FOR A FEED THAT IS PRESENT THE DATE AND TIME
      *    IT WAS LAST WRITTEN - SO THE MONTHLY SERVICE-LEVEL REPORT
      *    (DAY00SLA) CAN TELL A FEED THAT ARRIVED BY ITS CUTOFF FROM
      *    ONE THAT ARRIVED LATE, AFTER ARVSTAT HAS BEEN OVERWRITTEN.
      *
      *    A DAY WHOSE FEED COMES THROUGH THE INTAKE GATEWAY
      *    (DAY00INT - ANY DAY NAMED IN ITS FEEDTAB ROUTING TABLE)
      *    IS NOT PROBED: IT HAS ARRIVED WHEN THE GATEWAY HAS LEFT AN
      *    ARRIVAL FOR IT ON ARVSTAT AND THE DELIVERED FEED IS STILL
      *    WAITING IN THE DAY'S INBOX FOR THE DRIVER TO STAGE. THE
      *    ARRIVAL'S FEED NAME, BUSINESS DATE AND INTAKE TIME STAY ON
      *    THE DAY'S ARVSTAT LINE, AND THE INTAKE TIME IS WHAT GOES
      *    ON THE HISTORY. AN ARRIVAL THE DRIVER HAS ALREADY STAGED
      *    IS DROPPED; ONE FOR A DAY WITH NO CUTOFF IS KEPT AS IT IS.
      *    WITH NO FEEDTAB EVERY FEED IS PROBED, AS BEFORE.
      *

         ENVIRONMENT DIVISION.
            FILE STATUS IS WS-PROBE-STATUS.

            SELECT STAT-FILE ASSIGN TO ARVSTAT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STAT-STATUS.

            SELECT GATE-FILE ASSIGN TO FEEDTAB
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GATE-STATUS.

            SELECT HIST-FILE ASSIGN TO ARVHIST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HIST-STATUS.

            SELECT STAMP-FILE ASSIGN TO "ARV.tmp"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STAMP-STATUS.

         DATA DIVISION.


         FD STAT-FILE.
         01 STAT-RECORD.
            88 STAT-END          VALUE LOW-VALUE.
            05 STA-DIR           PIC X(12).
            05 FILLER            PIC X VALUE SPACE.
            05 STA-VERDICT       PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 STA-FEED          PIC X(12).
            05 FILLER            PIC X VALUE SPACE.
            05 STA-BUS-DATE      PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 STA-STAMP         PIC X(14).

         FD GATE-FILE.
         01 GATE-RECORD.
            88 GATE-END          VALUE LOW-VALUE.
            05 GATE-TEXT         PIC X(80).

         FD HIST-FILE.
         01 HIST-RECORD.
            05 AH-DATE           PIC 9(8).
            05 FILLER            PIC X VALUE SPACE.
            05 AH-TIME           PIC 9(6).
            05 FILLER            PIC X VALUE SPACE.
            05 AH-DIR            PIC X(12).
            05 FILLER            PIC X VALUE SPACE.
            05 AH-CUTOFF         PIC 9(4).
            05 FILLER            PIC X VALUE SPACE.
            05 AH-VERDICT        PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 AH-STAMP          PIC X(14).

         FD STAMP-FILE.
         01 STAMP-RECORD.
            88 STAMP-END         VALUE LOW-VALUE.
            05 STAMP-TEXT        PIC X(20).

         WORKING-STORAGE SECTION.

         01 WS-TAB-STATUS        PIC XX.
         01 WS-PROBE-STATUS      PIC XX.
         01 WS-PROBE-NAME        PIC X(100).
         01 WS-HIST-STATUS       PIC XX.
         01 WS-STAT-STATUS       PIC XX.
         01 WS-GATE-STATUS       PIC XX.
         01 WS-STAMP-STATUS      PIC XX.
         01 WS-STAMP-COMMAND     PIC X(200).
         01 WS-STAMP-PTR         PIC 9(4).
         01 WS-FEED-STAMP        PIC X(14).

         01 WS-NOW-DATE          PIC 9(8).

         01 WS-NOW-TIME          PIC 9(8).
         01 WS-NOW-TIME-X REDEFINES WS-NOW-TIME PIC X(8).

         01 WS-VERDICT           PIC X(8).

      *
      *    THE DAYS FED THROUGH THE INTAKE GATEWAY, AND THE
      *    ARRIVALS IT HAS LEFT ON ARVSTAT.
      *
         01 WS-GATE-COUNT        PIC 99 VALUE 0.
         01 WS-GATE-TABLE.
            05 WS-GATE-DIR       PIC X(12) OCCURS 30.
         01 WS-GATE-FEED         PIC X(40).
         01 WS-GATE-DAY          PIC X(40).

         01 WS-ARR-COUNT         PIC 99 VALUE 0.
         01 WS-ARR-TABLE.
            05 WS-ARR OCCURS 20.
               10 WS-ARR-DIR      PIC X(12).
               10 WS-ARR-FEED     PIC X(12).
               10 WS-ARR-BUS-DATE PIC X(8).
               10 WS-ARR-STAMP    PIC X(14).
               10 WS-ARR-USED     PIC 9.

         01 WS-FEED-NAME         PIC X(12).
         01 WS-FEED-BUS-DATE     PIC X(8).

         01 SW-GATEWAY-DAY       PIC 9.
            88 GATEWAY-DAY             VALUE 1.
            88 NOT-GATEWAY-DAY         VALUE 0.

         01 SW-FEED-ARRIVED      PIC 9.
            88 FEED-ARRIVED            VALUE 1.
            88 FEED-NOT-ARRIVED        VALUE 0.

         77 GX                   PIC 99.
         77 AX                   PIC 99.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY00ARV'==
                         ==PFX-SUB== BY =='/day00'==.

            ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
            ACCEPT WS-NOW-TIME FROM TIME
            MOVE WS-NOW-TIME-X(1:4) TO WS-NOW-HHMM

               REPLACING ==FS-STATUS==    BY ==WS-TAB-STATUS==
                         ==FS-FILE-NAME== BY =='CUTTAB'==
                         ==FS-PGM==       BY =='DAY00ARV'==.
            PERFORM LOAD-GATEWAY-DAYS
            PERFORM LOAD-ARRIVALS
            OPEN OUTPUT STAT-FILE
            OPEN EXTEND HIST-FILE
            IF WS-HIST-STATUS NOT = '00'
               OPEN OUTPUT HIST-FILE
            END-IF

            READ TAB-FILE
               AT END SET TAB-END TO TRUE
               END-READ
            END-PERFORM

            PERFORM KEEP-OTHER-ARRIVALS

            CLOSE TAB-FILE
            CLOSE STAT-FILE
            CLOSE HIST-FILE

            DISPLAY 'DAY00ARV ' WS-FEED-COUNT ' FEED(S) WATCHED, '
                    WS-HOLD-COUNT ' HELD, '
               MOVE 0 TO WS-CUTOFF-HHMM
            END-IF

            MOVE SPACES TO WS-FEED-STAMP
                           WS-FEED-NAME
                           WS-FEED-BUS-DATE
            SET NOT-GATEWAY-DAY TO TRUE
            PERFORM VARYING GX FROM 1 BY 1
                        UNTIL GX > WS-GATE-COUNT OR GATEWAY-DAY
               IF WS-GATE-DIR(GX) = WS-PARSE-DIR
                  SET GATEWAY-DAY TO TRUE
               END-IF
            END-PERFORM
            IF GATEWAY-DAY
               PERFORM CHECK-GATEWAY-ARRIVAL
            ELSE
               MOVE WS-PARSE-PATH TO WS-PROBE-NAME
               SET FEED-NOT-ARRIVED TO TRUE
               OPEN INPUT PROBE-FILE
               IF WS-PROBE-STATUS = '00'
                  CLOSE PROBE-FILE
                  SET FEED-ARRIVED TO TRUE
                  PERFORM STAMP-FEED
               END-IF
            END-IF
            IF FEED-ARRIVED
               MOVE 'GO' TO WS-VERDICT
            ELSE
               IF WS-NOW-HHMM >= WS-CUTOFF-HHMM
            MOVE SPACES        TO STAT-RECORD
            MOVE WS-PARSE-DIR  TO STA-DIR
            MOVE WS-VERDICT    TO STA-VERDICT
            MOVE WS-FEED-NAME  TO STA-FEED
            MOVE WS-FEED-BUS-DATE TO STA-BUS-DATE
            IF WS-FEED-NAME NOT = SPACES
               MOVE WS-FEED-STAMP TO STA-STAMP
            END-IF
            WRITE STAT-RECORD
            DISPLAY 'DAY00ARV ' WS-PARSE-DIR ' ' WS-VERDICT

            MOVE SPACES          TO HIST-RECORD
            MOVE WS-NOW-DATE     TO AH-DATE
            MOVE WS-NOW-TIME-X(1:6) TO AH-TIME
            MOVE WS-PARSE-DIR    TO AH-DIR
            MOVE WS-CUTOFF-HHMM  TO AH-CUTOFF
            MOVE WS-VERDICT      TO AH-VERDICT
            MOVE WS-FEED-STAMP   TO AH-STAMP
            WRITE HIST-RECORD
            .

      *
      *    DATE AND TIME THE FEED WAS LAST WRITTEN, YYYYMMDDHHMMSS,
      *    FOR THE ARRIVAL HISTORY. BLANK IF IT CANNOT BE READ.
      *
         STAMP-FEED SECTION.
            MOVE SPACES TO WS-STAMP-COMMAND
            MOVE 1 TO WS-STAMP-PTR
            STRING 'date -r ' DELIMITED BY SIZE
                   WS-PARSE-PATH DELIMITED BY SPACE
                   ' +%Y%m%d%H%M%S > ARV.tmp 2>/dev/null'
                                 DELIMITED BY SIZE
               INTO WS-STAMP-COMMAND
               WITH POINTER WS-STAMP-PTR
            END-STRING
            CALL 'SYSTEM' USING WS-STAMP-COMMAND
            END-CALL

            OPEN INPUT STAMP-FILE
            IF WS-STAMP-STATUS = '00'
               READ STAMP-FILE
                  AT END SET STAMP-END TO TRUE
               END-READ
               IF NOT STAMP-END
               AND STAMP-TEXT(1:14) NUMERIC
                  MOVE STAMP-TEXT(1:14) TO WS-FEED-STAMP
               END-IF
               CLOSE STAMP-FILE
            END-IF
            MOVE 'rm -f ARV.tmp' TO WS-STAMP-COMMAND
            CALL 'SYSTEM' USING WS-STAMP-COMMAND
            END-CALL
            MOVE 0 TO RETURN-CODE
            .

      *
      *    A MISSING ROUTING TABLE MEANS NO DAY IS FED THROUGH THE
      *    GATEWAY - EVERY FEED IS PROBED.
      *
         LOAD-GATEWAY-DAYS SECTION.
            OPEN INPUT GATE-FILE
            IF WS-GATE-STATUS = '00'
               READ GATE-FILE
                  AT END SET GATE-END TO TRUE
               END-READ
               PERFORM UNTIL GATE-END
                  IF GATE-TEXT NOT = SPACES
                  AND GATE-TEXT(1:1) NOT = '*'
                  AND WS-GATE-COUNT < 30
                     MOVE SPACES TO WS-GATE-FEED WS-GATE-DAY
                     UNSTRING GATE-TEXT
                        DELIMITED BY ALL SPACE
                        INTO WS-GATE-FEED, WS-GATE-DAY
                     END-UNSTRING
                     ADD 1 TO WS-GATE-COUNT
                     MOVE WS-GATE-DAY TO WS-GATE-DIR(WS-GATE-COUNT)
                  END-IF
                  READ GATE-FILE
                     AT END SET GATE-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE GATE-FILE
            END-IF
            .

      *
      *    THE ARRIVALS THE GATEWAY RECORDED - ANY ARVSTAT LINE
      *    CARRYING A FEED NAME - BEFORE ARVSTAT IS REWRITTEN.
      *
         LOAD-ARRIVALS SECTION.
            OPEN INPUT STAT-FILE
            IF WS-STAT-STATUS = '00'
               READ STAT-FILE
                  AT END SET STAT-END TO TRUE
               END-READ
               PERFORM UNTIL STAT-END
                  IF STA-FEED NOT = SPACES
                  AND WS-ARR-COUNT < 20
                     ADD 1 TO WS-ARR-COUNT
                     MOVE STA-DIR      TO WS-ARR-DIR(WS-ARR-COUNT)
                     MOVE STA-FEED     TO WS-ARR-FEED(WS-ARR-COUNT)
                     MOVE STA-BUS-DATE TO
                                      WS-ARR-BUS-DATE(WS-ARR-COUNT)
                     MOVE STA-STAMP    TO WS-ARR-STAMP(WS-ARR-COUNT)
                     MOVE 0            TO WS-ARR-USED(WS-ARR-COUNT)
                  END-IF
                  READ STAT-FILE
                     AT END SET STAT-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE STAT-FILE
            END-IF
            .

      *
      *    A GATEWAY DAY HAS ARRIVED WHEN ITS ARRIVAL IS ON ARVSTAT
      *    AND THE DELIVERED FEED IS STILL IN ITS INBOX.
      *
         CHECK-GATEWAY-ARRIVAL SECTION.
            SET FEED-NOT-ARRIVED TO TRUE
            PERFORM VARYING AX FROM 1 BY 1
                        UNTIL AX > WS-ARR-COUNT OR FEED-ARRIVED
               IF WS-ARR-DIR(AX) = WS-PARSE-DIR
                  MOVE 1 TO WS-ARR-USED(AX)
                  PERFORM PROBE-INBOX
                  IF WS-PROBE-STATUS = '00'
                     SET FEED-ARRIVED TO TRUE
                     MOVE WS-ARR-FEED(AX)     TO WS-FEED-NAME
                     MOVE WS-ARR-BUS-DATE(AX) TO WS-FEED-BUS-DATE
                     MOVE WS-ARR-STAMP(AX)    TO WS-FEED-STAMP
                  END-IF
               END-IF
            END-PERFORM
            .

         PROBE-INBOX SECTION.
            MOVE SPACES TO WS-PROBE-NAME
            STRING '../' DELIMITED BY SIZE
                   WS-ARR-DIR(AX) DELIMITED BY SPACE
                   '/inbox/INPFILE' DELIMITED BY SIZE
               INTO WS-PROBE-NAME
            END-STRING
            OPEN INPUT PROBE-FILE
            IF WS-PROBE-STATUS = '00'
               CLOSE PROBE-FILE
            END-IF
            .

      *
      *    AN ARRIVAL FOR A DAY WITH NO CUTOFF STAYS ON ARVSTAT
      *    WHILE ITS FEED IS STILL WAITING TO BE STAGED.
      *
         KEEP-OTHER-ARRIVALS SECTION.
            PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > WS-ARR-COUNT
               IF WS-ARR-USED(AX) = 0
                  PERFORM PROBE-INBOX
                  IF WS-PROBE-STATUS = '00'
                     MOVE SPACES             TO STAT-RECORD
                     MOVE WS-ARR-DIR(AX)      TO STA-DIR
                     MOVE 'ARRIVED'           TO STA-VERDICT
                     MOVE WS-ARR-FEED(AX)     TO STA-FEED
                     MOVE WS-ARR-BUS-DATE(AX) TO STA-BUS-DATE
                     MOVE WS-ARR-STAMP(AX)    TO STA-STAMP
                     WRITE STAT-RECORD
                  END-IF
               END-IF
            END-PERFORM
            .
