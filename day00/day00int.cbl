         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY00INT.

      *
      *    CENTRAL FEED INTAKE GATEWAY. SUPPLIERS USED TO DROP THEIR
      *    FILES IN A DOZEN PLACES UNDER A DOZEN NAMES AND THE
      *    OPERATOR COPIED EACH ONE INTO ITS DAY'S inbox/INPFILE BY
      *    HAND - WHICH IS HOW THE DAY07 EXTRACT ONCE ENDED UP IN
      *    DAY08. EVERY SUPPLIER NOW DELIVERS TO ONE LANDING
      *    DIRECTORY (../landing) AND THIS STEP TAKES EACH FILE IT
      *    FINDS THERE IN:
      *       - THE FILE IS IDENTIFIED BY THE FEED NAME ON ITS *HDR
      *         BATCH-CONTROL RECORD (SEE BATCHDAT.CPY), LOOKED UP
      *         IN THE FEEDTAB ROUTING TABLE ('FEED-NAME DAYDIR
      *         ADAPTER' PER LINE, ADAPTER OPTIONAL, * COMMENTS);
      *       - A FEED WITH AN ADAPTER STEP (E.G. DAY04ADP) IS
      *         HANDED TO THE ADAPTER AS THE DAY'S FORFEED, WITHOUT
      *         ITS CONTROL RECORDS, AND THE ADAPTER WRITES THE
      *         CONVERTED FEED INTO THE DAY'S INBOX; ANY OTHER FEED
      *         IS MOVED INTO THE INBOX AS inbox/INPFILE, CONTROL
      *         RECORDS AND ALL, FOR THE CORE TO CHECK;
      *       - THE ARRIVAL IS RECORDED IN ARVSTAT (DAY, ARRIVED,
      *         FEED, BUSINESS DATE, DATE AND TIME TAKEN IN), WHERE
      *         THE ARRIVAL WATCH (DAY00ARV) FINDS IT;
      *       - A FILE WITH NO *HDR, WITH A FEED NAME NOT IN THE
      *         ROUTING TABLE, WITH A BUSINESS DATE ALREADY TAKEN IN
      *         (DUPLICATE) OR OLDER THAN THE LAST ONE TAKEN IN (OUT
      *         OF SEQUENCE), OR FOR A DAY WHOSE INBOX STILL HOLDS A
      *         FEED THE DRIVER HAS NOT STAGED, IS MOVED TO
      *         ../landing/rejected UNDER ITS OWN NAME PLUS THE DATE
      *         AND TIME, WITH THE REASON ON THE REJECTED AREA'S
      *         REJLOG AND ON THE SHARED EXCEPTION LOG.
      *    EVERY FILE, ACCEPTED OR REJECTED, IS RECORDED ON THE
      *    INTAKE REGISTER (INTHIST, INTREC.CPY); THE LATEST
      *    BUSINESS DATE ACCEPTED FOR EACH FEED THERE IS WHAT THE
      *    SEQUENCE CHECK IS MADE AGAINST. A DAY ROUTED HERE IS PUT
      *    UNDER THE DRIVER'S STAGING LIFECYCLE - ITS inbox
      *    DIRECTORY IS CREATED ON FIRST DELIVERY. RUN IT FROM THE
      *    NIGHT SHIFT'S CLOCK AHEAD OF THE ARRIVAL WATCH, AS OFTEN
      *    AS NEEDED; A LANDING DIRECTORY WITH NOTHING IN IT IS A
      *    CLEAN ZERO. RETURN CODE 4 WHEN ANY FILE WAS REJECTED.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT TAB-FILE ASSIGN TO FEEDTAB
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TAB-STATUS.

            SELECT LIST-FILE ASSIGN TO "INT.tmp"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LIST-STATUS.

            SELECT LAND-FILE ASSIGN TO DYNAMIC WS-LAND-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LAND-STATUS.

            SELECT FOR-FILE ASSIGN TO DYNAMIC WS-FOR-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FOR-STATUS.

            SELECT STAT-FILE ASSIGN TO ARVSTAT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STAT-STATUS.

            SELECT HIST-FILE ASSIGN TO INTHIST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HIST-STATUS.

            SELECT REJ-FILE ASSIGN TO "../landing/rejected/REJLOG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REJ-STATUS.

         DATA DIVISION.

         FILE SECTION.
         FD TAB-FILE.
         01 TAB-RECORD.
            88 TAB-END           VALUE LOW-VALUE.
            05 TAB-TEXT          PIC X(80).

         FD LIST-FILE.
         01 LIST-RECORD.
            88 LIST-END          VALUE LOW-VALUE.
            05 LIST-TEXT         PIC X(60).

         FD LAND-FILE.
         01 LAND-RECORD.
            88 LAND-END          VALUE LOW-VALUE.
            05 LAND-TEXT         PIC X(400).

         FD FOR-FILE.
         01 FOR-RECORD           PIC X(400).

         FD STAT-FILE.
         01 STAT-RECORD.
            88 STAT-END          VALUE LOW-VALUE.
            05 STA-DIR           PIC X(12).
            05 FILLER            PIC X.
            05 STA-VERDICT       PIC X(8).
            05 FILLER            PIC X.
            05 STA-FEED          PIC X(12).
            05 FILLER            PIC X.
            05 STA-BUS-DATE      PIC X(8).
            05 FILLER            PIC X.
            05 STA-STAMP         PIC X(14).

         FD HIST-FILE.
         COPY "INTREC.CPY".

         FD REJ-FILE.
         01 REJ-RECORD.
            05 REJ-DATE          PIC 9(8).
            05 FILLER            PIC X.
            05 REJ-TIME          PIC 9(6).
            05 FILLER            PIC X.
            05 REJ-FILE-NAME     PIC X(75).
            05 FILLER            PIC X.
            05 REJ-REASON        PIC X(40).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         COPY "EXCLOG.CPY".

         COPY "BATCHDAT.CPY".

         01 WS-TAB-STATUS        PIC XX.
         01 WS-LIST-STATUS       PIC XX.
         01 WS-LAND-STATUS       PIC XX.
         01 WS-FOR-STATUS        PIC XX.
         01 WS-STAT-STATUS       PIC XX.
         01 WS-HIST-STATUS       PIC XX.
         01 WS-REJ-STATUS        PIC XX.

         01 WS-LAND-NAME         PIC X(80).
         01 WS-FOR-NAME          PIC X(40).
         01 WS-COMMAND           PIC X(250).
         01 WS-CMD-PTR           PIC 9(4).

         01 WS-NOW-DATE          PIC 9(8).
         01 WS-NOW-TIME          PIC 9(8).
         01 WS-NOW-TIME-X REDEFINES WS-NOW-TIME PIC X(8).
         01 WS-NOW-STAMP         PIC X(14).

      *
      *    THE ROUTING TABLE, WITH THE LATEST BUSINESS DATE TAKEN IN
      *    FOR EACH FEED FROM THE INTAKE REGISTER.
      *
         01 WS-ROUTE-COUNT       PIC 99 VALUE 0.
         01 WS-ROUTE-TABLE.
            05 WS-ROUTE OCCURS 30.
               10 WS-RT-FEED     PIC X(12).
               10 WS-RT-DIR      PIC X(12).
               10 WS-RT-ADAPTER  PIC X(8).
               10 WS-RT-LAST     PIC X(8).

      *
      *    ARVSTAT AS FOUND, ONE ENTRY PER DAY, REWRITTEN WITH THE
      *    NIGHT'S ARRIVALS.
      *
         01 WS-ARV-COUNT         PIC 99 VALUE 0.
         01 WS-ARV-TABLE.
            05 WS-ARV OCCURS 20.
               10 WS-AV-DIR      PIC X(12).
               10 WS-AV-VERDICT  PIC X(8).
               10 WS-AV-FEED     PIC X(12).
               10 WS-AV-BUS-DATE PIC X(8).
               10 WS-AV-STAMP    PIC X(14).

         01 WS-PARSE-FEED        PIC X(40).
         01 WS-PARSE-DIR         PIC X(40).
         01 WS-PARSE-ADAPTER     PIC X(40).

         01 WS-FILE-NAME         PIC X(60).
         01 WS-REJ-NAME          PIC X(75).
         01 WS-REASON            PIC X(40).
         01 WS-OUTCOME           PIC X(8).
         01 WS-ADAPTER-PGM       PIC X(8).
         01 WS-ADAPTER-RC        PIC 9(4).
         01 WS-ADAPTER-RC-ED     PIC Z9.

         01 WS-FILE-COUNT        PIC 9(4) VALUE 0.
         01 WS-ACCEPT-COUNT      PIC 9(4) VALUE 0.
         01 WS-REJECT-COUNT      PIC 9(4) VALUE 0.

         01 SW-ROUTE-FOUND       PIC 9.
            88 ROUTE-FOUND             VALUE 1.
            88 ROUTE-NOT-FOUND         VALUE 0.

         01 SW-ARV-FOUND         PIC 9.
            88 ARV-FOUND               VALUE 1.
            88 ARV-NOT-FOUND           VALUE 0.

         77 RX                   PIC 99.
         77 AX                   PIC 99.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY00INT'==
                         ==PFX-SUB== BY =='/day00'==.

            ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
            ACCEPT WS-NOW-TIME FROM TIME
            MOVE SPACES TO WS-NOW-STAMP
            STRING WS-NOW-DATE WS-NOW-TIME-X(1:6)
               DELIMITED BY SIZE INTO WS-NOW-STAMP
            END-STRING

            PERFORM LOAD-ROUTING-TABLE
            PERFORM LOAD-INTAKE-REGISTER
            PERFORM LOAD-ARRIVAL-STATUS

            MOVE SPACES TO WS-COMMAND
            STRING 'mkdir -p ../landing/rejected && '
                   'ls -ptr ../landing | grep -v / > INT.tmp'
               DELIMITED BY SIZE INTO WS-COMMAND
            END-STRING
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL
            MOVE 0 TO RETURN-CODE

            OPEN EXTEND HIST-FILE
            IF WS-HIST-STATUS NOT = '00'
               OPEN OUTPUT HIST-FILE
            END-IF

            OPEN INPUT LIST-FILE
            IF WS-LIST-STATUS = '00'
               READ LIST-FILE
                  AT END SET LIST-END TO TRUE
               END-READ
               PERFORM UNTIL LIST-END
                  IF LIST-TEXT NOT = SPACES
                     PERFORM TAKE-IN-ONE-FILE
                  END-IF
                  READ LIST-FILE
                     AT END SET LIST-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE LIST-FILE
            END-IF
            CLOSE HIST-FILE

            MOVE 'rm -f INT.tmp' TO WS-COMMAND
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL
            MOVE 0 TO RETURN-CODE

            IF WS-ACCEPT-COUNT > 0
               PERFORM WRITE-ARRIVAL-STATUS
            END-IF

            DISPLAY 'DAY00INT ' WS-FILE-COUNT ' FILE(S) LANDED, '
                    WS-ACCEPT-COUNT ' DELIVERED, '
                    WS-REJECT-COUNT ' REJECTED'
            IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF

            STOP RUN.

         LOAD-ROUTING-TABLE SECTION.
            OPEN INPUT TAB-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-TAB-STATUS==
                         ==FS-FILE-NAME== BY =='FEEDTAB'==
                         ==FS-PGM==       BY =='DAY00INT'==.
            READ TAB-FILE
               AT END SET TAB-END TO TRUE
            END-READ
            PERFORM UNTIL TAB-END
               IF TAB-TEXT NOT = SPACES
               AND TAB-TEXT(1:1) NOT = '*'
               AND WS-ROUTE-COUNT < 30
                  MOVE SPACES TO WS-PARSE-FEED WS-PARSE-DIR
                                 WS-PARSE-ADAPTER
                  UNSTRING TAB-TEXT
                     DELIMITED BY ALL SPACE
                     INTO WS-PARSE-FEED, WS-PARSE-DIR,
                          WS-PARSE-ADAPTER
                  END-UNSTRING
                  ADD 1 TO WS-ROUTE-COUNT
                  MOVE WS-PARSE-FEED    TO WS-RT-FEED(WS-ROUTE-COUNT)
                  MOVE WS-PARSE-DIR     TO WS-RT-DIR(WS-ROUTE-COUNT)
                  MOVE WS-PARSE-ADAPTER TO
                                      WS-RT-ADAPTER(WS-ROUTE-COUNT)
                  MOVE SPACES           TO WS-RT-LAST(WS-ROUTE-COUNT)
               END-IF
               READ TAB-FILE
                  AT END SET TAB-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE TAB-FILE
            .

      *
      *    THE LATEST BUSINESS DATE ACCEPTED FOR EACH ROUTED FEED.
      *    NO REGISTER YET MEANS NOTHING HAS BEEN TAKEN IN.
      *
         LOAD-INTAKE-REGISTER SECTION.
            OPEN INPUT HIST-FILE
            IF WS-HIST-STATUS = '00'
               READ HIST-FILE
                  AT END SET INT-END TO TRUE
               END-READ
               PERFORM UNTIL INT-END
                  IF INT-OUTCOME = 'ACCEPTED'
                     MOVE INT-FEED TO WS-BAT-FEED-NAME
                     PERFORM FIND-ROUTE
                     IF ROUTE-FOUND
                     AND INT-BUS-DATE > WS-RT-LAST(RX)
                        MOVE INT-BUS-DATE TO WS-RT-LAST(RX)
                     END-IF
                  END-IF
                  READ HIST-FILE
                     AT END SET INT-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE HIST-FILE
            END-IF
            .

         LOAD-ARRIVAL-STATUS SECTION.
            OPEN INPUT STAT-FILE
            IF WS-STAT-STATUS = '00'
               READ STAT-FILE
                  AT END SET STAT-END TO TRUE
               END-READ
               PERFORM UNTIL STAT-END
                  IF STA-DIR NOT = SPACES
                  AND WS-ARV-COUNT < 20
                     ADD 1 TO WS-ARV-COUNT
                     MOVE STA-DIR      TO WS-AV-DIR(WS-ARV-COUNT)
                     MOVE STA-VERDICT  TO WS-AV-VERDICT(WS-ARV-COUNT)
                     MOVE STA-FEED     TO WS-AV-FEED(WS-ARV-COUNT)
                     MOVE STA-BUS-DATE TO
                                       WS-AV-BUS-DATE(WS-ARV-COUNT)
                     MOVE STA-STAMP    TO WS-AV-STAMP(WS-ARV-COUNT)
                  END-IF
                  READ STAT-FILE
                     AT END SET STAT-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE STAT-FILE
            END-IF
            .

         FIND-ROUTE SECTION.
            SET ROUTE-NOT-FOUND TO TRUE
            PERFORM VARYING RX FROM 1 BY 1
                        UNTIL RX > WS-ROUTE-COUNT OR ROUTE-FOUND
               IF WS-RT-FEED(RX) = WS-BAT-FEED-NAME
                  SET ROUTE-FOUND TO TRUE
               END-IF
            END-PERFORM
            IF ROUTE-FOUND
               SUBTRACT 1 FROM RX
            END-IF
            .

      *
      *    IDENTIFY ONE LANDED FILE, CHECK IT IS THE NEXT FILE FOR
      *    ITS FEED, AND DELIVER OR REJECT IT.
      *
         TAKE-IN-ONE-FILE SECTION.
            ADD 1 TO WS-FILE-COUNT
            MOVE LIST-TEXT TO WS-FILE-NAME
            MOVE SPACES TO WS-LAND-NAME
            STRING '../landing/' DELIMITED BY SIZE
                   WS-FILE-NAME  DELIMITED BY SPACE
               INTO WS-LAND-NAME
            END-STRING
            MOVE SPACES TO WS-REASON
            MOVE 0 TO WS-BAT-HDR-SEEN
            MOVE SPACES TO WS-BAT-FEED-NAME WS-BAT-BUS-DATE
            SET ROUTE-NOT-FOUND TO TRUE

            OPEN INPUT LAND-FILE
            IF WS-LAND-STATUS = '00'
               READ LAND-FILE
                  AT END SET LAND-END TO TRUE
               END-READ
               PERFORM UNTIL LAND-END OR LAND-TEXT NOT = SPACES
                  READ LAND-FILE
                     AT END SET LAND-END TO TRUE
                  END-READ
               END-PERFORM
               IF NOT LAND-END
               AND LAND-TEXT(1:5) = '*HDR '
                  COPY "BATCHCHK.CPY"
                     REPLACING ==BAT-FIELD== BY ==LAND-TEXT==
                               ==BAT-PGM==   BY =='DAY00INT'==.
               END-IF
               CLOSE LAND-FILE
            END-IF

            IF WS-BAT-HDR-SEEN = 0
               MOVE 'NO *HDR RECORD - FEED NOT IDENTIFIED'
                  TO WS-REASON
            ELSE
               PERFORM FIND-ROUTE
               IF ROUTE-NOT-FOUND
                  MOVE 'FEED NAME NOT IN THE ROUTING TABLE'
                     TO WS-REASON
               END-IF
            END-IF
            IF WS-REASON = SPACES
               IF WS-BAT-BUS-DATE NOT NUMERIC
                  MOVE 'BUSINESS DATE MISSING OR NOT A DATE'
                     TO WS-REASON
               ELSE
                  IF WS-BAT-BUS-DATE = WS-RT-LAST(RX)
                     MOVE 'DUPLICATE - BUSINESS DATE ALREADY IN'
                        TO WS-REASON
                  END-IF
                  IF WS-BAT-BUS-DATE < WS-RT-LAST(RX)
                     MOVE 'OUT OF SEQUENCE - OLDER THAN LAST IN'
                        TO WS-REASON
                  END-IF
               END-IF
            END-IF
            IF WS-REASON = SPACES
               MOVE SPACES TO WS-COMMAND
               MOVE 1 TO WS-CMD-PTR
               STRING '[ -f ../' DELIMITED BY SIZE
                      WS-RT-DIR(RX) DELIMITED BY SPACE
                      '/inbox/INPFILE ]' DELIMITED BY SIZE
                  INTO WS-COMMAND
                  WITH POINTER WS-CMD-PTR
               END-STRING
               CALL 'SYSTEM' USING WS-COMMAND
               END-CALL
               IF RETURN-CODE = 0
                  MOVE 'INBOX STILL HOLDS AN UNSTAGED FEED'
                     TO WS-REASON
               END-IF
               MOVE 0 TO RETURN-CODE
            END-IF

            IF WS-REASON = SPACES
               PERFORM DELIVER-ONE-FILE
            END-IF
            IF WS-REASON = SPACES
               PERFORM NOTE-ARRIVAL
            ELSE
               PERFORM REJECT-ONE-FILE
            END-IF
            .

      *
      *    INTO THE DAY'S INBOX - THROUGH THE ADAPTER WHEN THE
      *    ROUTING TABLE NAMES ONE. THE SHELL'S WAIT STATUS CARRIES
      *    THE ADAPTER'S RETURN CODE IN ITS HIGH BYTE; ABOVE 4 THE
      *    CONVERSION FAILED AND ANY PART-WRITTEN INBOX FILE IS
      *    REMOVED SO THE DRIVER CANNOT STAGE IT.
      *
         DELIVER-ONE-FILE SECTION.
            MOVE SPACES TO WS-COMMAND
            MOVE 1 TO WS-CMD-PTR
            STRING 'mkdir -p ../' DELIMITED BY SIZE
                   WS-RT-DIR(RX) DELIMITED BY SPACE
                   '/inbox' DELIMITED BY SIZE
               INTO WS-COMMAND
               WITH POINTER WS-CMD-PTR
            END-STRING
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL
            MOVE 0 TO RETURN-CODE

            IF WS-RT-ADAPTER(RX) = SPACES
               MOVE SPACES TO WS-COMMAND
               MOVE 1 TO WS-CMD-PTR
               STRING 'mv ' DELIMITED BY SIZE
                      WS-LAND-NAME DELIMITED BY SPACE
                      ' ../' DELIMITED BY SIZE
                      WS-RT-DIR(RX) DELIMITED BY SPACE
                      '/inbox/INPFILE' DELIMITED BY SIZE
                  INTO WS-COMMAND
                  WITH POINTER WS-CMD-PTR
               END-STRING
               CALL 'SYSTEM' USING WS-COMMAND
               END-CALL
               IF RETURN-CODE NOT = 0
                  MOVE 'DELIVERY INTO THE INBOX FAILED' TO WS-REASON
               END-IF
               MOVE 0 TO RETURN-CODE
            ELSE
               PERFORM COPY-TO-FOREIGN-FEED
               PERFORM RUN-ADAPTER
            END-IF
            .

      *
      *    THE ADAPTER'S LAYOUT DEFINITION DESCRIBES DATA RECORDS
      *    ONLY, SO THE CONTROL RECORDS STAY BEHIND.
      *
         COPY-TO-FOREIGN-FEED SECTION.
            MOVE SPACES TO WS-FOR-NAME
            STRING '../' DELIMITED BY SIZE
                   WS-RT-DIR(RX) DELIMITED BY SPACE
                   '/FORFEED' DELIMITED BY SIZE
               INTO WS-FOR-NAME
            END-STRING
            OPEN INPUT LAND-FILE
            OPEN OUTPUT FOR-FILE
            READ LAND-FILE
               AT END SET LAND-END TO TRUE
            END-READ
            PERFORM UNTIL LAND-END
               IF LAND-TEXT(1:5) NOT = '*HDR '
               AND LAND-TEXT(1:5) NOT = '*TRL '
                  WRITE FOR-RECORD FROM LAND-TEXT
               END-IF
               READ LAND-FILE
                  AT END SET LAND-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE LAND-FILE
            CLOSE FOR-FILE
            .

         RUN-ADAPTER SECTION.
            MOVE WS-RT-ADAPTER(RX) TO WS-ADAPTER-PGM
            INSPECT WS-ADAPTER-PGM CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
            DISPLAY 'DAY00INT RUNNING ' WS-RT-ADAPTER(RX)
                    ' FOR FEED ' WS-BAT-FEED-NAME
            MOVE SPACES TO WS-COMMAND
            MOVE 1 TO WS-CMD-PTR
            STRING 'cd ../' DELIMITED BY SIZE
                   WS-RT-DIR(RX) DELIMITED BY SPACE
                   ' && ./' DELIMITED BY SIZE
                   WS-ADAPTER-PGM DELIMITED BY SPACE
               INTO WS-COMMAND
               WITH POINTER WS-CMD-PTR
            END-STRING
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL
            DIVIDE RETURN-CODE BY 256 GIVING WS-ADAPTER-RC
            MOVE 0 TO RETURN-CODE

            IF WS-ADAPTER-RC > 4
               MOVE WS-ADAPTER-RC TO WS-ADAPTER-RC-ED
               MOVE 1 TO WS-CMD-PTR
               STRING WS-RT-ADAPTER(RX) DELIMITED BY SPACE
                      ' FAILED - RETURN CODE ' DELIMITED BY SIZE
                      WS-ADAPTER-RC-ED DELIMITED BY SIZE
                  INTO WS-REASON
                  WITH POINTER WS-CMD-PTR
               END-STRING
               MOVE SPACES TO WS-COMMAND
               MOVE 1 TO WS-CMD-PTR
               STRING 'rm -f ../' DELIMITED BY SIZE
                      WS-RT-DIR(RX) DELIMITED BY SPACE
                      '/inbox/INPFILE' DELIMITED BY SIZE
                  INTO WS-COMMAND
                  WITH POINTER WS-CMD-PTR
               END-STRING
            ELSE
               MOVE SPACES TO WS-COMMAND
               MOVE 1 TO WS-CMD-PTR
               STRING 'rm -f ' DELIMITED BY SIZE
                      WS-LAND-NAME DELIMITED BY SPACE
                  INTO WS-COMMAND
                  WITH POINTER WS-CMD-PTR
               END-STRING
            END-IF
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL
            MOVE 0 TO RETURN-CODE
            .

      *
      *    THE DAY'S ARVSTAT ENTRY BECOMES AN ARRIVAL, THE FEED'S
      *    SEQUENCE MOVES ON, AND THE REGISTER RECORDS THE FILE.
      *
         NOTE-ARRIVAL SECTION.
            ADD 1 TO WS-ACCEPT-COUNT
            MOVE WS-BAT-BUS-DATE TO WS-RT-LAST(RX)
            SET ARV-NOT-FOUND TO TRUE
            PERFORM VARYING AX FROM 1 BY 1
                        UNTIL AX > WS-ARV-COUNT OR ARV-FOUND
               IF WS-AV-DIR(AX) = WS-RT-DIR(RX)
                  SET ARV-FOUND TO TRUE
               END-IF
            END-PERFORM
            IF ARV-FOUND
               SUBTRACT 1 FROM AX
            ELSE
               IF WS-ARV-COUNT < 20
                  ADD 1 TO WS-ARV-COUNT
               END-IF
               MOVE WS-ARV-COUNT TO AX
               MOVE WS-RT-DIR(RX) TO WS-AV-DIR(AX)
            END-IF
            MOVE 'ARRIVED'        TO WS-AV-VERDICT(AX)
            MOVE WS-BAT-FEED-NAME TO WS-AV-FEED(AX)
            MOVE WS-BAT-BUS-DATE  TO WS-AV-BUS-DATE(AX)
            MOVE WS-NOW-STAMP     TO WS-AV-STAMP(AX)

            DISPLAY 'DAY00INT ' WS-FILE-NAME(1:30) ' FEED '
                    WS-BAT-FEED-NAME ' ' WS-BAT-BUS-DATE
                    ' DELIVERED TO ' WS-RT-DIR(RX)
            MOVE 'ACCEPTED' TO WS-OUTCOME
            PERFORM WRITE-REGISTER-RECORD
            .

      *
      *    OUT OF THE LANDING DIRECTORY UNDER A NAME THAT CANNOT
      *    CLASH WITH AN EARLIER REJECT OF THE SAME FILE.
      *
         REJECT-ONE-FILE SECTION.
            ADD 1 TO WS-REJECT-COUNT
            MOVE SPACES TO WS-REJ-NAME
            STRING WS-FILE-NAME DELIMITED BY SPACE
                   '.'          DELIMITED BY SIZE
                   WS-NOW-STAMP DELIMITED BY SIZE
               INTO WS-REJ-NAME
            END-STRING
            MOVE SPACES TO WS-COMMAND
            MOVE 1 TO WS-CMD-PTR
            STRING 'mv ' DELIMITED BY SIZE
                   WS-LAND-NAME DELIMITED BY SPACE
                   ' ../landing/rejected/' DELIMITED BY SIZE
                   WS-REJ-NAME DELIMITED BY SPACE
               INTO WS-COMMAND
               WITH POINTER WS-CMD-PTR
            END-STRING
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL
            MOVE 0 TO RETURN-CODE

            OPEN EXTEND REJ-FILE
            IF WS-REJ-STATUS NOT = '00'
               OPEN OUTPUT REJ-FILE
            END-IF
            MOVE SPACES TO REJ-RECORD
            MOVE WS-NOW-DATE        TO REJ-DATE
            MOVE WS-NOW-TIME-X(1:6) TO REJ-TIME
            MOVE WS-REJ-NAME        TO REJ-FILE-NAME
            MOVE WS-REASON          TO REJ-REASON
            WRITE REJ-RECORD
            CLOSE REJ-FILE

            DISPLAY 'DAY00INT WARNING - ' WS-FILE-NAME(1:30)
                    ' REJECTED - ' WS-REASON
            MOVE SPACES TO WS-EXCLOG-LINE
            STRING 'DAY00INT E FEED REJECTED - ' DELIMITED BY SIZE
                   WS-FILE-NAME DELIMITED BY SPACE
                   ' - '        DELIMITED BY SIZE
                   WS-REASON    DELIMITED BY SIZE
               INTO WS-EXCLOG-LINE
            END-STRING
            CALL 'DAY00LOG' USING WS-EXCLOG-LINE
            END-CALL

            MOVE 'REJECTED' TO WS-OUTCOME
            PERFORM WRITE-REGISTER-RECORD
            .

         WRITE-REGISTER-RECORD SECTION.
            MOVE SPACES             TO INT-RECORD
            MOVE WS-OUTCOME         TO INT-OUTCOME
            MOVE WS-NOW-DATE        TO INT-DATE
            MOVE WS-NOW-TIME-X(1:6) TO INT-TIME
            MOVE WS-BAT-FEED-NAME   TO INT-FEED
            MOVE WS-BAT-BUS-DATE    TO INT-BUS-DATE
            IF ROUTE-FOUND
               MOVE WS-RT-DIR(RX)   TO INT-DIR
            END-IF
            MOVE WS-REASON          TO INT-REASON
            MOVE WS-FILE-NAME       TO INT-FILE
            WRITE INT-RECORD
            .

         WRITE-ARRIVAL-STATUS SECTION.
            OPEN OUTPUT STAT-FILE
            PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > WS-ARV-COUNT
               MOVE SPACES            TO STAT-RECORD
               MOVE WS-AV-DIR(AX)      TO STA-DIR
               MOVE WS-AV-VERDICT(AX)  TO STA-VERDICT
               MOVE WS-AV-FEED(AX)     TO STA-FEED
               MOVE WS-AV-BUS-DATE(AX) TO STA-BUS-DATE
               MOVE WS-AV-STAMP(AX)    TO STA-STAMP
               WRITE STAT-RECORD
            END-PERFORM
            CLOSE STAT-FILE
            .
