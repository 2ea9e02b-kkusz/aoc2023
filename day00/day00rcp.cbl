         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY00RCP.

      *
      *    DOWNSTREAM RECEIPT RECONCILIATION FOR PUBFILE. ONCE
      *    DAY00PUB HAD WRITTEN THE INTERFACE FILE NOTHING TOLD US
      *    WHETHER THE CONSUMER LOADED IT, LOADED ALL OF IT, OR
      *    THREW IT OUT - A REFUSED FILE SURFACED DAYS LATER AS A
      *    QUESTION ABOUT A FIGURE. THE CONSUMER NOW DROPS A RECEIPT
      *    ON PUBACK (ACKREC.CPY) FOR EVERY FILE IT LOADS OR
      *    REFUSES, AND THIS STEP MATCHES THE RECEIPTS TO WHAT
      *    PUBHIST SAYS WAS SENT:
      *       - EACH PUBLISHED OR SUPPLEMENTARY PUBLICATION ON
      *         PUBHIST THAT CARRIES A RECORD COUNT AND ANSWER HASH
      *         IS TRACKED; A LATER FULL PUBLICATION OF THE SAME
      *         RUN-ID REPLACES IT AND EVERY SUPPLEMENT BEFORE IT;
      *       - A RECEIPT BELONGS TO THE LATEST PUBLICATION OF ITS
      *         RUN-ID SENT AT OR BEFORE THE RECEIPT'S LOAD DATE AND
      *         TIME, AND THE LATEST RECEIPT FOR A PUBLICATION
      *         STANDS;
      *       - A PUBLICATION WITH NO RECEIPT BY ITS CUTOFF IS
      *         OVERDUE, ONE LOADED WITH A DIFFERENT RECORD COUNT OR
      *         HASH IS A MISMATCH, ONE REFUSED IS REJECTED, AND ONE
      *         LOADED AS SENT IS MATCHED.
      *    THE CUTOFF COMES FROM ACKPARMS ('INTERFACE DAYS HHMM' -
      *    THE RECEIPT IS DUE BY HHMM THE GIVEN NUMBER OF DAYS AFTER
      *    THE PUBLICATION DATE, AND NEVER BEFORE THE PUBLICATION
      *    ITSELF; LINES STARTING WITH * ARE COMMENTS). THE RESULT
      *    IS REWRITTEN TO PUBRECON (RCPREC.CPY) EVERY RUN. EACH
      *    PUBLICATION THAT TURNS OVERDUE, MISMATCHED OR REJECTED
      *    RAISES ONE DAY00ALR ALERT FOR THAT STATE, AND DAY00DRV
      *    KEEPS IT ON THE MORNING RUN SHEET UNTIL A RECEIPT
      *    RECONCILES IT. ANY OUTSTANDING PUBLICATION ENDS THE STEP
      *    WITH RETURN CODE 4.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT TAB-FILE ASSIGN TO ACKPARMS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TAB-STATUS.

            SELECT PHST-FILE ASSIGN TO PUBHIST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PHST-STATUS.

            SELECT ACK-FILE ASSIGN TO PUBACK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ACK-STATUS.

            SELECT RCN-FILE ASSIGN TO PUBRECON
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RCN-STATUS.

         DATA DIVISION.

         FILE SECTION.
         FD TAB-FILE.
         01 TAB-RECORD.
            88 TAB-END           VALUE LOW-VALUE.
            05 TAB-TEXT          PIC X(80).

         FD PHST-FILE.
         01 PHST-RECORD.
            88 PHST-END          VALUE LOW-VALUE.
            05 PH-DATE           PIC 9(8).
            05 FILLER            PIC X.
            05 PH-TIME           PIC 9(6).
            05 FILLER            PIC X.
            05 PH-RUN-ID         PIC 9(6).
            05 FILLER            PIC X.
            05 PH-RUN-DATE       PIC 9(8).
            05 FILLER            PIC X.
            05 PH-OUTCOME        PIC X(9).
            05 FILLER            PIC X.
            05 PH-MISSING        PIC 99.
            05 FILLER            PIC X.
            05 PH-DUPLICATE      PIC 99.
            05 FILLER            PIC X.
            05 PH-ESCALATED      PIC 99.
            05 FILLER            PIC X.
            05 PH-HELD           PIC 99.
            05 FILLER            PIC X.
            05 PH-CORRECTED      PIC 99.
            05 FILLER            PIC X.
            05 PH-RECORDS        PIC 9(5).
            05 FILLER            PIC X.
            05 PH-HASH           PIC 9(18).
            05 FILLER            PIC X(3).

         FD ACK-FILE.
         COPY "ACKREC.CPY".

         FD RCN-FILE.
         COPY "RCPREC.CPY".

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         COPY "ALERTDAT.CPY".

         01 WS-TAB-STATUS        PIC XX.
         01 WS-PHST-STATUS       PIC XX.
         01 WS-ACK-STATUS        PIC XX.
         01 WS-RCN-STATUS        PIC XX.

         01 WS-NOW-DATE          PIC 9(8).
         01 WS-NOW-TIME          PIC 9(8).
         01 WS-NOW-TIME-X REDEFINES WS-NOW-TIME PIC X(8).
         01 WS-NOW-STAMP         PIC 9(12).
         01 WS-NOW-STAMP-R REDEFINES WS-NOW-STAMP.
            05 WS-NOW-STAMP-DATE PIC 9(8).
            05 WS-NOW-STAMP-HHMM PIC 9(4).

      *
      *    THE PUBFILE LINE OF ACKPARMS.
      *
         01 WS-PARSE-NAME        PIC X(10).
         01 WS-PARSE-DAYS        PIC X(4).
         01 WS-PARSE-CUTOFF      PIC X(6).
         01 WS-ACK-DAYS          PIC 9 VALUE 0.
         01 WS-ACK-HHMM          PIC 9(4) VALUE 0.
         01 SW-CUTOFF            PIC 9 VALUE 0.
            88 CUTOFF-FOUND            VALUE 1.

      *
      *    THE PUBLICATIONS TRACKED, OLDEST FIRST. WHEN THE TABLE IS
      *    FULL THE OLDEST ONE DROPS OFF.
      *
         01 WS-PUB-COUNT         PIC 9(3) VALUE 0.
         01 WS-PUB-TABLE.
            05 WS-PUB-ENTRY OCCURS 400.
               10 WS-P-STAMP     PIC 9(14).
               10 WS-P-STAMP-R REDEFINES WS-P-STAMP.
                  15 WS-P-DATE   PIC 9(8).
                  15 WS-P-TIME   PIC 9(6).
               10 WS-P-RUN-ID    PIC 9(6).
               10 WS-P-OUTCOME   PIC X(9).
               10 WS-P-RECORDS   PIC 9(5).
               10 WS-P-HASH      PIC 9(18).
               10 WS-P-DUE       PIC 9(12).
               10 WS-P-DUE-R REDEFINES WS-P-DUE.
                  15 WS-P-DUE-DATE PIC 9(8).
                  15 WS-P-DUE-HHMM PIC 9(4).
               10 WS-P-STATE     PIC X(8).
               10 WS-P-ACK-STAMP PIC 9(14).
               10 WS-P-ACK-STAMP-R REDEFINES WS-P-ACK-STAMP.
                  15 WS-P-ACK-DATE PIC 9(8).
                  15 WS-P-ACK-TIME PIC 9(6).
               10 WS-P-ACK-STATUS PIC X(8).
               10 WS-P-ACK-RECORDS PIC 9(5).
               10 WS-P-ACK-HASH  PIC 9(18).
               10 WS-P-ACK-REASON PIC X(40).
               10 WS-P-ALERTED   PIC X(8).
         77 PX                   PIC 9(3).
         77 MX                   PIC 9(3).

         01 WS-ACK-STAMP         PIC 9(14).
         01 WS-ACK-STAMP-R REDEFINES WS-ACK-STAMP.
            05 WS-ACK-STAMP-DATE PIC 9(8).
            05 WS-ACK-STAMP-TIME PIC 9(6).

      *
      *    A CALENDAR DATE ROLLED FORWARD A DAY AT A TIME, ACROSS
      *    MONTH AND YEAR ENDS.
      *
         01 WS-DUE-DATE          PIC 9(8).
         01 FILLER REDEFINES WS-DUE-DATE.
            05 WS-DD-YEAR        PIC 9(4).
            05 WS-DD-MONTH       PIC 99.
            05 WS-DD-DAY         PIC 99.
         01 WS-DAYS-IN-MONTH     PIC 99.
         01 WS-LEAP-REM          PIC 9(4).

         01 WS-ACK-READ          PIC 9(5) VALUE 0.
         01 WS-ACK-BAD           PIC 9(5) VALUE 0.
         01 WS-ACK-STRAY         PIC 9(5) VALUE 0.
         01 WS-DROP-COUNT        PIC 9(3) VALUE 0.
         01 WS-MATCHED-COUNT     PIC 9(3) VALUE 0.
         01 WS-PENDING-COUNT     PIC 9(3) VALUE 0.
         01 WS-OUTSTAND-COUNT    PIC 9(3) VALUE 0.
         01 WS-ALERT-COUNT       PIC 9(3) VALUE 0.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY00RCP'==
                         ==PFX-SUB== BY =='/day00'==.

            ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
            ACCEPT WS-NOW-TIME FROM TIME
            MOVE WS-NOW-DATE        TO WS-NOW-STAMP-DATE
            MOVE WS-NOW-TIME-X(1:4) TO WS-NOW-STAMP-HHMM

            PERFORM LOAD-ACK-CUTOFF
            PERFORM LOAD-PUBLICATIONS
            PERFORM APPLY-RECEIPTS
            PERFORM CARRY-ALERTED-STATE
            PERFORM RECONCILE-PUBLICATIONS
            PERFORM WRITE-RECONCILIATION

            DISPLAY 'DAY00RCP ' WS-PUB-COUNT ' PUBLICATION(S) '
                    'TRACKED, ' WS-MATCHED-COUNT ' MATCHED, '
                    WS-PENDING-COUNT ' PENDING, '
                    WS-OUTSTAND-COUNT ' OUTSTANDING'
            IF WS-ACK-BAD > 0
               DISPLAY 'DAY00RCP WARNING - ' WS-ACK-BAD
                       ' UNREADABLE PUBACK RECEIPT(S) SKIPPED'
            END-IF
            IF WS-ACK-STRAY > 0
               DISPLAY 'DAY00RCP WARNING - ' WS-ACK-STRAY
                       ' RECEIPT(S) MATCH NO TRACKED PUBLICATION'
            END-IF
            IF WS-DROP-COUNT > 0
               DISPLAY 'DAY00RCP WARNING - ' WS-DROP-COUNT
                       ' OLDEST PUBLICATION(S) NO LONGER TRACKED'
            END-IF
            IF WS-ALERT-COUNT > 0
               DISPLAY 'DAY00RCP ' WS-ALERT-COUNT
                       ' ALERT(S) RAISED'
            END-IF
            IF WS-OUTSTAND-COUNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF

            STOP RUN.

      *
      *    THE RECEIPT CUTOFF FOR PUBFILE. A TABLE WITHOUT A PUBFILE
      *    LINE LEAVES NOTHING TO JUDGE OVERDUE BY.
      *
         LOAD-ACK-CUTOFF SECTION.
            OPEN INPUT TAB-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-TAB-STATUS==
                         ==FS-FILE-NAME== BY =='ACKPARMS'==
                         ==FS-PGM==       BY =='DAY00RCP'==.
            READ TAB-FILE
               AT END SET TAB-END TO TRUE
            END-READ
            PERFORM UNTIL TAB-END OR CUTOFF-FOUND
               IF TAB-TEXT NOT = SPACES
               AND TAB-TEXT(1:1) NOT = '*'
                  MOVE SPACES TO WS-PARSE-NAME
                                 WS-PARSE-DAYS
                                 WS-PARSE-CUTOFF
                  UNSTRING TAB-TEXT
                     DELIMITED BY ALL SPACE
                     INTO WS-PARSE-NAME, WS-PARSE-DAYS,
                          WS-PARSE-CUTOFF
                  END-UNSTRING
                  IF WS-PARSE-NAME = 'PUBFILE'
                  AND WS-PARSE-DAYS(1:1) NUMERIC
                  AND WS-PARSE-DAYS(2:1) = SPACE
                  AND WS-PARSE-CUTOFF(1:4) NUMERIC
                     MOVE WS-PARSE-DAYS(1:1)   TO WS-ACK-DAYS
                     MOVE WS-PARSE-CUTOFF(1:4) TO WS-ACK-HHMM
                     SET CUTOFF-FOUND TO TRUE
                  END-IF
               END-IF
               READ TAB-FILE
                  AT END SET TAB-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE TAB-FILE
            IF NOT CUTOFF-FOUND
               DISPLAY 'DAY00RCP NO PUBFILE RECEIPT CUTOFF IN '
                       'ACKPARMS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF
            DISPLAY 'DAY00RCP RECEIPT DUE BY ' WS-ACK-HHMM ' '
                    WS-ACK-DAYS ' DAY(S) AFTER PUBLICATION'
            .

      *
      *    THE PUBLICATIONS SENT. A BLOCKED ATTEMPT SENT NOTHING,
      *    AND A RECORD WRITTEN BEFORE PUBHIST CARRIED THE COUNT AND
      *    HASH HAS NOTHING TO RECONCILE AGAINST.
      *
         LOAD-PUBLICATIONS SECTION.
            OPEN INPUT PHST-FILE
            IF WS-PHST-STATUS = '00'
               READ PHST-FILE
                  AT END SET PHST-END TO TRUE
               END-READ
               PERFORM UNTIL PHST-END
                  IF PH-DATE NUMERIC
                  AND PH-TIME NUMERIC
                  AND PH-RUN-ID NUMERIC
                  AND PH-RECORDS NUMERIC
                  AND PH-HASH NUMERIC
                  AND (PH-OUTCOME = 'PUBLISHED'
                       OR PH-OUTCOME = 'SUPPLEMNT')
                     PERFORM ADD-PUBLICATION
                  END-IF
                  READ PHST-FILE
                     AT END SET PHST-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE PHST-FILE
            ELSE
               DISPLAY 'DAY00RCP NO PUBHIST - NOTHING PUBLISHED YET'
            END-IF
            .

         ADD-PUBLICATION SECTION.
            IF PH-OUTCOME = 'PUBLISHED'
               PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PUB-COUNT
                  IF WS-P-RUN-ID(PX) = PH-RUN-ID
                     MOVE 'REPLACED' TO WS-P-STATE(PX)
                  END-IF
               END-PERFORM
            END-IF
            IF WS-PUB-COUNT = 400
               PERFORM DROP-OLDEST-PUBLICATION
            END-IF
            ADD 1 TO WS-PUB-COUNT
            MOVE WS-PUB-COUNT TO PX
            INITIALIZE WS-PUB-ENTRY(PX)
            MOVE PH-DATE    TO WS-P-DATE(PX)
            MOVE PH-TIME    TO WS-P-TIME(PX)
            MOVE PH-RUN-ID  TO WS-P-RUN-ID(PX)
            MOVE PH-OUTCOME TO WS-P-OUTCOME(PX)
            MOVE PH-RECORDS TO WS-P-RECORDS(PX)
            MOVE PH-HASH    TO WS-P-HASH(PX)
            MOVE SPACES     TO WS-P-ALERTED(PX)
            PERFORM SET-RECEIPT-DUE
            .

         DROP-OLDEST-PUBLICATION SECTION.
            PERFORM VARYING MX FROM 1 BY 1
                        UNTIL MX >= WS-PUB-COUNT
               MOVE WS-PUB-ENTRY(MX + 1) TO WS-PUB-ENTRY(MX)
            END-PERFORM
            SUBTRACT 1 FROM WS-PUB-COUNT
            ADD 1 TO WS-DROP-COUNT
            .

      *
      *    DUE BY THE CUTOFF HHMM THE SET NUMBER OF DAYS AFTER THE
      *    PUBLICATION DATE - OR, WITH NO DAYS GIVEN AND THE FILE
      *    SENT AT OR AFTER THE CUTOFF, THE NEXT DAY'S.
      *
         SET-RECEIPT-DUE SECTION.
            MOVE WS-P-DATE(PX) TO WS-DUE-DATE
            PERFORM ADVANCE-ONE-DAY WS-ACK-DAYS TIMES
            IF WS-ACK-DAYS = 0
            AND WS-ACK-HHMM * 100 <= WS-P-TIME(PX)
               PERFORM ADVANCE-ONE-DAY
            END-IF
            MOVE WS-DUE-DATE TO WS-P-DUE-DATE(PX)
            MOVE WS-ACK-HHMM TO WS-P-DUE-HHMM(PX)
            .

         ADVANCE-ONE-DAY SECTION.
            EVALUATE WS-DD-MONTH
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                  MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                  MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN OTHER
                  MOVE 28 TO WS-DAYS-IN-MONTH
                  DIVIDE WS-DD-YEAR BY 4
                     GIVING WS-LEAP-REM
                     REMAINDER WS-LEAP-REM
                  IF WS-LEAP-REM = 0
                     MOVE 29 TO WS-DAYS-IN-MONTH
                  END-IF
            END-EVALUATE
            IF WS-DD-DAY < WS-DAYS-IN-MONTH
               ADD 1 TO WS-DD-DAY
            ELSE
               MOVE 1 TO WS-DD-DAY
               IF WS-DD-MONTH = 12
                  ADD 1 TO WS-DD-YEAR
                  MOVE 1 TO WS-DD-MONTH
               ELSE
                  ADD 1 TO WS-DD-MONTH
               END-IF
            END-IF
            .

      *
      *    EACH RECEIPT GOES TO THE LATEST PUBLICATION OF ITS RUN-ID
      *    SENT AT OR BEFORE IT WAS LOADED; OF TWO RECEIPTS FOR ONE
      *    PUBLICATION THE LATER LOAD STANDS.
      *
         APPLY-RECEIPTS SECTION.
            OPEN INPUT ACK-FILE
            IF WS-ACK-STATUS = '00'
               READ ACK-FILE
                  AT END SET ACK-END TO TRUE
               END-READ
               PERFORM UNTIL ACK-END
                  ADD 1 TO WS-ACK-READ
                  IF ACK-RUN-ID NUMERIC
                  AND ACK-RECORDS NUMERIC
                  AND ACK-HASH NUMERIC
                  AND ACK-DATE NUMERIC
                  AND ACK-TIME NUMERIC
                  AND (ACK-LOADED OR ACK-REJECTED)
                     PERFORM APPLY-ONE-RECEIPT
                  ELSE
                     ADD 1 TO WS-ACK-BAD
                     DISPLAY 'DAY00RCP UNREADABLE RECEIPT AT PUBACK '
                             'LINE ' WS-ACK-READ
                  END-IF
                  READ ACK-FILE
                     AT END SET ACK-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE ACK-FILE
            END-IF
            .

         APPLY-ONE-RECEIPT SECTION.
            MOVE ACK-DATE TO WS-ACK-STAMP-DATE
            MOVE ACK-TIME TO WS-ACK-STAMP-TIME
            MOVE 0 TO MX
            PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PUB-COUNT
               IF WS-P-RUN-ID(PX) = ACK-RUN-ID
               AND WS-P-STAMP(PX) <= WS-ACK-STAMP
                  MOVE PX TO MX
               END-IF
            END-PERFORM
            IF MX = 0
               ADD 1 TO WS-ACK-STRAY
               DISPLAY 'DAY00RCP RECEIPT FOR RUN-ID ' ACK-RUN-ID
                       ' LOADED ' ACK-DATE ' ' ACK-TIME
                       ' MATCHES NO PUBLICATION'
            ELSE
               IF WS-ACK-STAMP >= WS-P-ACK-STAMP(MX)
                  MOVE WS-ACK-STAMP TO WS-P-ACK-STAMP(MX)
                  MOVE ACK-STATUS   TO WS-P-ACK-STATUS(MX)
                  MOVE ACK-RECORDS  TO WS-P-ACK-RECORDS(MX)
                  MOVE ACK-HASH     TO WS-P-ACK-HASH(MX)
                  MOVE ACK-REASON   TO WS-P-ACK-REASON(MX)
               END-IF
            END-IF
            .

      *
      *    THE STATE EACH PUBLICATION WAS LAST ALERTED FOR, FROM THE
      *    PREVIOUS RECONCILIATION.
      *
         CARRY-ALERTED-STATE SECTION.
            OPEN INPUT RCN-FILE
            IF WS-RCN-STATUS = '00'
               READ RCN-FILE
                  AT END SET RCN-END TO TRUE
               END-READ
               PERFORM UNTIL RCN-END
                  PERFORM VARYING PX FROM 1 BY 1
                              UNTIL PX > WS-PUB-COUNT
                     IF WS-P-DATE(PX) = RCN-PUB-DATE
                     AND WS-P-TIME(PX) = RCN-PUB-TIME
                     AND WS-P-RUN-ID(PX) = RCN-RUN-ID
                        MOVE RCN-ALERTED TO WS-P-ALERTED(PX)
                     END-IF
                  END-PERFORM
                  READ RCN-FILE
                     AT END SET RCN-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE RCN-FILE
            END-IF
            .

         RECONCILE-PUBLICATIONS SECTION.
            PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PUB-COUNT
               EVALUATE TRUE
                  WHEN WS-P-STATE(PX) = 'REPLACED'
                     CONTINUE
                  WHEN WS-P-ACK-STAMP(PX) = 0
                  AND WS-NOW-STAMP >= WS-P-DUE(PX)
                     MOVE 'OVERDUE' TO WS-P-STATE(PX)
                  WHEN WS-P-ACK-STAMP(PX) = 0
                     MOVE 'PENDING' TO WS-P-STATE(PX)
                  WHEN WS-P-ACK-STATUS(PX) = 'REJECTED'
                     MOVE 'REJECTED' TO WS-P-STATE(PX)
                  WHEN WS-P-ACK-RECORDS(PX) NOT = WS-P-RECORDS(PX)
                  OR WS-P-ACK-HASH(PX) NOT = WS-P-HASH(PX)
                     MOVE 'MISMATCH' TO WS-P-STATE(PX)
                  WHEN OTHER
                     MOVE 'MATCHED' TO WS-P-STATE(PX)
               END-EVALUATE
               EVALUATE WS-P-STATE(PX)
                  WHEN 'MATCHED'
                     ADD 1 TO WS-MATCHED-COUNT
                     MOVE SPACES TO WS-P-ALERTED(PX)
                  WHEN 'PENDING'
                     ADD 1 TO WS-PENDING-COUNT
                     MOVE SPACES TO WS-P-ALERTED(PX)
                  WHEN 'REPLACED'
                     MOVE SPACES TO WS-P-ALERTED(PX)
                  WHEN OTHER
                     ADD 1 TO WS-OUTSTAND-COUNT
                     PERFORM REPORT-OUTSTANDING
               END-EVALUATE
            END-PERFORM
            .

      *
      *    AN OUTSTANDING PUBLICATION IS SHOWN EVERY RUN BUT PAGED
      *    ONLY WHEN IT FIRST REACHES ITS CURRENT STATE.
      *
         REPORT-OUTSTANDING SECTION.
            EVALUATE WS-P-STATE(PX)
               WHEN 'OVERDUE'
                  DISPLAY 'DAY00RCP OVERDUE  RUN-ID ' WS-P-RUN-ID(PX)
                          ' SENT ' WS-P-DATE(PX) ' ' WS-P-TIME(PX)
                          ' - NO RECEIPT BY ' WS-P-DUE-DATE(PX)
                          ' ' WS-P-DUE-HHMM(PX)
               WHEN 'REJECTED'
                  DISPLAY 'DAY00RCP REJECTED RUN-ID ' WS-P-RUN-ID(PX)
                          ' SENT ' WS-P-DATE(PX) ' ' WS-P-TIME(PX)
                          ' - ' WS-P-ACK-REASON(PX)
               WHEN OTHER
                  DISPLAY 'DAY00RCP MISMATCH RUN-ID ' WS-P-RUN-ID(PX)
                          ' SENT ' WS-P-RECORDS(PX) '/'
                          WS-P-HASH(PX) ' RECEIVED '
                          WS-P-ACK-RECORDS(PX) '/'
                          WS-P-ACK-HASH(PX)
            END-EVALUATE
            IF WS-P-ALERTED(PX) NOT = WS-P-STATE(PX)
               MOVE SPACES TO WS-ALERT-LINE
               EVALUATE WS-P-STATE(PX)
                  WHEN 'OVERDUE'
                     STRING 'DAY00RCP 0004 PUBFILE RUN-ID '
                            WS-P-RUN-ID(PX) ' SENT '
                            WS-P-DATE(PX) ' NOT ACKNOWLEDGED BY '
                            WS-P-DUE-HHMM(PX)
                        DELIMITED BY SIZE INTO WS-ALERT-LINE
                     END-STRING
                  WHEN 'REJECTED'
                     STRING 'DAY00RCP 0008 PUBFILE RUN-ID '
                            WS-P-RUN-ID(PX) ' SENT '
                            WS-P-DATE(PX) ' REJECTED DOWNSTREAM'
                        DELIMITED BY SIZE INTO WS-ALERT-LINE
                     END-STRING
                  WHEN OTHER
                     STRING 'DAY00RCP 0008 PUBFILE RUN-ID '
                            WS-P-RUN-ID(PX) ' SENT '
                            WS-P-DATE(PX) ' COUNT/HASH MISMATCH'
                        DELIMITED BY SIZE INTO WS-ALERT-LINE
                     END-STRING
               END-EVALUATE
               CALL 'DAY00ALR' USING WS-ALERT-LINE
               END-CALL
               MOVE WS-P-STATE(PX) TO WS-P-ALERTED(PX)
               ADD 1 TO WS-ALERT-COUNT
            END-IF
            .

         WRITE-RECONCILIATION SECTION.
            OPEN OUTPUT RCN-FILE
            PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PUB-COUNT
               MOVE SPACES                TO RCN-RECORD
               MOVE WS-P-DATE(PX)         TO RCN-PUB-DATE
               MOVE WS-P-TIME(PX)         TO RCN-PUB-TIME
               MOVE WS-P-RUN-ID(PX)       TO RCN-RUN-ID
               MOVE WS-P-OUTCOME(PX)      TO RCN-OUTCOME
               MOVE WS-P-RECORDS(PX)      TO RCN-RECORDS
               MOVE WS-P-HASH(PX)         TO RCN-HASH
               MOVE WS-P-DUE-DATE(PX)     TO RCN-DUE-DATE
               MOVE WS-P-DUE-HHMM(PX)     TO RCN-DUE-TIME
               MOVE WS-P-STATE(PX)        TO RCN-STATE
               MOVE WS-P-ACK-RECORDS(PX)  TO RCN-ACK-RECORDS
               MOVE WS-P-ACK-HASH(PX)     TO RCN-ACK-HASH
               MOVE WS-P-ACK-DATE(PX)     TO RCN-ACK-DATE
               MOVE WS-P-ACK-TIME(PX)     TO RCN-ACK-TIME
               MOVE WS-P-ALERTED(PX)      TO RCN-ALERTED
               MOVE WS-P-ACK-REASON(PX)   TO RCN-ACK-REASON
               WRITE RCN-RECORD
            END-PERFORM
            CLOSE RCN-FILE
            .
