         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY00PRG.

      *
      *    RETENTION PURGE OF THE SUITE'S HISTORY MASTERS. DAY00ARC
      *    ROLLS CTLFILE AND DAY00GEN PRUNES REPORT GENERATIONS, BUT
      *    CTLMAST, RUNHIST, GAMHIST, SENMST AND THE AUDIT TRAILS
      *    ONLY EVER GROW, AND EACH NIGHT'S LOAD GETS SLOWER. THE
      *    RETENTION TABLE (RETTAB, 'MASTER DATE-POSITION MONTHS')
      *    NAMES EACH MASTER, THE COLUMN ITS YYYYMMDD KEY DATE
      *    STARTS IN, AND HOW MANY MONTHS BEFORE THE CURRENT ONE
      *    STAY ONLINE. A RECORD DATED BEFORE THE FIRST OF THE
      *    EARLIEST KEPT MONTH IS MOVED TO THE DATED ARCHIVE
      *    <MASTER>.ARC.YYYYMMDD (APPENDED TO IF THE PURGE RUNS
      *    TWICE IN A DAY); THE RECORDS THAT REMAIN ARE COPIED BACK
      *    IN THEIR ORIGINAL ORDER, SO THE MASTER STAYS IN KEY
      *    ORDER, AND THE BEFORE, PURGED AND AFTER COUNTS ARE
      *    PRINTED FOR EACH MASTER. A RECORD WHOSE DATE IS NOT
      *    NUMERIC IS KEPT, AND A MASTER WITH DATE POSITION 0
      *    (CHKHIST, WHICH TRIMS ITSELF TO CHKDEPTH RUNS) IS COUNTED
      *    BUT NEVER PURGED.
      *
      *    NOTHING STILL REFERRED TO IS PURGED. THE OLDEST BACKUP
      *    SET STILL KEPT UNDER ../BACKUPS MAY BE RESTORED AND
      *    ROLLED FORWARD, SO NO RECORD DATED ON OR AFTER IT IS
      *    TAKEN; NOR IS ANY RECORD DATED ON OR AFTER THE RUN OF
      *    THE EARLIEST QUERY STILL OPEN ON REVMAST, WHICH THE
      *    REVIEWER MAY YET NEED TO INVESTIGATE. EITHER HOLD PULLS
      *    THE CUTOFF BACK AND IS NAMED ON THE CONSOLE. PURGING
      *    REWRITES LIVE MASTERS, SO THE UTILITY IS GATED BY AUTHTAB
      *    AND HOLDS THE EXCLUSIVE SUITE LOCK.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT RET-FILE ASSIGN TO RETTAB
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RET-STATUS.

            SELECT REV-FILE ASSIGN TO REVMAST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REV-STATUS.

            SELECT CTLM-FILE ASSIGN TO CTLMAST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CTLM-STATUS.

            SELECT LIST-FILE ASSIGN TO "PRG.tmp"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LIST-STATUS.

            SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MAST-STATUS.

            SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARCH-STATUS.

            SELECT WORK-FILE ASSIGN TO "PRG.wrk"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WORK-STATUS.

         DATA DIVISION.

         FILE SECTION.
         FD RET-FILE.
         01 RET-RECORD.
            88 RET-END           VALUE LOW-VALUE.
            05 RET-TEXT          PIC X(80).

         FD REV-FILE.
         01 REV-RECORD.
            88 REV-END           VALUE LOW-VALUE.
            05 REV-RUN-ID        PIC 9(6).
            05 FILLER            PIC X.
            05 REV-STATUS        PIC X.
            05 FILLER            PIC X.
            05 REV-DATE          PIC 9(8).
            05 FILLER            PIC X(90).

         FD CTLM-FILE.
         01 CTLM-RECORD.
            88 CTLM-END          VALUE LOW-VALUE.
            05 CTLM-PROGRAM      PIC X(8).
            05 CTLM-LABEL        PIC X(10).
            05 CTLM-RUN-DATE     PIC 9(8).
            05 CTLM-RUN-ID       PIC 9(6).
            05 FILLER            PIC X(81).

         FD LIST-FILE.
         01 LIST-RECORD.
            88 LIST-END          VALUE LOW-VALUE.
            05 LIST-TEXT         PIC X(100).

         FD MAST-FILE.
         01 MAST-RECORD.
            88 MAST-END          VALUE LOW-VALUE.
            05 MAST-TEXT         PIC X(300).

         FD ARCH-FILE.
         01 ARCH-RECORD          PIC X(300).

         FD WORK-FILE.
         01 WORK-RECORD.
            88 WORK-END          VALUE LOW-VALUE.
            05 WORK-TEXT         PIC X(300).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         01 WS-AUTH-PGM          PIC X(8) VALUE 'DAY00PRG'.
         01 WS-AUTH-FLAG         PIC 9 VALUE 0.
            88 OPERATOR-AUTHORIZED     VALUE 1.

         COPY "LOCKDAT.CPY".

         01 WS-RET-STATUS        PIC XX.
         01 WS-REV-STATUS        PIC XX.
         01 WS-CTLM-STATUS       PIC XX.
         01 WS-LIST-STATUS       PIC XX.
         01 WS-MAST-STATUS       PIC XX.
         01 WS-ARCH-STATUS       PIC XX.
         01 WS-WORK-STATUS       PIC XX.

         01 WS-MAST-NAME         PIC X(100).
         01 WS-ARCH-NAME         PIC X(100).
         01 WS-COMMAND           PIC X(120).

         01 WS-TODAY             PIC 9(8).
         01 WS-TODAY-X REDEFINES WS-TODAY.
            05 WS-TODAY-YEAR     PIC 9(4).
            05 WS-TODAY-MONTH    PIC 99.
            05 WS-TODAY-DAY      PIC 99.

      *
      *    THE RETENTION TABLE.
      *
         01 WS-RET-COUNT         PIC 99 VALUE 0.
         01 WS-RET-TABLE.
            05 WS-RET-ENTRY OCCURS 40.
               10 WS-R-PATH      PIC X(60).
               10 WS-R-POS       PIC 999.
               10 WS-R-MONTHS    PIC 999.
         01 WS-PARSE-PATH        PIC X(60).
         01 WS-PARSE-POS         PIC X(10).
         01 WS-PARSE-MONTHS      PIC X(10).
         01 WS-PARSE-NUM         PIC 9(3).
         01 WS-PARSE-LEN         PIC 99.

      *
      *    THE HOLDS - THE DATE OF THE OLDEST KEPT BACKUP SET AND OF
      *    THE RUN OF THE EARLIEST OPEN QUERY (ZERO WHEN NONE).
      *
         01 WS-SET-HOLD-DATE     PIC 9(8) VALUE 0.
         01 WS-SET-HOLD-NAME     PIC X(40) VALUE SPACES.
         01 WS-SET-DUMMY         PIC X(100).
         01 WS-SET-REST          PIC X(100).
         01 WS-QRY-HOLD-DATE     PIC 9(8) VALUE 0.
         01 WS-QRY-HOLD-RUN-ID   PIC 9(6) VALUE 0.

      *
      *    LATEST REVMAST VERDICT PER RUN - Q IS AN OPEN QUERY.
      *
         01 WS-RV-COUNT          PIC 999 VALUE 0.
         01 WS-RV-TABLE.
            05 WS-RV-ENTRY OCCURS 500.
               10 WS-RV-RUN-ID   PIC 9(6).
               10 WS-RV-STATE    PIC X.
               10 WS-RV-DATE     PIC 9(8).

         01 WS-CUT-MONTHS        PIC S9(7).
         01 WS-CUT-YEAR          PIC 9(4).
         01 WS-CUT-MONTH         PIC 99.
         01 WS-CUTOFF            PIC 9(8).
         01 WS-CUTOFF-X REDEFINES WS-CUTOFF.
            05 WS-CUTOFF-YEAR    PIC 9(4).
            05 WS-CUTOFF-MONTH   PIC 99.
            05 WS-CUTOFF-DAY     PIC 99.
         01 WS-REC-DATE-X        PIC X(8).
         01 WS-REC-DATE REDEFINES WS-REC-DATE-X PIC 9(8).

         01 WS-BEFORE-COUNT      PIC 9(9).
         01 WS-PURGE-COUNT       PIC 9(9).
         01 WS-AFTER-COUNT       PIC 9(9).
         01 WS-EXPECT-COUNT      PIC 9(9).
         01 WS-MASTER-COUNT      PIC 99 VALUE 0.
         01 WS-PURGED-MASTERS    PIC 99 VALUE 0.
         01 WS-TOTAL-PURGED      PIC 9(9) VALUE 0.
         01 WS-BAD-COUNT         PIC 99 VALUE 0.
         01 WS-WARN-COUNT        PIC 99 VALUE 0.
         01 WS-DIGIT             PIC 9.
         01 WS-DIGIT-X REDEFINES WS-DIGIT PIC X.

         01 SW-FOUND             PIC 9.
            88 ENTRY-FOUND             VALUE 1.
            88 ENTRY-NOT-FOUND         VALUE 0.
         01 SW-PURGE             PIC 9.
            88 RECORD-PURGED           VALUE 1.
            88 RECORD-KEPT             VALUE 0.

         77 RX                   PIC 99.
         77 VX                   PIC 999.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY00PRG'==
                         ==PFX-SUB== BY =='/day00'==.

            CALL 'DAY00AUT' USING WS-AUTH-PGM, WS-AUTH-FLAG
            END-CALL
            IF NOT OPERATOR-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF

            MOVE 'A' TO WS-LOCK-ACTION
            MOVE 'DAY00PRG' TO WS-LOCK-HOLDER
            CALL 'DAY00LCK' USING WS-LOCK-ACTION, WS-LOCK-HOLDER,
                                   WS-LOCK-GRANT
            END-CALL
            IF WS-LOCK-GRANT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF

            ACCEPT WS-TODAY FROM DATE YYYYMMDD

            PERFORM LOAD-RETENTION-TABLE
            PERFORM FIND-RESTORE-SET-HOLD
            PERFORM FIND-OPEN-QUERY-HOLD

            PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > WS-RET-COUNT
               PERFORM PURGE-ONE-MASTER
            END-PERFORM

            DISPLAY 'DAY00PRG ' WS-TOTAL-PURGED ' RECORD(S) PURGED '
                    'FROM ' WS-PURGED-MASTERS ' OF ' WS-MASTER-COUNT
                    ' MASTER(S)'
            MOVE 0 TO RETURN-CODE
            IF WS-WARN-COUNT > 0
               MOVE 4 TO RETURN-CODE
            END-IF
            IF WS-BAD-COUNT > 0
               DISPLAY 'DAY00PRG FAILED - ' WS-BAD-COUNT
                       ' MASTER(S) DID NOT VERIFY; RESTORE THEM FROM '
                       'THE LATEST BACKUP SET BEFORE THE NEXT RUN'
               MOVE 8 TO RETURN-CODE
            END-IF

            PERFORM RELEASE-AND-STOP.

         LOAD-RETENTION-TABLE SECTION.
            OPEN INPUT RET-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-RET-STATUS==
                         ==FS-FILE-NAME== BY =='RETTAB'==
                         ==FS-PGM==       BY =='DAY00PRG'==.
            READ RET-FILE
               AT END SET RET-END TO TRUE
            END-READ
            PERFORM UNTIL RET-END
               IF RET-TEXT NOT = SPACES
               AND RET-TEXT(1:1) NOT = '*'
                  IF WS-RET-COUNT >= 40
                     DISPLAY 'DAY00PRG WARNING - RETENTION TABLE '
                             'FULL AT 40 ENTRIES; ' RET-TEXT(1:30)
                             ' NOT PURGED'
                     ADD 1 TO WS-WARN-COUNT
                  ELSE
                     PERFORM LOAD-ONE-RETENTION
                  END-IF
               END-IF
               READ RET-FILE
                  AT END SET RET-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE RET-FILE
            .

      *
      *    A LINE WHOSE POSITION OR MONTHS IS NOT A NUMBER, OR WHOSE
      *    MONTHS IS ZERO, IS SKIPPED RATHER THAN GUESSED AT - A
      *    BAD RETENTION FIGURE MUST NEVER EMPTY A MASTER.
      *
         LOAD-ONE-RETENTION SECTION.
            MOVE SPACES TO WS-PARSE-PATH
                           WS-PARSE-POS
                           WS-PARSE-MONTHS
            UNSTRING RET-TEXT
               DELIMITED BY ALL SPACE
               INTO WS-PARSE-PATH, WS-PARSE-POS, WS-PARSE-MONTHS
            END-UNSTRING
            ADD 1 TO WS-RET-COUNT
            MOVE WS-PARSE-PATH TO WS-R-PATH(WS-RET-COUNT)
            MOVE WS-PARSE-POS TO WS-SET-REST
            PERFORM PARSE-SMALL-NUMBER
            MOVE WS-PARSE-NUM TO WS-R-POS(WS-RET-COUNT)
            IF WS-PARSE-LEN = 0 OR WS-PARSE-NUM > 293
               PERFORM DROP-BAD-RETENTION
            ELSE
               MOVE WS-PARSE-MONTHS TO WS-SET-REST
               PERFORM PARSE-SMALL-NUMBER
               MOVE WS-PARSE-NUM TO WS-R-MONTHS(WS-RET-COUNT)
               IF WS-PARSE-LEN = 0 OR WS-PARSE-NUM = 0
                  PERFORM DROP-BAD-RETENTION
               END-IF
            END-IF
            .

         DROP-BAD-RETENTION SECTION.
            DISPLAY 'DAY00PRG WARNING - BAD RETENTION LINE FOR '
                    WS-PARSE-PATH(1:30) ' SKIPPED'
            SUBTRACT 1 FROM WS-RET-COUNT
            ADD 1 TO WS-WARN-COUNT
            .

      *
      *    UP TO THREE DIGITS FROM WS-SET-REST INTO WS-PARSE-NUM;
      *    WS-PARSE-LEN IS ZERO WHEN THE FIELD IS NOT ALL DIGITS.
      *
         PARSE-SMALL-NUMBER SECTION.
            MOVE 0 TO WS-PARSE-NUM
            MOVE 0 TO WS-PARSE-LEN
            PERFORM VARYING VX FROM 1 BY 1
                        UNTIL VX > 4 OR WS-SET-REST(VX:1) = SPACE
               IF WS-SET-REST(VX:1) NUMERIC AND VX <= 3
                  MOVE WS-SET-REST(VX:1) TO WS-DIGIT-X
                  COMPUTE WS-PARSE-NUM = WS-PARSE-NUM * 10
                                       + WS-DIGIT
                  ADD 1 TO WS-PARSE-LEN
               ELSE
                  MOVE 0 TO WS-PARSE-LEN
                  MOVE 4 TO VX
               END-IF
            END-PERFORM
            .

      *
      *    THE BACKUP SETS ARE NAMED SET.YYYYMMDD.HHMMSS, SO THE
      *    SORTED LIST HAS THE OLDEST AT THE TOP.
      *
         FIND-RESTORE-SET-HOLD SECTION.
            MOVE 'ls -d ../BACKUPS/SET.* 2>/dev/null | sort > PRG.tmp'
               TO WS-COMMAND
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL
            MOVE 0 TO RETURN-CODE
            OPEN INPUT LIST-FILE
            IF WS-LIST-STATUS = '00'
               READ LIST-FILE
                  AT END SET LIST-END TO TRUE
               END-READ
               IF NOT LIST-END AND LIST-TEXT NOT = SPACES
                  MOVE SPACES TO WS-SET-DUMMY WS-SET-REST
                  UNSTRING LIST-TEXT
                     DELIMITED BY 'SET.'
                     INTO WS-SET-DUMMY, WS-SET-REST
                  END-UNSTRING
                  IF WS-SET-REST(1:8) NUMERIC
                     MOVE WS-SET-REST(1:8) TO WS-SET-HOLD-DATE
                     STRING 'SET.' WS-SET-REST
                        DELIMITED BY SIZE INTO WS-SET-HOLD-NAME
                     END-STRING
                     DISPLAY 'DAY00PRG RECORDS FROM '
                             WS-SET-HOLD-DATE ' HELD BY OLDEST '
                             'RESTORE SET ' WS-SET-HOLD-NAME
                  END-IF
               END-IF
               CLOSE LIST-FILE
            END-IF
            MOVE 'rm -f PRG.tmp' TO WS-COMMAND
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL
            MOVE 0 TO RETURN-CODE
            .

      *
      *    THE LATEST VERDICT PER RUN WINS, AS IN DAY00REV - A RUN
      *    WHOSE LAST VERDICT IS Q HAS AN OPEN QUERY. ITS RUN DATE
      *    COMES FROM CTLMAST, OR FROM THE QUERY ITSELF IF THE RUN
      *    IS NO LONGER THERE.
      *
         FIND-OPEN-QUERY-HOLD SECTION.
            OPEN INPUT REV-FILE
            IF WS-REV-STATUS = '00'
               READ REV-FILE
                  AT END SET REV-END TO TRUE
               END-READ
               PERFORM UNTIL REV-END
                  IF REV-RUN-ID NUMERIC
                     PERFORM FOLD-ONE-VERDICT
                  END-IF
                  READ REV-FILE
                     AT END SET REV-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE REV-FILE
               PERFORM DATE-OPEN-QUERIES
            END-IF
            .

      *
      *    A FULL TABLE WOULD LOSE VERDICTS, AND A LOST QUERY COULD
      *    LET ITS RECORDS BE PURGED - SO NOTHING IS PURGED AT ALL.
      *
         FOLD-ONE-VERDICT SECTION.
            SET ENTRY-NOT-FOUND TO TRUE
            PERFORM VARYING VX FROM 1 BY 1
                        UNTIL VX > WS-RV-COUNT OR ENTRY-FOUND
               IF WS-RV-RUN-ID(VX) = REV-RUN-ID
                  SET ENTRY-FOUND TO TRUE
                  MOVE REV-STATUS TO WS-RV-STATE(VX)
                  MOVE REV-DATE   TO WS-RV-DATE(VX)
               END-IF
            END-PERFORM
            IF ENTRY-NOT-FOUND
               IF WS-RV-COUNT >= 500
                  DISPLAY 'DAY00PRG REVIEW TABLE FULL AT 500 RUNS - '
                          'OPEN QUERIES UNKNOWN; NOTHING PURGED'
                  CLOSE REV-FILE
                  MOVE 8 TO RETURN-CODE
                  PERFORM RELEASE-AND-STOP
               END-IF
               ADD 1 TO WS-RV-COUNT
               MOVE REV-RUN-ID TO WS-RV-RUN-ID(WS-RV-COUNT)
               MOVE REV-STATUS TO WS-RV-STATE(WS-RV-COUNT)
               MOVE REV-DATE   TO WS-RV-DATE(WS-RV-COUNT)
            END-IF
            .

         DATE-OPEN-QUERIES SECTION.
            OPEN INPUT CTLM-FILE
            IF WS-CTLM-STATUS = '00'
               READ CTLM-FILE
                  AT END SET CTLM-END TO TRUE
               END-READ
               PERFORM UNTIL CTLM-END
                  PERFORM VARYING VX FROM 1 BY 1
                              UNTIL VX > WS-RV-COUNT
                     IF WS-RV-RUN-ID(VX) = CTLM-RUN-ID
                     AND WS-RV-STATE(VX) = 'Q'
                     AND CTLM-RUN-DATE NUMERIC
                        MOVE CTLM-RUN-DATE TO WS-RV-DATE(VX)
                     END-IF
                  END-PERFORM
                  READ CTLM-FILE
                     AT END SET CTLM-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE CTLM-FILE
            END-IF

            PERFORM VARYING VX FROM 1 BY 1 UNTIL VX > WS-RV-COUNT
               IF WS-RV-STATE(VX) = 'Q'
               AND WS-RV-DATE(VX) NUMERIC
                  IF WS-QRY-HOLD-DATE = 0
                  OR WS-RV-DATE(VX) < WS-QRY-HOLD-DATE
                     MOVE WS-RV-DATE(VX)   TO WS-QRY-HOLD-DATE
                     MOVE WS-RV-RUN-ID(VX) TO WS-QRY-HOLD-RUN-ID
                  END-IF
               END-IF
            END-PERFORM
            IF WS-QRY-HOLD-DATE > 0
               DISPLAY 'DAY00PRG RECORDS FROM ' WS-QRY-HOLD-DATE
                       ' HELD BY OPEN QUERY ON RUN '
                       WS-QRY-HOLD-RUN-ID
            END-IF
            .

         PURGE-ONE-MASTER SECTION.
            ADD 1 TO WS-MASTER-COUNT
            MOVE WS-R-PATH(RX) TO WS-MAST-NAME
            OPEN INPUT MAST-FILE
            IF WS-MAST-STATUS NOT = '00'
               DISPLAY 'DAY00PRG ' WS-R-PATH(RX)(1:30)
                       ' NOT ON DISK - SKIPPED'
            ELSE
               CLOSE MAST-FILE
               PERFORM SET-MASTER-CUTOFF
               PERFORM COUNT-PURGE-CANDIDATES
               EVALUATE TRUE
                  WHEN WS-R-POS(RX) = 0
                     DISPLAY 'DAY00PRG ' WS-R-PATH(RX)(1:30)
                             ' BEFORE ' WS-BEFORE-COUNT
                             ' - NO DATE KEY, KEPT WHOLE'
                  WHEN WS-PURGE-COUNT = 0
                     DISPLAY 'DAY00PRG ' WS-R-PATH(RX)(1:30)
                             ' BEFORE ' WS-BEFORE-COUNT
                             ' PURGED 000000000 AFTER '
                             WS-BEFORE-COUNT ' (CUTOFF ' WS-CUTOFF
                             ')'
                  WHEN OTHER
                     PERFORM SPLIT-MASTER
                     PERFORM REPLACE-MASTER
                     PERFORM REPORT-PURGED-MASTER
               END-EVALUATE
            END-IF
            .

         REPORT-PURGED-MASTER SECTION.
            COMPUTE WS-EXPECT-COUNT = WS-BEFORE-COUNT - WS-PURGE-COUNT
            DISPLAY 'DAY00PRG ' WS-R-PATH(RX)(1:30) ' BEFORE '
                    WS-BEFORE-COUNT ' PURGED ' WS-PURGE-COUNT
                    ' AFTER ' WS-AFTER-COUNT ' (CUTOFF ' WS-CUTOFF
                    ')'
            IF WS-AFTER-COUNT NOT = WS-EXPECT-COUNT
               ADD 1 TO WS-BAD-COUNT
               DISPLAY 'DAY00PRG COUNT MISMATCH ON '
                       WS-R-PATH(RX)(1:30) ' - EXPECTED '
                       WS-EXPECT-COUNT ' REMAINING'
            ELSE
               ADD 1 TO WS-PURGED-MASTERS
               ADD WS-PURGE-COUNT TO WS-TOTAL-PURGED
               DISPLAY '         ARCHIVED TO ' WS-ARCH-NAME(1:60)
            END-IF
            .

      *
      *    THE FIRST OF THE MONTH WS-R-MONTHS BEFORE THE CURRENT
      *    ONE, PULLED BACK BY EITHER HOLD.
      *
         SET-MASTER-CUTOFF SECTION.
            COMPUTE WS-CUT-MONTHS = WS-TODAY-YEAR * 12
                                  + WS-TODAY-MONTH - 1
                                  - WS-R-MONTHS(RX)
            DIVIDE WS-CUT-MONTHS BY 12 GIVING WS-CUT-YEAR
               REMAINDER WS-CUT-MONTH
            MOVE WS-CUT-YEAR TO WS-CUTOFF-YEAR
            COMPUTE WS-CUTOFF-MONTH = WS-CUT-MONTH + 1
            MOVE 1 TO WS-CUTOFF-DAY

            IF WS-R-POS(RX) > 0
               IF WS-SET-HOLD-DATE > 0
               AND WS-SET-HOLD-DATE < WS-CUTOFF
                  MOVE WS-SET-HOLD-DATE TO WS-CUTOFF
                  DISPLAY 'DAY00PRG ' WS-R-PATH(RX)(1:30)
                          ' HELD BACK TO ' WS-CUTOFF
                          ' BY THE RESTORE SET'
               END-IF
               IF WS-QRY-HOLD-DATE > 0
               AND WS-QRY-HOLD-DATE < WS-CUTOFF
                  MOVE WS-QRY-HOLD-DATE TO WS-CUTOFF
                  DISPLAY 'DAY00PRG ' WS-R-PATH(RX)(1:30)
                          ' HELD BACK TO ' WS-CUTOFF
                          ' BY THE OPEN QUERY'
               END-IF
            END-IF
            .

         COUNT-PURGE-CANDIDATES SECTION.
            MOVE 0 TO WS-BEFORE-COUNT
                      WS-PURGE-COUNT
            OPEN INPUT MAST-FILE
            READ MAST-FILE
               AT END SET MAST-END TO TRUE
            END-READ
            PERFORM UNTIL MAST-END
               ADD 1 TO WS-BEFORE-COUNT
               PERFORM TEST-RECORD-DATE
               IF RECORD-PURGED
                  ADD 1 TO WS-PURGE-COUNT
               END-IF
               READ MAST-FILE
                  AT END SET MAST-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE MAST-FILE
            .

         TEST-RECORD-DATE SECTION.
            SET RECORD-KEPT TO TRUE
            IF WS-R-POS(RX) > 0
               MOVE MAST-TEXT(WS-R-POS(RX):8) TO WS-REC-DATE-X
               IF WS-REC-DATE-X NUMERIC
               AND WS-REC-DATE < WS-CUTOFF
                  SET RECORD-PURGED TO TRUE
               END-IF
            END-IF
            .

      *
      *    PURGED RECORDS GO TO THE DATED ARCHIVE, THE REST TO THE
      *    WORK FILE IN THEIR ORIGINAL ORDER.
      *
         SPLIT-MASTER SECTION.
            MOVE SPACES TO WS-ARCH-NAME
            STRING WS-R-PATH(RX) DELIMITED BY SPACE
                   '.ARC.'       DELIMITED BY SIZE
                   WS-TODAY      DELIMITED BY SIZE
               INTO WS-ARCH-NAME
            END-STRING
            OPEN EXTEND ARCH-FILE
            IF WS-ARCH-STATUS NOT = '00'
               OPEN OUTPUT ARCH-FILE
            END-IF
            OPEN OUTPUT WORK-FILE
            OPEN INPUT MAST-FILE
            READ MAST-FILE
               AT END SET MAST-END TO TRUE
            END-READ
            PERFORM UNTIL MAST-END
               PERFORM TEST-RECORD-DATE
               IF RECORD-PURGED
                  MOVE MAST-TEXT TO ARCH-RECORD
                  WRITE ARCH-RECORD
               ELSE
                  MOVE MAST-TEXT TO WORK-TEXT
                  WRITE WORK-RECORD
               END-IF
               READ MAST-FILE
                  AT END SET MAST-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE MAST-FILE
            CLOSE WORK-FILE
            CLOSE ARCH-FILE
            .

      *
      *    THE MASTER IS REWRITTEN FROM THE WORK FILE ONLY ONCE THE
      *    ARCHIVE IS SAFELY CLOSED, AND THE REWRITTEN COPY IS
      *    COUNTED AS IT GOES.
      *
         REPLACE-MASTER SECTION.
            MOVE 0 TO WS-AFTER-COUNT
            OPEN INPUT WORK-FILE
            OPEN OUTPUT MAST-FILE
            READ WORK-FILE
               AT END SET WORK-END TO TRUE
            END-READ
            PERFORM UNTIL WORK-END
               MOVE WORK-TEXT TO MAST-TEXT
               WRITE MAST-RECORD
               ADD 1 TO WS-AFTER-COUNT
               READ WORK-FILE
                  AT END SET WORK-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE MAST-FILE
            CLOSE WORK-FILE
            MOVE 'rm -f PRG.wrk' TO WS-COMMAND
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL
            MOVE 0 TO RETURN-CODE
            .

         RELEASE-AND-STOP SECTION.
            IF WS-LOCK-GRANT = 1
               MOVE 'R' TO WS-LOCK-ACTION
               CALL 'DAY00LCK' USING WS-LOCK-ACTION, WS-LOCK-HOLDER,
                                      WS-LOCK-GRANT
               END-CALL
            END-IF
            STOP RUN
            .
