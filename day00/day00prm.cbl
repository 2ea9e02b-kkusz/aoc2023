         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY00PRM.

      *
      *    PARAMETER LIBRARY CHECK-IN. THE SUITE'S CONTROL TABLES
      *    (BOATPARM, PRIZETAB, CAPTAB, EXCPOL, DRVSTEPS AND THE
      *    REST LISTED IN PRMLIB) USED TO BE CHANGED IN AN EDITOR
      *    WITH NO RECORD OF WHO CHANGED WHAT, AND A BAD LINE WAS
      *    ONLY FOUND WHEN THE READING PROGRAM SKIPPED OR MISREAD IT
      *    THAT NIGHT. A NEW VERSION IS NOW STAGED BESIDE THE LIVE
      *    TABLE AS <LIVE PATH>.NEW AND CHECKED IN HERE:
      *       - EVERY LINE OF THE STAGED COPY IS CHECKED BY THE SAME
      *         RULES ITS READING PROGRAM APPLIES (COMMENT MARKER,
      *         COLUMNS, NUMERIC FIELDS, RANGES, TABLE SIZE), AND A
      *         LINE THE READER WOULD SKIP, MISREAD OR DROP IS
      *         REJECTED WITH ITS LINE NUMBER;
      *       - THE LINES THAT DIFFER FROM THE LIVE TABLE ARE SHOWN;
      *       - ON THE OPERATOR'S APPROVAL THE LIVE TABLE IS KEPT AS
      *         GENERATION <LIVE PATH>.GNNNN, NNNN BEING THE VERSION
      *         IT HELD (0000 FOR A TABLE NEVER CHECKED IN), AND THE
      *         STAGED COPY BECOMES THE LIVE TABLE;
      *       - A CHANGE RECORD (DATE, TIME, TABLE, NEW VERSION,
      *         OPERATOR, CHECKSUM OF THE NEW VERSION, PRIOR
      *         GENERATION, REASON) IS APPENDED TO PRMAUDIT.
      *    THE CHECKSUM ON PRMAUDIT IS WHAT LETS DAY00DRV TELL A
      *    CHECKED-IN CHANGE FROM AN EDIT MADE BEHIND THE LIBRARY'S
      *    BACK.
      *
      *    A STAGED COPY WITH ANY REJECTED LINE IS NEVER INSTALLED
      *    (RC 8), NOR IS ONE THAT MATCHES THE LIVE TABLE. WITH
      *    'CHECK' ON THE COMMAND LINE THE STAGED COPY IS CHECKED
      *    AND COMPARED ONLY - NOTHING IS REPLACED OR AUDITED - SO A
      *    CHECK NEEDS NO AUTHTAB GRANT; A CHECK-IN NEEDS A DAY00PRM
      *    GRANT.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT LIB-FILE ASSIGN TO PRMLIB
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LIB-STATUS.

            SELECT STAGE-FILE ASSIGN TO DYNAMIC WS-STAGE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STAGE-STATUS.

            SELECT LIVE-FILE ASSIGN TO DYNAMIC WS-LIVE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LIVE-STATUS.

            SELECT WORK-FILE ASSIGN TO "PRM.tmp"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WORK-STATUS.

            SELECT AUDIT-FILE ASSIGN TO PRMAUDIT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

         DATA DIVISION.

         FILE SECTION.
         FD LIB-FILE.
         01 LIB-RECORD.
            88 LIB-END          VALUE LOW-VALUE.
            05 LIB-TEXT          PIC X(80).

         FD STAGE-FILE.
         01 STAGE-RECORD.
            88 STAGE-END        VALUE LOW-VALUE.
            05 STAGE-TEXT        PIC X(120).

         FD LIVE-FILE.
         01 LIVE-RECORD.
            05 LIVE-TEXT         PIC X(120).

         FD WORK-FILE.
         01 WORK-RECORD.
            88 WORK-END         VALUE LOW-VALUE.
            05 WORK-TEXT         PIC X(130).

         FD AUDIT-FILE.
         01 AUDIT-RECORD.
            88 AUDIT-END        VALUE LOW-VALUE.
            05 PRA-DATE          PIC 9(8).
            05 FILLER            PIC X.
            05 PRA-TIME          PIC 9(6).
            05 FILLER            PIC X.
            05 PRA-TABLE         PIC X(8).
            05 FILLER            PIC X.
            05 PRA-VERSION       PIC 9(4).
            05 FILLER            PIC X.
            05 PRA-OPERATOR      PIC X(8).
            05 FILLER            PIC X.
            05 PRA-SUM           PIC X(10).
            05 FILLER            PIC X.
            05 PRA-PRIOR         PIC X(4).
            05 FILLER            PIC X.
            05 PRA-REASON        PIC X(60).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         COPY "DQMDAT.CPY".

         01 WS-LIB-STATUS        PIC XX.
         01 WS-STAGE-STATUS      PIC XX.
         01 WS-LIVE-STATUS       PIC XX.
         01 WS-WORK-STATUS       PIC XX.
         01 WS-AUDIT-STATUS      PIC XX.

         01 WS-STAGE-NAME        PIC X(50).
         01 WS-LIVE-NAME         PIC X(50).
         01 WS-GEN-NAME          PIC X(50).

      *
      *    INSTALLING A TABLE CHANGES WHAT EVERY LATER NIGHT RUNS
      *    WITH - ONLY AN OPERATOR GRANTED DAY00PRM IN AUTHTAB MAY
      *    CHECK ONE IN.
      *
         01 WS-AUTH-PGM          PIC X(8) VALUE 'DAY00PRM'.
         01 WS-AUTH-FLAG         PIC 9 VALUE 0.
            88 OPERATOR-AUTHORIZED     VALUE 1.

         01 WS-OPERATOR          PIC X(8) VALUE SPACES.

         01 WS-CMD-INPUT         PIC X(20) VALUE SPACES.
         01 SW-RUN-MODE          PIC 9 VALUE 0.
            88 CHECKIN-MODE            VALUE 0.
            88 CHECK-MODE              VALUE 1.

         01 WS-RUN-DATE          PIC 9(8).
         01 WS-RUN-TIME          PIC 9(8).
         01 WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
            05 WS-RUN-HHMMSS     PIC 9(6).
            05 FILLER            PIC XX.

         01 WS-ASK-TABLE         PIC X(8) VALUE SPACES.
         01 WS-ASK-REASON        PIC X(60) VALUE SPACES.
         01 WS-ASK-APPROVE       PIC X VALUE SPACE.

      *
      *    THE TABLE'S PRMLIB ENTRY. THE RULE NAMES WHICH READER'S
      *    CHECKS APPLY, AND SETS HOW A COMMENT IS MARKED AND HOW
      *    MANY ENTRIES THE READER HOLDS.
      *
         01 WS-PARSE-TABLE       PIC X(20).
         01 WS-PARSE-PATH        PIC X(50).
         01 WS-PARSE-RULE        PIC X(20).
         01 WS-LIB-PATH          PIC X(40) VALUE SPACES.
         01 WS-RULE              PIC X(8) VALUE SPACES.
         01 SW-TABLE             PIC 9 VALUE 0.
            88 TABLE-NOT-LISTED        VALUE 0.
            88 TABLE-LISTED            VALUE 1.
         01 WS-COMMENT-LEN       PIC 9 VALUE 1.
         01 WS-RULE-MAX          PIC 999 VALUE 999.
         01 WS-RULE-MIN          PIC 9 VALUE 0.

      *
      *    ONE STAGED LINE BROKEN INTO ITS BLANK-SEPARATED COLUMNS,
      *    THE WAY EVERY READER IN THE SUITE SPLITS ITS TABLE.
      *
         01 WS-LINE-NO           PIC 9(4) VALUE 0.
         01 WS-STAGED-COUNT      PIC 9(4) VALUE 0.
         01 WS-ENTRY-COUNT       PIC 9(4) VALUE 0.
         01 WS-ERROR-COUNT       PIC 9(4) VALUE 0.
         01 WS-WARN-COUNT        PIC 9(4) VALUE 0.
         01 WS-TOK-COUNT         PIC 99 VALUE 0.
         01 WS-TOK-TABLE.
            05 WS-TOK            PIC X(40) OCCURS 10.
         01 WS-REJECT-WHY        PIC X(60).
         01 WS-FLD-CHARS         PIC X(40).

         01 WS-CELL              PIC X(20).
         01 WS-CELL-LEN          PIC 99.
         01 WS-CELL-VALUE        PIC 9(15).
         01 WS-CELL-DIGIT        PIC 9.
         01 WS-CELL-CHAR REDEFINES WS-CELL-DIGIT PIC X.
         01 SW-CELL              PIC 9.
            88 CELL-NUMERIC            VALUE 0.
            88 CELL-NOT-NUMERIC        VALUE 1.
         01 WS-LOW-VALUE         PIC 9(15).
         01 WS-SIGNED-LOW        PIC S9(15).
         01 WS-SIGNED-VALUE      PIC S9(15).
         01 WS-LIMIT-SEV         PIC X.

      *
      *    PRIZETAB KEEPS ONE SLOT PER MATCH COUNT, SO A SECOND LINE
      *    FOR THE SAME COUNT SILENTLY REPLACES THE FIRST.
      *
         01 WS-MATCH-SEEN-TAB.
            05 WS-MATCH-SEEN     PIC 9 OCCURS 21.

      *
      *    DICTSRC TAGS AND SENLIMIT SENSORS - THE READERS KEEP THE
      *    FIRST LINE FOR A NAME, SO A REPEAT NEVER TAKES EFFECT.
      *
         01 WS-SEEN-KEY          PIC X(12).
         01 WS-SEEN-COUNT        PIC 999 VALUE 0.
         01 WS-SEEN-TABLE.
            05 WS-SEEN-NAME      PIC X(12) OCCURS 500.

      *
      *    DRVSTEPS - THE STEPS THE TABLE DEFINES AND THE STEPS ITS
      *    PRED= AND COND= COLUMNS NAME, MATCHED UP AT THE END SINCE
      *    A STEP MAY NAME ONE LISTED FURTHER DOWN.
      *
         01 WS-DRV-COUNT         PIC 99 VALUE 0.
         01 WS-DRV-TABLE.
            05 WS-DRV-PGM        PIC X(12) OCCURS 60.
         01 WS-REF-COUNT         PIC 999 VALUE 0.
         01 WS-REF-TABLE.
            05 WS-REF-ENTRY      OCCURS 250.
               10 WS-REF-PGM     PIC X(12).
               10 WS-REF-LINE    PIC 9(4).
         01 WS-STEP-DIR          PIC X(20).
         01 WS-STEP-PGM          PIC X(20).
         01 WS-OPT-LIST          PIC X(20) OCCURS 5.
         01 WS-OPT-CODE          PIC X(10).
         01 WS-OPT-OP            PIC X(10).
         01 WS-OPT-STEP          PIC X(20).
         01 WS-COND-SEEN         PIC 9.
         01 SW-FOUND             PIC 9.
            88 NAME-NOT-FOUND          VALUE 0.
            88 NAME-FOUND              VALUE 1.

      *
      *    AUTHTAB - WHETHER THE NEW TABLE STILL LETS THIS OPERATOR
      *    BACK IN TO UNDO IT.
      *
         01 SW-SELF-GRANT        PIC 9 VALUE 0.
            88 SELF-GRANTED            VALUE 1.

      *
      *    VERSIONS AND CHECKSUMS. THE CURRENT VERSION IS THE
      *    HIGHEST PRMAUDIT HOLDS FOR THE TABLE, 0 FOR A TABLE
      *    NEVER CHECKED IN.
      *
         01 WS-CUR-VERSION       PIC 9(4) VALUE 0.
         01 WS-NEW-VERSION       PIC 9(4) VALUE 0.
         01 WS-CUR-SUM           PIC X(10) VALUE SPACES.
         01 WS-LIVE-SUM          PIC X(10) VALUE SPACES.
         01 WS-STAGE-SUM         PIC X(10) VALUE SPACES.
         01 WS-SUM-PATH          PIC X(50).
         01 WS-SUM-RESULT        PIC X(10).
         01 SW-LIVE              PIC 9 VALUE 0.
            88 LIVE-ABSENT             VALUE 0.
            88 LIVE-PRESENT            VALUE 1.

         01 WS-CHANGED-COUNT     PIC 9(4) VALUE 0.
         01 WS-COMMAND           PIC X(300).
         01 WS-CMD-PTR           PIC 9(4).

         77 CX                   PIC 99.
         77 TX                   PIC 99.
         77 FX                   PIC 99.
         77 PX                   PIC 99.
         77 RX                   PIC 999.
         77 DX                   PIC 99.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY00PRM'==
                         ==PFX-SUB== BY =='/day00'==.

            ACCEPT WS-CMD-INPUT FROM COMMAND-LINE
            IF WS-CMD-INPUT = 'CHECK'
               SET CHECK-MODE TO TRUE
            END-IF

            IF CHECKIN-MODE
               CALL 'DAY00AUT' USING WS-AUTH-PGM, WS-AUTH-FLAG
               END-CALL
               IF NOT OPERATOR-AUTHORIZED
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF

            ACCEPT WS-OPERATOR FROM ENVIRONMENT 'DAYOPID'
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-RUN-TIME FROM TIME

            DISPLAY 'DAY00PRM - TABLE TO CHECK IN: '
            ACCEPT WS-ASK-TABLE
            INSPECT WS-ASK-TABLE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

            PERFORM FIND-LIBRARY-ENTRY
            IF TABLE-NOT-LISTED
               DISPLAY 'DAY00PRM ' WS-ASK-TABLE ' IS NOT IN THE '
                       'PARAMETER LIBRARY (PRMLIB)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF

            MOVE SPACES TO WS-LIVE-NAME WS-STAGE-NAME
            MOVE WS-LIB-PATH TO WS-LIVE-NAME
            STRING WS-LIB-PATH DELIMITED BY SPACE
                   '.NEW'      DELIMITED BY SIZE
               INTO WS-STAGE-NAME
            END-STRING

            PERFORM SET-TABLE-RULE
            PERFORM CHECK-STAGED-TABLE
            PERFORM FIND-CURRENT-VERSION
            PERFORM SHOW-CHANGED-LINES

            DISPLAY 'DAY00PRM ' WS-ASK-TABLE ' ' WS-STAGED-COUNT
                    ' STAGED LINE(S), ' WS-ENTRY-COUNT ' ENTRIES, '
                    WS-ERROR-COUNT ' REJECTED, '
                    WS-CHANGED-COUNT ' LINE(S) CHANGED'

            EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                  DISPLAY 'DAY00PRM STAGED ' WS-ASK-TABLE
                          ' NOT INSTALLED - CORRECT THE REJECTED '
                          'LINES AND CHECK IN AGAIN'
                  MOVE 8 TO RETURN-CODE
               WHEN WS-CHANGED-COUNT = 0
                  DISPLAY 'DAY00PRM STAGED ' WS-ASK-TABLE
                          ' MATCHES THE LIVE TABLE - NOTHING TO '
                          'INSTALL'
               WHEN CHECK-MODE
                  DISPLAY 'DAY00PRM CHECK ONLY - STAGED ' WS-ASK-TABLE
                          ' WOULD BE INSTALLED AS VERSION '
                          WS-NEW-VERSION
               WHEN OTHER
                  PERFORM ASK-FOR-APPROVAL
            END-EVALUATE

            IF WS-WARN-COUNT > 0
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF

            STOP RUN.

         FIND-LIBRARY-ENTRY SECTION.
            OPEN INPUT LIB-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-LIB-STATUS==
                         ==FS-FILE-NAME== BY =='PRMLIB'==
                         ==FS-PGM==       BY =='DAY00PRM'==.
            READ LIB-FILE
               AT END SET LIB-END TO TRUE
            END-READ
            PERFORM UNTIL LIB-END OR TABLE-LISTED
               IF LIB-TEXT NOT = SPACES
               AND LIB-TEXT(1:1) NOT = '*'
                  MOVE SPACES TO WS-PARSE-TABLE
                                 WS-PARSE-PATH
                                 WS-PARSE-RULE
                  UNSTRING LIB-TEXT
                     DELIMITED BY ALL SPACE
                     INTO WS-PARSE-TABLE, WS-PARSE-PATH,
                          WS-PARSE-RULE
                  END-UNSTRING
                  IF WS-PARSE-TABLE = WS-ASK-TABLE
                     SET TABLE-LISTED TO TRUE
                     MOVE WS-PARSE-PATH TO WS-LIB-PATH
                     IF WS-PARSE-RULE = SPACES
                        MOVE WS-PARSE-TABLE TO WS-RULE
                     ELSE
                        MOVE WS-PARSE-RULE TO WS-RULE
                     END-IF
                  END-IF
               END-IF
               IF NOT TABLE-LISTED
                  READ LIB-FILE
                     AT END SET LIB-END TO TRUE
                  END-READ
               END-IF
            END-PERFORM
            CLOSE LIB-FILE
            .

      *
      *    COMMENT MARKER AND TABLE SIZE BY READER. EXCPOL AND
      *    TOLTAB COMMENT WITH ** (A LONE * IS A WILDCARD THERE);
      *    BOATPARM HAS NO COMMENTS - DAY06VAL TAKES EVERY NON-BLANK
      *    LINE AS A BOAT MODEL. THE MINIMUM IS 1 WHERE THE READER
      *    STOPS OR DEFAULTS ON AN EMPTY TABLE.
      *
         SET-TABLE-RULE SECTION.
            MOVE 1 TO WS-COMMENT-LEN
            MOVE 999 TO WS-RULE-MAX
            MOVE 0 TO WS-RULE-MIN
            EVALUATE WS-RULE
               WHEN 'BOATPARM'
                  MOVE 0 TO WS-COMMENT-LEN
                  MOVE 1 TO WS-RULE-MIN
               WHEN 'PRIZETAB'
                  MOVE 1 TO WS-RULE-MIN
               WHEN 'CAPTAB'
                  MOVE 50 TO WS-RULE-MAX
                  MOVE 1 TO WS-RULE-MIN
               WHEN 'ZONETAB'
                  MOVE 50 TO WS-RULE-MAX
                  MOVE 1 TO WS-RULE-MIN
               WHEN 'CLASSTAB'
                  MOVE 20 TO WS-RULE-MAX
                  MOVE 1 TO WS-RULE-MIN
               WHEN 'DQWTAB'
                  MOVE 8 TO WS-RULE-MAX
                  MOVE 1 TO WS-RULE-MIN
               WHEN 'SUBTAB'
                  MOVE 30 TO WS-RULE-MAX
               WHEN 'TOLTAB'
                  MOVE 2 TO WS-COMMENT-LEN
                  MOVE 20 TO WS-RULE-MAX
               WHEN 'EXCPOL'
                  MOVE 2 TO WS-COMMENT-LEN
                  MOVE 60 TO WS-RULE-MAX
               WHEN 'PUBTAB'
                  MOVE 60 TO WS-RULE-MAX
                  MOVE 1 TO WS-RULE-MIN
               WHEN 'AUTHTAB'
                  MOVE 1 TO WS-RULE-MIN
               WHEN 'DRVSTEPS'
                  MOVE 50 TO WS-RULE-MAX
                  MOVE 1 TO WS-RULE-MIN
               WHEN 'PRVPARMS'
                  MOVE 60 TO WS-RULE-MAX
               WHEN 'OWNTAB'
                  MOVE 80 TO WS-RULE-MAX
                  MOVE 1 TO WS-RULE-MIN
               WHEN 'RETTAB'
                  MOVE 40 TO WS-RULE-MAX
                  MOVE 1 TO WS-RULE-MIN
               WHEN 'AUDTAB'
                  MOVE 20 TO WS-RULE-MAX
                  MOVE 1 TO WS-RULE-MIN
               WHEN 'DSTTAB'
                  MOVE 40 TO WS-RULE-MAX
                  MOVE 1 TO WS-RULE-MIN
               WHEN 'INCCODES'
                  MOVE 90 TO WS-RULE-MAX
                  MOVE 1 TO WS-RULE-MIN
               WHEN 'ACKPARMS'
                  MOVE 1 TO WS-RULE-MAX
                  MOVE 1 TO WS-RULE-MIN
               WHEN 'FEEDTAB'
                  MOVE 30 TO WS-RULE-MAX
                  MOVE 1 TO WS-RULE-MIN
               WHEN 'OUTCTR'
                  MOVE 40 TO WS-RULE-MAX
               WHEN 'CONRULES'
                  MOVE 60 TO WS-RULE-MAX
                  MOVE 1 TO WS-RULE-MIN
               WHEN 'PARPARMS'
                  MOVE 1 TO WS-RULE-MAX
                  MOVE 1 TO WS-RULE-MIN
               WHEN 'DRVCLASS'
                  MOVE 10 TO WS-RULE-MAX
                  MOVE 1 TO WS-RULE-MIN
               WHEN 'DRVRETRY'
                  MOVE 50 TO WS-RULE-MAX
               WHEN 'RUNBOOK'
                  MOVE 100 TO WS-RULE-MAX
               WHEN 'APRPARM'
                  MOVE 1 TO WS-RULE-MAX
                  MOVE 1 TO WS-RULE-MIN
               WHEN 'PAYPARM'
                  MOVE 2 TO WS-RULE-MAX
                  MOVE 1 TO WS-RULE-MIN
               WHEN 'EXPPARM'
                  MOVE 50 TO WS-RULE-MAX
               WHEN 'DICTSRC'
                  MOVE 9 TO WS-RULE-MAX
               WHEN 'SENLIMIT'
                  MOVE 500 TO WS-RULE-MAX
                  MOVE 1 TO WS-RULE-MIN
               WHEN 'LEADPARM'
                  MOVE 0 TO WS-COMMENT-LEN
                  MOVE 1 TO WS-RULE-MAX
                  MOVE 1 TO WS-RULE-MIN
               WHEN 'CUBESTK'
                  MOVE 3 TO WS-RULE-MAX
                  MOVE 1 TO WS-RULE-MIN
               WHEN 'TRDPARM'
                  MOVE 2 TO WS-RULE-MAX
               WHEN 'CUTTAB'
               WHEN 'GENPARMS'
               WHEN 'RECPARMS'
               WHEN 'BAKLIST'
               WHEN 'TEXT'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'DAY00PRM WARNING - NO RULE ' WS-RULE
                          ' - ' WS-ASK-TABLE ' CHECKED AS TEXT'
                  ADD 1 TO WS-WARN-COUNT
                  MOVE 'TEXT' TO WS-RULE
            END-EVALUATE
            .

         CHECK-STAGED-TABLE SECTION.
            INITIALIZE WS-MATCH-SEEN-TAB
            MOVE 0 TO WS-SEEN-COUNT
            OPEN INPUT STAGE-FILE
            IF WS-STAGE-STATUS NOT = '00'
               DISPLAY 'DAY00PRM NO STAGED COPY '
                       WS-STAGE-NAME(1:44)
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            READ STAGE-FILE
               AT END SET STAGE-END TO TRUE
            END-READ
            PERFORM UNTIL STAGE-END
               ADD 1 TO WS-LINE-NO
               EVALUATE TRUE
                  WHEN STAGE-TEXT = SPACES
                     CONTINUE
                  WHEN WS-COMMENT-LEN = 1
                  AND STAGE-TEXT(1:1) = '*'
                     CONTINUE
                  WHEN WS-COMMENT-LEN = 2
                  AND STAGE-TEXT(1:2) = '**'
                     CONTINUE
                  WHEN OTHER
                     ADD 1 TO WS-ENTRY-COUNT
                     PERFORM CHECK-ONE-LINE
               END-EVALUATE
               READ STAGE-FILE
                  AT END SET STAGE-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE STAGE-FILE

            MOVE WS-LINE-NO TO WS-STAGED-COUNT
            MOVE 0 TO WS-LINE-NO
            IF WS-ENTRY-COUNT > WS-RULE-MAX
               MOVE SPACES TO WS-REJECT-WHY
               STRING 'MORE ENTRIES THAN THE READER HOLDS - LIMIT '
                      WS-RULE-MAX
                  DELIMITED BY SIZE INTO WS-REJECT-WHY
               END-STRING
               MOVE SPACES TO STAGE-TEXT
               PERFORM REJECT-LINE
            END-IF
            IF WS-ENTRY-COUNT < WS-RULE-MIN
               MOVE 'NO ENTRIES - THE READER CANNOT RUN ON AN EMPTY '
                  & 'TABLE' TO WS-REJECT-WHY
               MOVE SPACES TO STAGE-TEXT
               PERFORM REJECT-LINE
            END-IF
            IF WS-RULE = 'DRVSTEPS'
               PERFORM CHECK-STEP-REFERENCES
            END-IF
            IF WS-RULE = 'PAYPARM' AND WS-MATCH-SEEN(1) = 0
               MOVE 'NO RULE LINE - DAY07SET WOULD WRITE NO PAYOUTS'
                  TO WS-REJECT-WHY
               MOVE SPACES TO STAGE-TEXT
               PERFORM REJECT-LINE
            END-IF
            IF WS-RULE = 'AUTHTAB' AND NOT SELF-GRANTED
               DISPLAY 'DAY00PRM WARNING - THE STAGED AUTHTAB GIVES '
                       WS-OPERATOR ' NO DAY00PRM GRANT; ONCE '
                       'INSTALLED ONLY ANOTHER OPERATOR CAN UNDO IT'
               ADD 1 TO WS-WARN-COUNT
            END-IF
            .

      *
      *    A LINE WITH A LEADING BLANK WOULD PUT EVERY COLUMN ONE
      *    PLACE TO THE RIGHT IN EVERY READER, SO IT IS REJECTED
      *    BEFORE THE TABLE'S OWN RULES ARE APPLIED.
      *
         CHECK-ONE-LINE SECTION.
            IF STAGE-TEXT(1:1) = SPACE
            AND WS-RULE NOT = 'TEXT'
               MOVE 'LINE STARTS WITH A BLANK - COLUMNS WOULD SHIFT'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            ELSE
               PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > 10
                  MOVE SPACES TO WS-TOK(TX)
               END-PERFORM
               MOVE 0 TO WS-TOK-COUNT
               UNSTRING STAGE-TEXT
                  DELIMITED BY ALL SPACE
                  INTO WS-TOK(1), WS-TOK(2), WS-TOK(3), WS-TOK(4),
                       WS-TOK(5), WS-TOK(6), WS-TOK(7), WS-TOK(8),
                       WS-TOK(9), WS-TOK(10)
               END-UNSTRING
               PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > 10
                  IF WS-TOK(TX) NOT = SPACES
                     MOVE TX TO WS-TOK-COUNT
                  END-IF
               END-PERFORM
               EVALUATE WS-RULE
                  WHEN 'BOATPARM'
                     PERFORM CHECK-BOATPARM-LINE
                  WHEN 'PRIZETAB'
                     PERFORM CHECK-PRIZETAB-LINE
                  WHEN 'CAPTAB'
                     PERFORM CHECK-CAPTAB-LINE
                  WHEN 'ZONETAB'
                     PERFORM CHECK-ZONETAB-LINE
                  WHEN 'CLASSTAB'
                     PERFORM CHECK-CLASSTAB-LINE
                  WHEN 'TOLTAB'
                     PERFORM CHECK-TOLTAB-LINE
                  WHEN 'EXCPOL'
                     PERFORM CHECK-EXCPOL-LINE
                  WHEN 'PUBTAB'
                     PERFORM CHECK-PUBTAB-LINE
                  WHEN 'CUTTAB'
                     PERFORM CHECK-CUTTAB-LINE
                  WHEN 'AUTHTAB'
                     PERFORM CHECK-AUTHTAB-LINE
                  WHEN 'GENPARMS'
                     PERFORM CHECK-GENPARMS-LINE
                  WHEN 'RECPARMS'
                     PERFORM CHECK-RECPARMS-LINE
                  WHEN 'BAKLIST'
                     PERFORM CHECK-BAKLIST-LINE
                  WHEN 'DRVSTEPS'
                     PERFORM CHECK-DRVSTEPS-LINE
                  WHEN 'PRVPARMS'
                     PERFORM CHECK-PRVPARMS-LINE
                  WHEN 'OWNTAB'
                     PERFORM CHECK-OWNTAB-LINE
                  WHEN 'RETTAB'
                     PERFORM CHECK-RETTAB-LINE
                  WHEN 'AUDTAB'
                     PERFORM CHECK-AUDTAB-LINE
                  WHEN 'DSTTAB'
                     PERFORM CHECK-DSTTAB-LINE
                  WHEN 'INCCODES'
                     PERFORM CHECK-INCCODES-LINE
                  WHEN 'ACKPARMS'
                     PERFORM CHECK-ACKPARMS-LINE
                  WHEN 'FEEDTAB'
                     PERFORM CHECK-FEEDTAB-LINE
                  WHEN 'OUTCTR'
                     PERFORM CHECK-OUTCTR-LINE
                  WHEN 'CONRULES'
                     PERFORM CHECK-CONRULES-LINE
                  WHEN 'PARPARMS'
                     PERFORM CHECK-PARPARMS-LINE
                  WHEN 'DRVCLASS'
                     PERFORM CHECK-DRVCLASS-LINE
                  WHEN 'DRVRETRY'
                     PERFORM CHECK-DRVRETRY-LINE
                  WHEN 'RUNBOOK'
                     PERFORM CHECK-RUNBOOK-LINE
                  WHEN 'DQWTAB'
                     PERFORM CHECK-DQWTAB-LINE
                  WHEN 'SUBTAB'
                     PERFORM CHECK-SUBTAB-LINE
                  WHEN 'APRPARM'
                     PERFORM CHECK-APRPARM-LINE
                  WHEN 'PAYPARM'
                     PERFORM CHECK-PAYPARM-LINE
                  WHEN 'EXPPARM'
                     PERFORM CHECK-EXPPARM-LINE
                  WHEN 'DICTSRC'
                     PERFORM CHECK-DICTSRC-LINE
                  WHEN 'SENLIMIT'
                     PERFORM CHECK-SENLIMIT-LINE
                  WHEN 'LEADPARM'
                     PERFORM CHECK-LEADPARM-LINE
                  WHEN 'CUBESTK'
                     PERFORM CHECK-CUBESTK-LINE
                  WHEN 'TRDPARM'
                     PERFORM CHECK-TRDPARM-LINE
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
            END-IF
            .

      *
      *    DAY06VAL - 'ACCEL START-SPEED' OR 'NAME ACCEL START-
      *    SPEED', ACCELERATION UP TO 9 DIGITS AND NOT ZERO, START
      *    SPEED UP TO 15 DIGITS.
      *
         CHECK-BOATPARM-LINE SECTION.
            IF STAGE-TEXT(1:1) NUMERIC
               MOVE WS-TOK(2) TO WS-TOK(3)
               MOVE WS-TOK(1) TO WS-TOK(2)
            END-IF
            MOVE WS-TOK(2) TO WS-CELL
            PERFORM CHECK-FIGURE
            IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 9
               MOVE 'ACCELERATION MISSING OR NOT A 9-DIGIT NUMBER'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            ELSE
               IF WS-CELL-VALUE = 0
                  MOVE 'ZERO ACCELERATION - BOAT NEVER MOVES'
                     TO WS-REJECT-WHY
                  PERFORM REJECT-LINE
               END-IF
            END-IF
            MOVE WS-TOK(3) TO WS-CELL
            PERFORM CHECK-FIGURE
            IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 15
               MOVE 'START SPEED MISSING OR NOT NUMERIC'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            .

      *
      *    DAY04PAY/DAY04EXP - 'MATCH-COUNT POINTS PRIZE-CENTS',
      *    MATCH COUNT 0-20, ONE LINE PER COUNT.
      *
         CHECK-PRIZETAB-LINE SECTION.
            MOVE WS-TOK(1) TO WS-CELL
            PERFORM CHECK-FIGURE
            IF CELL-NOT-NUMERIC OR WS-CELL-VALUE > 20
               MOVE 'MATCH COUNT NOT A NUMBER FROM 0 TO 20'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            ELSE
               IF WS-MATCH-SEEN(WS-CELL-VALUE + 1) = 1
                  MOVE 'MATCH COUNT ALREADY ON AN EARLIER LINE'
                     TO WS-REJECT-WHY
                  PERFORM REJECT-LINE
               END-IF
               MOVE 1 TO WS-MATCH-SEEN(WS-CELL-VALUE + 1)
            END-IF
            MOVE WS-TOK(2) TO WS-CELL
            PERFORM CHECK-FIGURE
            IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 6
               MOVE 'POINTS MISSING OR NOT A 6-DIGIT NUMBER'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            MOVE WS-TOK(3) TO WS-CELL
            PERFORM CHECK-FIGURE
            IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 6
               MOVE 'PRIZE CENTS MISSING OR NOT A 6-DIGIT NUMBER'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            .

      *
      *    DAY05ALL - 'LOC-START LOC-END CAPACITY'.
      *
         CHECK-CAPTAB-LINE SECTION.
            MOVE WS-TOK(1) TO WS-CELL
            PERFORM CHECK-FIGURE
            MOVE WS-CELL-VALUE TO WS-LOW-VALUE
            IF CELL-NOT-NUMERIC
               MOVE 'BAND START MISSING OR NOT NUMERIC'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            MOVE WS-TOK(2) TO WS-CELL
            PERFORM CHECK-FIGURE
            IF CELL-NOT-NUMERIC
               MOVE 'BAND END MISSING OR NOT NUMERIC'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            ELSE
               IF WS-LOW-VALUE > WS-CELL-VALUE
                  MOVE 'BAND RUNS BACKWARD - START ABOVE END'
                     TO WS-REJECT-WHY
                  PERFORM REJECT-LINE
               END-IF
            END-IF
            MOVE WS-TOK(3) TO WS-CELL
            PERFORM CHECK-FIGURE
            IF CELL-NOT-NUMERIC
               MOVE 'CAPACITY MISSING OR NOT NUMERIC'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            .

      *
      *    DAY03ZON - 'NAME FROM-ROW TO-ROW FROM-COL TO-COL', ALL
      *    FOUR BOUNDS PRESENT AND EACH RANGE LOW TO HIGH.
      *
         CHECK-ZONETAB-LINE SECTION.
            IF WS-TOK(1)(11:1) NOT = SPACE
               MOVE 'ZONE NAME LONGER THAN 10 CHARACTERS'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            PERFORM VARYING TX FROM 2 BY 1 UNTIL TX > 5
               MOVE WS-TOK(TX) TO WS-CELL
               PERFORM CHECK-FIGURE
               IF CELL-NOT-NUMERIC
                  MOVE 'ZONE BOUND MISSING OR NOT NUMERIC'
                     TO WS-REJECT-WHY
                  PERFORM REJECT-LINE
               END-IF
               IF TX = 2 OR TX = 4
                  MOVE WS-CELL-VALUE TO WS-LOW-VALUE
               ELSE
                  IF CELL-NUMERIC AND WS-LOW-VALUE > WS-CELL-VALUE
                     MOVE 'ZONE RANGE RUNS BACKWARD - IT WOULD OWN '
                        & 'NOTHING' TO WS-REJECT-WHY
                     PERFORM REJECT-LINE
                  END-IF
               END-IF
            END-PERFORM
            .

      *
      *    DAY03CLS - 'CLASS-NAME SYMBOLS', A NAME OF UP TO 12
      *    CHARACTERS AND UP TO 20 SYMBOL CHARACTERS WRITTEN
      *    TOGETHER, NONE OF THEM A DIGIT OR '.' (PART NUMBERS AND
      *    EMPTY CELLS ON THE SCHEMATIC).
      *
         CHECK-CLASSTAB-LINE SECTION.
            IF WS-TOK-COUNT NOT = 2
               MOVE 'NEED A CLASS NAME AND ITS SYMBOLS, NOTHING MORE'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK(1)(13:1) NOT = SPACE
               MOVE 'CLASS NAME LONGER THAN 12 CHARACTERS'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK(2)(21:1) NOT = SPACE
               MOVE 'MORE THAN 20 SYMBOLS IN ONE CLASS'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            PERFORM VARYING DX FROM 1 BY 1
                    UNTIL DX > 20 OR WS-TOK(2)(DX:1) = SPACE
               IF WS-TOK(2)(DX:1) NUMERIC
               OR WS-TOK(2)(DX:1) = '.'
                  MOVE 'A DIGIT OR . CANNOT BE A SCHEMATIC SYMBOL'
                     TO WS-REJECT-WHY
                  PERFORM REJECT-LINE
                  MOVE 20 TO DX
               END-IF
            END-PERFORM
            .

      *
      *    DAY00DQS - 'MEASURE WEIGHT', ONE OF THE EIGHT SCORECARD
      *    MEASURES (DQMDAT.CPY) ONCE ONLY, WEIGHT 0-999.
      *
         CHECK-DQWTAB-LINE SECTION.
            MOVE 0 TO DX
            PERFORM VARYING TX FROM 1 BY 1
                    UNTIL TX > WS-DQ-MEASURE-COUNT
               IF WS-TOK(1) = WS-DQ-MEASURE-NAME(TX)
                  MOVE TX TO DX
               END-IF
            END-PERFORM
            IF DX = 0
               MOVE 'NOT A SCORECARD MEASURE' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            ELSE
               IF WS-MATCH-SEEN(DX) = 1
                  MOVE 'MEASURE ALREADY ON AN EARLIER LINE'
                     TO WS-REJECT-WHY
                  PERFORM REJECT-LINE
               END-IF
               MOVE 1 TO WS-MATCH-SEEN(DX)
            END-IF
            MOVE WS-TOK(2) TO WS-CELL
            PERFORM CHECK-FIGURE
            IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 3
            OR WS-TOK-COUNT > 2
               MOVE 'WEIGHT MISSING OR NOT A NUMBER FROM 0 TO 999'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            .

      *
      *    DAY00SUB - 'REQUESTER PROGRAM FREQUENCY QUESTION',
      *    REQUESTER UP TO 12 CHARACTERS, FREQUENCY D, W OR M, AND
      *    THE QUESTION AS THE INQUIRY TAKES IT: DAY08QRY A 3-
      *    CHARACTER START NODE AND A TARGET OF 1-3; DAY05REV ONE TO
      *    FIVE LOCATIONS OF UP TO 10 DIGITS; DAY02INQ ONE GAME OF UP
      *    TO 3 DIGITS; DAY07INQ ONE TO THREE PAIRS OF A 5-CARD HAND
      *    AND A BID OF UP TO 4 DIGITS.
      *
         CHECK-SUBTAB-LINE SECTION.
            IF WS-TOK-COUNT < 4
               MOVE 'NEED REQUESTER, PROGRAM, FREQUENCY, QUESTION'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK(1)(13:1) NOT = SPACE
               MOVE 'REQUESTER LONGER THAN 12 CHARACTERS'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK(3) NOT = 'D' AND NOT = 'W' AND NOT = 'M'
               MOVE 'FREQUENCY MUST BE D, W OR M' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            EVALUATE WS-TOK(2)
               WHEN 'DAY08QRY'
                  IF WS-TOK-COUNT NOT = 5
                  OR WS-TOK(4)(3:1) = SPACE
                  OR WS-TOK(4)(4:1) NOT = SPACE
                  OR WS-TOK(5)(4:1) NOT = SPACE
                     MOVE 'DAY08QRY TAKES A START NODE AND A TARGET'
                        TO WS-REJECT-WHY
                     PERFORM REJECT-LINE
                  END-IF
               WHEN 'DAY05REV'
                  IF WS-TOK-COUNT > 8
                     MOVE 'DAY05REV TAKES ONE TO FIVE LOCATIONS'
                        TO WS-REJECT-WHY
                     PERFORM REJECT-LINE
                  END-IF
                  PERFORM VARYING TX FROM 4 BY 1
                          UNTIL TX > WS-TOK-COUNT
                     MOVE WS-TOK(TX) TO WS-CELL
                     PERFORM CHECK-FIGURE
                     IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 10
                        MOVE 'LOCATION NOT A NUMBER OF UP TO 10 DIGITS'
                           TO WS-REJECT-WHY
                        PERFORM REJECT-LINE
                     END-IF
                  END-PERFORM
               WHEN 'DAY02INQ'
                  MOVE WS-TOK(4) TO WS-CELL
                  PERFORM CHECK-FIGURE
                  IF WS-TOK-COUNT NOT = 4
                  OR CELL-NOT-NUMERIC OR WS-CELL-LEN > 3
                     MOVE 'DAY02INQ TAKES ONE GAME NUMBER, 3 DIGITS'
                        TO WS-REJECT-WHY
                     PERFORM REJECT-LINE
                  END-IF
               WHEN 'DAY07INQ'
                  IF WS-TOK-COUNT = 4 OR 6 OR 8
                  OR WS-TOK-COUNT > 9
                     MOVE 'DAY07INQ TAKES ONE TO THREE HAND-BID PAIRS'
                        TO WS-REJECT-WHY
                     PERFORM REJECT-LINE
                  END-IF
                  PERFORM VARYING TX FROM 4 BY 2
                          UNTIL TX > WS-TOK-COUNT
                     PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > 5
                        IF WS-TOK(TX)(6:1) NOT = SPACE
                        OR (WS-TOK(TX)(DX:1) NOT = '2' AND '3' AND
                            '4' AND '5' AND '6' AND '7' AND '8' AND
                            '9' AND 'T' AND 'J' AND 'Q' AND 'K' AND
                            'A')
                           MOVE 'HAND MUST BE 5 CARDS OF 23456789TJQKA'
                              TO WS-REJECT-WHY
                           PERFORM REJECT-LINE
                           MOVE 5 TO DX
                        END-IF
                     END-PERFORM
                     MOVE WS-TOK(TX + 1) TO WS-CELL
                     PERFORM CHECK-FIGURE
                     IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 4
                        MOVE 'BID NOT A NUMBER OF UP TO 4 DIGITS'
                           TO WS-REJECT-WHY
                        PERFORM REJECT-LINE
                     END-IF
                  END-PERFORM
               WHEN OTHER
                  MOVE 'NOT AN INQUIRY A SUBSCRIPTION CAN RUN'
                     TO WS-REJECT-WHY
                  PERFORM REJECT-LINE
            END-EVALUATE
            .

      *
      *    DAY07EDT - 'LIMIT NNNN', THE BID CHANGE ABOVE WHICH A
      *    SECOND APPROVAL IS NEEDED, UP TO 4 DIGITS.
      *
         CHECK-APRPARM-LINE SECTION.
            IF WS-TOK(1) NOT = 'LIMIT'
               MOVE 'NOT A LIMIT LINE - DAY07EDT READS ONLY LIMIT'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            MOVE WS-TOK(2) TO WS-CELL
            PERFORM CHECK-FIGURE
            IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 4
            OR WS-TOK-COUNT > 2
               MOVE 'LIMIT MISSING OR NOT A NUMBER FROM 0 TO 9999'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            .

      *
      *    DAY07SET/STD/SCL - 'RULE STANDARD' OR 'RULE JOKER', AND
      *    OPTIONALLY 'VALUE-DATE CCYYMMDD', EACH ONCE ONLY.
      *
         CHECK-PAYPARM-LINE SECTION.
            EVALUATE WS-TOK(1)
               WHEN 'RULE'
                  MOVE 1 TO DX
                  IF WS-TOK(2) NOT = 'STANDARD' AND NOT = 'JOKER'
                     MOVE 'RULE MUST BE STANDARD OR JOKER'
                        TO WS-REJECT-WHY
                     PERFORM REJECT-LINE
                  END-IF
               WHEN 'VALUE-DATE'
                  MOVE 2 TO DX
                  MOVE WS-TOK(2) TO WS-CELL
                  PERFORM CHECK-FIGURE
                  IF CELL-NOT-NUMERIC OR WS-CELL-LEN NOT = 8
                     MOVE 'VALUE DATE NOT AN 8-DIGIT CCYYMMDD'
                        TO WS-REJECT-WHY
                     PERFORM REJECT-LINE
                  END-IF
               WHEN OTHER
                  MOVE 0 TO DX
                  MOVE 'NOT A RULE OR VALUE-DATE LINE' TO WS-REJECT-WHY
                  PERFORM REJECT-LINE
            END-EVALUATE
            IF DX > 0
               IF WS-MATCH-SEEN(DX) = 1
                  MOVE 'KEY ALREADY ON AN EARLIER LINE'
                     TO WS-REJECT-WHY
                  PERFORM REJECT-LINE
               END-IF
               MOVE 1 TO WS-MATCH-SEEN(DX)
            END-IF
            IF WS-TOK-COUNT > 2
               MOVE 'ONLY A KEY AND ONE VALUE PER LINE'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            .

      *
      *    DAY04EXP - 'SERIES FROM-CARD TO-CARD DAYS', A NAME OF UP
      *    TO 10 CHARACTERS, A CARD RANGE WITHIN 1-192 RUNNING LOW
      *    TO HIGH, AND AN EXPIRY OF UP TO 3 DIGITS.
      *
         CHECK-EXPPARM-LINE SECTION.
            IF WS-TOK-COUNT NOT = 4
               MOVE 'NEED SERIES, FROM-CARD, TO-CARD AND DAYS'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK(1)(11:1) NOT = SPACE
               MOVE 'SERIES NAME LONGER THAN 10 CHARACTERS'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            PERFORM VARYING TX FROM 2 BY 1 UNTIL TX > 3
               MOVE WS-TOK(TX) TO WS-CELL
               PERFORM CHECK-FIGURE
               IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 4
               OR WS-CELL-VALUE = 0 OR WS-CELL-VALUE > 192
                  MOVE 'CARD NUMBER MISSING OR NOT FROM 1 TO 192'
                     TO WS-REJECT-WHY
                  PERFORM REJECT-LINE
               END-IF
               IF TX = 2
                  MOVE WS-CELL-VALUE TO WS-LOW-VALUE
               ELSE
                  IF CELL-NUMERIC AND WS-LOW-VALUE > WS-CELL-VALUE
                     MOVE 'CARD RANGE RUNS BACKWARD - FROM ABOVE TO'
                        TO WS-REJECT-WHY
                     PERFORM REJECT-LINE
                  END-IF
               END-IF
            END-PERFORM
            MOVE WS-TOK(4) TO WS-CELL
            PERFORM CHECK-FIGURE
            IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 3
               MOVE 'DAYS MISSING OR NOT A NUMBER FROM 0 TO 999'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            .

      *
      *    DAY01 CORES - 'SOURCE-TAG DICTIONARY', A TAG OF UP TO 8
      *    CHARACTERS ONCE ONLY AND A DICTIONARY NAME OF UP TO 20
      *    (DAY01DCT CHECKS THE DICTIONARY ITSELF IS THERE).
      *
         CHECK-DICTSRC-LINE SECTION.
            IF WS-TOK(1)(9:1) NOT = SPACE
               MOVE 'SOURCE TAG LONGER THAN 8 CHARACTERS'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK-COUNT NOT = 2 OR WS-TOK(2)(21:1) NOT = SPACE
               MOVE 'NEED A TAG AND A DICTIONARY NAME OF UP TO 20'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            MOVE WS-TOK(1) TO WS-SEEN-KEY
            PERFORM CHECK-SEEN-NAME
            IF NAME-FOUND
               MOVE 'SOURCE TAG ALREADY ON AN EARLIER LINE'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            .

      *
      *    DAY09BRC - 'SENSOR LOW HIGH', A SENSOR OF UP TO 8
      *    CHARACTERS ONCE ONLY, LIMITS WHOLE NUMBERS OF UP TO 12
      *    DIGITS WITH AN OPTIONAL LEADING MINUS, LOW NOT ABOVE HIGH.
      *
         CHECK-SENLIMIT-LINE SECTION.
            IF WS-TOK-COUNT NOT = 3
               MOVE 'NEED A SENSOR, A LOW AND A HIGH LIMIT'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK(1)(9:1) NOT = SPACE
               MOVE 'SENSOR NAME LONGER THAN 8 CHARACTERS'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            MOVE WS-TOK(1) TO WS-SEEN-KEY
            PERFORM CHECK-SEEN-NAME
            IF NAME-FOUND
               MOVE 'SENSOR ALREADY ON AN EARLIER LINE - IGNORED'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            PERFORM VARYING TX FROM 2 BY 1 UNTIL TX > 3
               IF WS-TOK(TX)(1:1) = '-'
                  MOVE WS-TOK(TX)(2:20) TO WS-CELL
               ELSE
                  MOVE WS-TOK(TX) TO WS-CELL
               END-IF
               PERFORM CHECK-FIGURE
               IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 12
                  MOVE 'LIMIT MISSING OR NOT A 12-DIGIT WHOLE NUMBER'
                     TO WS-REJECT-WHY
                  PERFORM REJECT-LINE
               END-IF
               MOVE WS-CELL-VALUE TO WS-SIGNED-VALUE
               IF WS-TOK(TX)(1:1) = '-'
                  COMPUTE WS-SIGNED-VALUE = 0 - WS-SIGNED-VALUE
               END-IF
               IF TX = 2
                  MOVE WS-SIGNED-VALUE TO WS-SIGNED-LOW
               ELSE
                  IF CELL-NUMERIC AND WS-SIGNED-LOW > WS-SIGNED-VALUE
                     MOVE 'LOW LIMIT ABOVE HIGH LIMIT' TO WS-REJECT-WHY
                     PERFORM REJECT-LINE
                  END-IF
               END-IF
            END-PERFORM
            .

      *
      *    DAY09BRC - THE FIRST LINE ONLY, THE ALERT LEAD TIME IN
      *    HORIZON STEPS AS 1 OR 2 DIGITS FROM COLUMN 1, NOT ZERO AND
      *    NOT PAST THE 30-STEP FORECAST HORIZON. THE READER TAKES
      *    NO COMMENTS AND IGNORES ANY LATER LINE.
      *
         CHECK-LEADPARM-LINE SECTION.
            MOVE WS-TOK(1) TO WS-CELL
            PERFORM CHECK-FIGURE
            IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 2
            OR WS-CELL-VALUE = 0 OR WS-CELL-VALUE > 30
            OR WS-TOK-COUNT > 1
               MOVE 'LEAD TIME NOT A NUMBER OF STEPS FROM 1 TO 30'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            .

      *
      *    DAY02REQ - 'COLOR ON-HAND REORDER-POINT PACK', RED, GREEN
      *    OR BLUE ONCE ONLY, ON-HAND AND REORDER POINT UP TO 7
      *    DIGITS, PACK SIZE UP TO 5 DIGITS AND NOT ZERO (NONE GIVEN
      *    MEANS SINGLE CUBES).
      *
         CHECK-CUBESTK-LINE SECTION.
            EVALUATE WS-TOK(1)
               WHEN 'RED'
                  MOVE 1 TO DX
               WHEN 'GREEN'
                  MOVE 2 TO DX
               WHEN 'BLUE'
                  MOVE 3 TO DX
               WHEN OTHER
                  MOVE 0 TO DX
                  MOVE 'COLOR MUST BE RED, GREEN OR BLUE'
                     TO WS-REJECT-WHY
                  PERFORM REJECT-LINE
            END-EVALUATE
            IF DX > 0
               IF WS-MATCH-SEEN(DX) = 1
                  MOVE 'COLOR ALREADY ON AN EARLIER LINE'
                     TO WS-REJECT-WHY
                  PERFORM REJECT-LINE
               END-IF
               MOVE 1 TO WS-MATCH-SEEN(DX)
            END-IF
            IF WS-TOK-COUNT < 3 OR WS-TOK-COUNT > 4
               MOVE 'NEED COLOR, ON-HAND, REORDER POINT AND PACK'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            PERFORM VARYING TX FROM 2 BY 1 UNTIL TX > 3
               MOVE WS-TOK(TX) TO WS-CELL
               PERFORM CHECK-FIGURE
               IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 7
                  MOVE 'CUBE COUNT MISSING OR NOT A 7-DIGIT NUMBER'
                     TO WS-REJECT-WHY
                  PERFORM REJECT-LINE
               END-IF
            END-PERFORM
            IF WS-TOK(4) NOT = SPACES
               MOVE WS-TOK(4) TO WS-CELL
               PERFORM CHECK-FIGURE
               IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 5
               OR WS-CELL-VALUE = 0
                  MOVE 'PACK SIZE NOT A NUMBER FROM 1 TO 99999'
                     TO WS-REJECT-WHY
                  PERFORM REJECT-LINE
               END-IF
            END-IF
            .

      *
      *    DAY06TRD - 'DEPTH N', NIGHTS SHOWN FROM 1 TO 7, AND
      *    'SHRINK-PCT NNN', THE PERCENTAGE FROM 1 TO 100, EACH ONCE
      *    ONLY.
      *
         CHECK-TRDPARM-LINE SECTION.
            MOVE WS-TOK(2) TO WS-CELL
            PERFORM CHECK-FIGURE
            EVALUATE WS-TOK(1)
               WHEN 'DEPTH'
                  MOVE 1 TO DX
                  IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 3
                  OR WS-CELL-VALUE = 0 OR WS-CELL-VALUE > 7
                     MOVE 'DEPTH NOT A NUMBER OF NIGHTS FROM 1 TO 7'
                        TO WS-REJECT-WHY
                     PERFORM REJECT-LINE
                  END-IF
               WHEN 'SHRINK-PCT'
                  MOVE 2 TO DX
                  IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 3
                  OR WS-CELL-VALUE = 0 OR WS-CELL-VALUE > 100
                     MOVE 'SHRINK-PCT NOT A PERCENTAGE FROM 1 TO 100'
                        TO WS-REJECT-WHY
                     PERFORM REJECT-LINE
                  END-IF
               WHEN OTHER
                  MOVE 0 TO DX
                  MOVE 'NOT A DEPTH OR SHRINK-PCT LINE' TO WS-REJECT-WHY
                  PERFORM REJECT-LINE
            END-EVALUATE
            IF DX > 0
               IF WS-MATCH-SEEN(DX) = 1
                  MOVE 'KEY ALREADY ON AN EARLIER LINE'
                     TO WS-REJECT-WHY
                  PERFORM REJECT-LINE
               END-IF
               MOVE 1 TO WS-MATCH-SEEN(DX)
            END-IF
            IF WS-TOK-COUNT > 2
               MOVE 'ONLY A KEY AND ONE VALUE PER LINE'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            .

      *
      *    DAY01 CORES - 'SOURCE-TAG LOW HIGH', BOUNDS 0-99, LOW NOT
      *    ABOVE HIGH.
      *
         CHECK-TOLTAB-LINE SECTION.
            MOVE WS-TOK(2) TO WS-CELL
            PERFORM CHECK-FIGURE
            MOVE WS-CELL-VALUE TO WS-LOW-VALUE
            IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 2
               MOVE 'LOW BOUND NOT A NUMBER FROM 0 TO 99'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            MOVE WS-TOK(3) TO WS-CELL
            PERFORM CHECK-FIGURE
            IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 2
               MOVE 'HIGH BOUND NOT A NUMBER FROM 0 TO 99'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            ELSE
               IF WS-LOW-VALUE > WS-CELL-VALUE
                  MOVE 'LOW BOUND ABOVE HIGH BOUND'
                     TO WS-REJECT-WHY
                  PERFORM REJECT-LINE
               END-IF
            END-IF
            .

      *
      *    DAY00BUD - 'PROGRAM SEVERITY LIMIT', SEVERITY W, E OR B,
      *    LIMIT UP TO 8 DIGITS (A B LIMIT IS A PERCENTAGE).
      *
         CHECK-EXCPOL-LINE SECTION.
            IF WS-TOK(1)(9:1) NOT = SPACE
               MOVE 'PROGRAM NAME LONGER THAN 8 CHARACTERS'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            MOVE WS-TOK(2)(1:1) TO WS-LIMIT-SEV
            IF WS-TOK(2)(2:1) NOT = SPACE
            OR NOT (WS-LIMIT-SEV = 'W' OR 'E' OR 'B')
               MOVE 'SEVERITY MUST BE W, E OR B'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            MOVE WS-TOK(3) TO WS-CELL
            PERFORM CHECK-FIGURE
            IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 8
               MOVE 'LIMIT MISSING OR NOT AN 8-DIGIT NUMBER'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            ELSE
               IF WS-LIMIT-SEV = 'B' AND WS-CELL-VALUE > 100
                  MOVE 'B LIMIT IS A PERCENTAGE - OVER 100'
                     TO WS-REJECT-WHY
                  PERFORM REJECT-LINE
               END-IF
            END-IF
            .

      *
      *    DAY00PUB - 'PROGRAM LABEL'.
      *
         CHECK-PUBTAB-LINE SECTION.
            IF WS-TOK(1)(9:1) NOT = SPACE
               MOVE 'PROGRAM NAME LONGER THAN 8 CHARACTERS'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK(2) = SPACES
            OR WS-TOK(2)(11:1) NOT = SPACE
               MOVE 'LABEL MISSING OR LONGER THAN 10 CHARACTERS'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            .

      *
      *    DAY00ARV - 'DAYDIR FEED-PATH HHMM'. A CUTOFF THAT IS NOT
      *    A CLOCK TIME WOULD BE READ AS MIDNIGHT AND HOLD THE FEED
      *    FROM THE START OF THE DAY.
      *
         CHECK-CUTTAB-LINE SECTION.
            IF WS-TOK(2) = SPACES
               MOVE 'FEED PATH MISSING' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            MOVE WS-TOK(3) TO WS-CELL
            PERFORM CHECK-FIGURE
            IF CELL-NOT-NUMERIC OR WS-CELL-LEN NOT = 4
            OR WS-CELL-VALUE > 2359
            OR WS-CELL(3:1) > '5'
               MOVE 'CUTOFF NOT A 24-HOUR HHMM TIME'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            .

      *
      *    DAY00AUT - 'OPERATOR PROGRAM', PROGRAM * FOR EVERY
      *    PROGRAM.
      *
         CHECK-AUTHTAB-LINE SECTION.
            IF WS-TOK(1)(9:1) NOT = SPACE
               MOVE 'OPERATOR ID LONGER THAN 8 CHARACTERS'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK(2) = SPACES
            OR WS-TOK(2)(9:1) NOT = SPACE
               MOVE 'PROGRAM MISSING OR LONGER THAN 8 CHARACTERS'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK(1) = WS-OPERATOR
            AND (WS-TOK(2) = 'DAY00PRM' OR '*')
               SET SELF-GRANTED TO TRUE
            END-IF
            .

      *
      *    DAY00GEN - 'DIR PREFIX KEEP', KEEP OPTIONAL (7).
      *
         CHECK-GENPARMS-LINE SECTION.
            IF WS-TOK(2) = SPACES
               MOVE 'GENERATION PREFIX MISSING' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK(3) NOT = SPACES
               MOVE WS-TOK(3) TO WS-CELL
               PERFORM CHECK-FIGURE
               IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 3
                  MOVE 'GENERATIONS TO KEEP NOT A 3-DIGIT NUMBER'
                     TO WS-REJECT-WHY
                  PERFORM REJECT-LINE
               END-IF
            END-IF
            .

      *
      *    DAY00REC - 'PROGRAM FILE HDRS', HEADER COUNT OPTIONAL.
      *
         CHECK-RECPARMS-LINE SECTION.
            IF WS-TOK(2) = SPACES
               MOVE 'INPUT FILE MISSING' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK(3) NOT = SPACES
               MOVE WS-TOK(3) TO WS-CELL
               PERFORM CHECK-FIGURE
               IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 2
                  MOVE 'HEADER COUNT NOT A 2-DIGIT NUMBER'
                     TO WS-REJECT-WHY
                  PERFORM REJECT-LINE
               END-IF
            END-IF
            .

      *
      *    DAY00BAK - THE WHOLE LINE IS ONE PATH.
      *
         CHECK-BAKLIST-LINE SECTION.
            IF WS-TOK-COUNT > 1
               MOVE 'MORE THAN ONE PATH ON THE LINE'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            .

      *
      *    DAY00DRV - PROGRAM AND PARAMETER FILE.
      *
         CHECK-PRVPARMS-LINE SECTION.
            IF WS-TOK(2) = SPACES
               MOVE 'PARAMETER FILE MISSING' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            .

      *
      *    DAY00CHG - 'KEY DEPARTMENT COST-CENTRE', THE KEY A STEP,
      *    A PROGRAM OR DIR/*.
      *
         CHECK-OWNTAB-LINE SECTION.
            IF WS-TOK(1)(31:1) NOT = SPACE
               MOVE 'STEP OR PROGRAM KEY LONGER THAN 30 CHARACTERS'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK(2) = SPACES
            OR WS-TOK(2)(13:1) NOT = SPACE
               MOVE 'DEPARTMENT MISSING OR LONGER THAN 12 CHARACTERS'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK(3) = SPACES
            OR WS-TOK(3)(9:1) NOT = SPACE
               MOVE 'COST CENTRE MISSING OR LONGER THAN 8 CHARACTERS'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            .

      *
      *    DAY00PRG - 'MASTER DATE-POSITION MONTHS'. POSITION 0 IS
      *    A MASTER WITH NO DATE KEY; OTHERWISE THE DATE MUST FIT IN
      *    THE 300-BYTE RECORD THE PURGE READS.
      *
         CHECK-RETTAB-LINE SECTION.
            IF WS-TOK(1)(40:1) NOT = SPACE
               MOVE 'MASTER PATH LONGER THAN 39 CHARACTERS'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            MOVE WS-TOK(2) TO WS-CELL
            PERFORM CHECK-FIGURE
            IF CELL-NOT-NUMERIC OR WS-CELL-VALUE > 293
               MOVE 'DATE POSITION NOT A NUMBER FROM 0 TO 293'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            MOVE WS-TOK(3) TO WS-CELL
            PERFORM CHECK-FIGURE
            IF CELL-NOT-NUMERIC OR WS-CELL-VALUE = 0
            OR WS-CELL-VALUE > 999
               MOVE 'MONTHS NOT A NUMBER FROM 1 TO 999'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            .

      *
      *    DAY00AUD - 'MASTER KEY-POS KEY-LEN MIN-LEN MAX-LEN DUPS
      *    TRAILER', THEN UP TO THREE POS:LEN FIELD LISTS. THE KEY
      *    AND EVERY RECORD MUST FIT THE 300-BYTE RECORD THE AUDIT
      *    READS.
      *
         CHECK-AUDTAB-LINE SECTION.
            IF WS-TOK(1)(40:1) NOT = SPACE
               MOVE 'MASTER PATH LONGER THAN 39 CHARACTERS'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            MOVE WS-TOK(2) TO WS-CELL
            PERFORM CHECK-FIGURE
            MOVE WS-CELL-VALUE TO WS-LOW-VALUE
            IF CELL-NOT-NUMERIC OR WS-CELL-VALUE = 0
               MOVE 'KEY POSITION NOT A NUMBER ABOVE 0'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            MOVE WS-TOK(3) TO WS-CELL
            PERFORM CHECK-FIGURE
            IF CELL-NOT-NUMERIC OR WS-CELL-VALUE = 0
            OR WS-CELL-VALUE > 60
            OR WS-LOW-VALUE + WS-CELL-VALUE > 301
               MOVE 'KEY LENGTH NOT 1 TO 60 OR KEY PAST BYTE 300'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            MOVE WS-TOK(4) TO WS-CELL
            PERFORM CHECK-FIGURE
            MOVE WS-CELL-VALUE TO WS-LOW-VALUE
            IF CELL-NOT-NUMERIC OR WS-CELL-VALUE > 300
               MOVE 'MINIMUM LENGTH NOT A NUMBER FROM 0 TO 300'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            MOVE WS-TOK(5) TO WS-CELL
            PERFORM CHECK-FIGURE
            IF CELL-NOT-NUMERIC OR WS-CELL-VALUE > 300
            OR WS-CELL-VALUE < WS-LOW-VALUE
               MOVE 'MAXIMUM LENGTH NOT FROM THE MINIMUM TO 300'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK(6) NOT = 'Y' AND WS-TOK(6) NOT = 'N'
               MOVE 'DUPLICATES COLUMN NOT Y OR N' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK(7) NOT = 'Y' AND WS-TOK(7) NOT = 'N'
               MOVE 'TRAILER COLUMN NOT Y OR N' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            PERFORM VARYING FX FROM 8 BY 1 UNTIL FX > 10
               IF WS-TOK(FX) NOT = SPACES
                  MOVE WS-TOK(FX) TO WS-FLD-CHARS
                  INSPECT WS-FLD-CHARS CONVERTING '0123456789:,'
                     TO SPACES
                  IF WS-FLD-CHARS NOT = SPACES
                     MOVE 'FIELD LIST NOT IN POS:LEN,POS:LEN FORM'
                        TO WS-REJECT-WHY
                     PERFORM REJECT-LINE
                  END-IF
               END-IF
            END-PERFORM
            .

      *
      *    DAY00DST - 'REPORT GROUP DROP-BOX SPLIT', THE SPLIT N
      *    (WHOLE), P (BY PROGRAM) OR D (BY DAY).
      *
         CHECK-DSTTAB-LINE SECTION.
            IF WS-TOK(1)(40:1) NOT = SPACE
               MOVE 'REPORT PATH LONGER THAN 39 CHARACTERS'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK(2) = SPACES
            OR WS-TOK(2)(13:1) NOT = SPACE
               MOVE 'GROUP MISSING OR LONGER THAN 12 CHARACTERS'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK(3) = SPACES
            OR WS-TOK(3)(40:1) NOT = SPACE
               MOVE 'DROP BOX MISSING OR LONGER THAN 39 CHARACTERS'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK(4) NOT = 'N' AND WS-TOK(4) NOT = 'P'
            AND WS-TOK(4) NOT = 'D'
               MOVE 'SPLIT NOT N, P OR D' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            .

      *
      *    DAY00INC - 'KIND CODE DESCRIPTION', KIND C (CATEGORY),
      *    R (ROOT CAUSE) OR S (RESOLUTION).
      *
         CHECK-INCCODES-LINE SECTION.
            IF WS-TOK(1) NOT = 'C' AND WS-TOK(1) NOT = 'R'
            AND WS-TOK(1) NOT = 'S'
               MOVE 'KIND NOT C, R OR S' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK(2) = SPACES
            OR WS-TOK(2)(9:1) NOT = SPACE
               MOVE 'CODE MISSING OR LONGER THAN 8 CHARACTERS'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK(3) = SPACES
               MOVE 'DESCRIPTION MISSING' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            .

      *
      *    DAY00RCP - 'PUBFILE DAYS HHMM'. THE READER TAKES ONLY THE
      *    PUBFILE LINE; A CUTOFF THAT IS NOT A CLOCK TIME WOULD BE
      *    READ AS MIDNIGHT.
      *
         CHECK-ACKPARMS-LINE SECTION.
            IF WS-TOK(1) NOT = 'PUBFILE'
               MOVE 'INTERFACE NOT PUBFILE' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            MOVE WS-TOK(2) TO WS-CELL
            PERFORM CHECK-FIGURE
            IF CELL-NOT-NUMERIC OR WS-CELL-LEN NOT = 1
               MOVE 'DAYS NOT A NUMBER FROM 0 TO 9' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            MOVE WS-TOK(3) TO WS-CELL
            PERFORM CHECK-FIGURE
            IF CELL-NOT-NUMERIC OR WS-CELL-LEN NOT = 4
            OR WS-CELL-VALUE > 2359
            OR WS-CELL(3:1) > '5'
               MOVE 'CUTOFF NOT A 24-HOUR HHMM TIME'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            .

      *
      *    DAY00INT - 'FEED-NAME DAYDIR ADAPTER', ADAPTER OPTIONAL.
      *    THE FEED NAME IS MATCHED AGAINST THE 12-CHARACTER NAME ON
      *    THE *HDR RECORD; THE ADAPTER IS A PROGRAM NAME IN THE
      *    DAY'S DIRECTORY.
      *
         CHECK-FEEDTAB-LINE SECTION.
            IF WS-TOK(1)(13:1) NOT = SPACE
               MOVE 'FEED NAME LONGER THAN 12 CHARACTERS'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK(2) = SPACES
            OR WS-TOK(2)(13:1) NOT = SPACE
               MOVE 'DAY DIRECTORY MISSING OR LONGER THAN 12'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK(3)(9:1) NOT = SPACE
               MOVE 'ADAPTER LONGER THAN 8 CHARACTERS'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK-COUNT > 3
               MOVE 'MORE THAN THREE COLUMNS' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            .

      *
      *    DAY00DRV - 'STEP OUTPUT MINIMUM STAMP'. THE STEP IS A
      *    PROGRAM NAME, THE OUTPUT A PATH OF UP TO 40 CHARACTERS,
      *    THE MINIMUM A RECORD COUNT OF UP TO 7 DIGITS, AND THE
      *    STAMP Y OR N.
      *
         CHECK-OUTCTR-LINE SECTION.
            IF WS-TOK(1)(21:1) NOT = SPACE
               MOVE 'STEP LONGER THAN 20 CHARACTERS' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK(2) = SPACES
               MOVE 'OUTPUT FILE MISSING' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            MOVE WS-TOK(3) TO WS-CELL
            PERFORM CHECK-FIGURE
            IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 7
               MOVE 'MINIMUM NOT A 7-DIGIT RECORD COUNT'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK(4) NOT = 'Y' AND WS-TOK(4) NOT = 'N'
               MOVE 'STAMP NOT Y OR N' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK-COUNT > 4
               MOVE 'MORE THAN FOUR COLUMNS' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            .

      *
      *    DAY00CON - 'PROGRAM LABEL FIELD OP PROGRAM LABEL FIELD'.
      *    EACH SIDE NAMES A PROGRAM OF UP TO 8 CHARACTERS, A LABEL
      *    OF UP TO 10 AND A FIELD A, I OR O; THE OPERATOR IS EQ, NE,
      *    GT, GE, LT OR LE.
      *
         CHECK-CONRULES-LINE SECTION.
            IF WS-TOK(1)(9:1) NOT = SPACE
            OR WS-TOK(5)(9:1) NOT = SPACE
               MOVE 'PROGRAM LONGER THAN 8 CHARACTERS' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK(2)(11:1) NOT = SPACE
            OR WS-TOK(6)(11:1) NOT = SPACE
               MOVE 'LABEL LONGER THAN 10 CHARACTERS' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF (WS-TOK(3) NOT = 'A' AND WS-TOK(3) NOT = 'I'
                                    AND WS-TOK(3) NOT = 'O')
            OR (WS-TOK(7) NOT = 'A' AND WS-TOK(7) NOT = 'I'
                                    AND WS-TOK(7) NOT = 'O')
               MOVE 'FIELD NOT A, I OR O' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK(4) NOT = 'EQ' AND WS-TOK(4) NOT = 'NE'
            AND WS-TOK(4) NOT = 'GT' AND WS-TOK(4) NOT = 'GE'
            AND WS-TOK(4) NOT = 'LT' AND WS-TOK(4) NOT = 'LE'
               MOVE 'OPERATOR NOT EQ NE GT GE LT OR LE'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK-COUNT NOT = 7
               MOVE 'NOT SEVEN COLUMNS' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            .

      *
      *    DAY00PAR - THE CONSECUTIVE CLEAN NIGHTS BEFORE A TEST
      *    TREE MAY BE SIGNED OFF, 1 TO 999.
      *
         CHECK-PARPARMS-LINE SECTION.
            MOVE WS-TOK(1) TO WS-CELL
            PERFORM CHECK-FIGURE
            IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 3
            OR WS-CELL-VALUE = 0
               MOVE 'CLEAN NIGHTS NOT A NUMBER FROM 1 TO 999'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK-COUNT > 1
               MOVE 'MORE THAN ONE COLUMN' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            .

      *
      *    DAY00DRV - 'CLASS MAXIMUM': AN INITIATOR CLASS NAME OF UP
      *    TO 8 CHARACTERS AND THE STEPS OF IT THAT MAY RUN AT ONCE,
      *    1 TO 99.
      *
         CHECK-DRVCLASS-LINE SECTION.
            IF WS-TOK(1)(9:1) NOT = SPACE
               MOVE 'CLASS LONGER THAN 8 CHARACTERS' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            MOVE WS-TOK(2) TO WS-CELL
            PERFORM CHECK-FIGURE
            IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 2
            OR WS-CELL-VALUE = 0
               MOVE 'MAXIMUM NOT A NUMBER FROM 1 TO 99'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK-COUNT NOT = 2
               MOVE 'NOT TWO COLUMNS' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            .

      *
      *    DAY00DRV - 'STEP RETRIES DELAY CODES': A PROGRAM OF UP TO
      *    8 CHARACTERS OR DEFAULT, 0 TO 9 RETRIES, A DELAY OF 0 TO
      *    3600 SECONDS, AND ONE TO FOUR RETURN CODES SEPARATED BY
      *    COMMAS - NONE OF THEM 0, OR 2, THE OPERATOR QUIESCE.
      *
         CHECK-DRVRETRY-LINE SECTION.
            IF WS-TOK(1)(9:1) NOT = SPACE
               MOVE 'STEP LONGER THAN 8 CHARACTERS' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            MOVE WS-TOK(2) TO WS-CELL
            PERFORM CHECK-FIGURE
            IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 1
               MOVE 'RETRIES NOT A NUMBER FROM 0 TO 9'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            MOVE WS-TOK(3) TO WS-CELL
            PERFORM CHECK-FIGURE
            IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 4
            OR WS-CELL-VALUE > 3600
               MOVE 'DELAY NOT A NUMBER FROM 0 TO 3600'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > 5
               MOVE SPACES TO WS-OPT-LIST(PX)
            END-PERFORM
            UNSTRING WS-TOK(4)
               DELIMITED BY ','
               INTO WS-OPT-LIST(1), WS-OPT-LIST(2),
                    WS-OPT-LIST(3), WS-OPT-LIST(4),
                    WS-OPT-LIST(5)
            END-UNSTRING
            IF WS-OPT-LIST(1) = SPACES
               MOVE 'NO RETURN CODES' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-OPT-LIST(5) NOT = SPACES
               MOVE 'MORE THAN FOUR RETURN CODES' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > 4
               IF WS-OPT-LIST(PX) NOT = SPACES
                  MOVE WS-OPT-LIST(PX) TO WS-CELL
                  PERFORM CHECK-FIGURE
                  IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 4
                  OR WS-CELL-VALUE = 0 OR WS-CELL-VALUE = 2
                     MOVE 'RETURN CODE NOT 1 OR 3 TO 9999'
                        TO WS-REJECT-WHY
                     PERFORM REJECT-LINE
                  END-IF
               END-IF
            END-PERFORM
            IF WS-TOK-COUNT NOT = 4
               MOVE 'NOT FOUR COLUMNS' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            .

      *
      *    DAY00RBK - 'STEP RC REF RERUN RESTORE CONTACT TEXT': A
      *    PROGRAM OF UP TO 8 CHARACTERS OR ANY, A RETURN CODE OF UP
      *    TO 4 DIGITS OR ANY, A REFERENCE OF UP TO 8, RERUN Y OR N,
      *    RESTORE NONE, CHECKPOINT, LASTSET OR SET.YYYYMMDD.HHMMSS,
      *    A CONTACT OF UP TO 12, THEN THE INSTRUCTION TEXT.
      *
         CHECK-RUNBOOK-LINE SECTION.
            IF WS-TOK(1)(9:1) NOT = SPACE
               MOVE 'STEP LONGER THAN 8 CHARACTERS' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK(2) NOT = 'ANY' AND WS-TOK(2) NOT = 'any'
               MOVE WS-TOK(2) TO WS-CELL
               PERFORM CHECK-FIGURE
               IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 4
                  MOVE 'RC NOT ANY OR A NUMBER FROM 0 TO 9999'
                     TO WS-REJECT-WHY
                  PERFORM REJECT-LINE
               END-IF
            END-IF
            IF WS-TOK(3)(9:1) NOT = SPACE
               MOVE 'REFERENCE LONGER THAN 8 CHARACTERS'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK(4) NOT = 'Y' AND WS-TOK(4) NOT = 'N'
               MOVE 'RERUN NOT Y OR N' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            EVALUATE TRUE
               WHEN WS-TOK(5) = 'NONE'
               WHEN WS-TOK(5) = 'CHECKPOINT'
               WHEN WS-TOK(5) = 'LASTSET'
                  CONTINUE
               WHEN WS-TOK(5)(1:4) = 'SET.'
               AND WS-TOK(5)(5:8) NUMERIC
               AND WS-TOK(5)(13:1) = '.'
               AND WS-TOK(5)(14:6) NUMERIC
               AND WS-TOK(5)(20:1) = SPACE
                  CONTINUE
               WHEN OTHER
                  MOVE 'RESTORE NOT NONE, CHECKPOINT, LASTSET OR '
                     & 'SET.YYYYMMDD.HHMMSS' TO WS-REJECT-WHY
                  PERFORM REJECT-LINE
            END-EVALUATE
            IF WS-TOK(6)(13:1) NOT = SPACE
               MOVE 'CONTACT LONGER THAN 12 CHARACTERS'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            IF WS-TOK-COUNT < 7
               MOVE 'NO INSTRUCTION TEXT' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            .

      *
      *    DAY00DRV - 'WAVE STEP BUDGET CEILING', THEN OPTIONALLY
      *    THE FREQUENCY LETTER, PRED=STEP,STEP (UP TO FOUR),
      *    COND=(CODE,OP,STEP) (UP TO THREE) AND CLASS=NAME, IN ANY
      *    ORDER - NO MORE THAN FIVE OPTION COLUMNS.
      *
         CHECK-DRVSTEPS-LINE SECTION.
            MOVE WS-TOK(1) TO WS-CELL
            PERFORM CHECK-FIGURE
            IF CELL-NOT-NUMERIC OR WS-CELL-LEN NOT = 2
               MOVE 'WAVE NOT A 2-DIGIT NUMBER' TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF

            MOVE SPACES TO WS-STEP-DIR WS-STEP-PGM
            UNSTRING WS-TOK(2)
               DELIMITED BY '/'
               INTO WS-STEP-DIR, WS-STEP-PGM
            END-UNSTRING
            IF WS-STEP-PGM = SPACES OR WS-STEP-DIR = SPACES
               MOVE 'STEP NOT IN DAYDIR/PROGRAM FORM'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            ELSE
               IF WS-DRV-COUNT < 60
                  ADD 1 TO WS-DRV-COUNT
                  MOVE WS-STEP-PGM TO WS-DRV-PGM(WS-DRV-COUNT)
               END-IF
            END-IF

            MOVE WS-TOK(3) TO WS-CELL
            PERFORM CHECK-FIGURE
            IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 5
               MOVE 'BUDGET NOT A 5-DIGIT NUMBER OF SECONDS'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            MOVE WS-TOK(4) TO WS-CELL
            PERFORM CHECK-FIGURE
            IF CELL-NOT-NUMERIC OR WS-CELL-LEN > 5
               MOVE 'CEILING NOT A 5-DIGIT NUMBER OF SECONDS'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF

            IF WS-TOK(10) NOT = SPACES
               MOVE 'MORE THAN FIVE OPTION COLUMNS'
                  TO WS-REJECT-WHY
               PERFORM REJECT-LINE
            END-IF
            MOVE 0 TO WS-COND-SEEN
            PERFORM VARYING TX FROM 5 BY 1 UNTIL TX > 9
               PERFORM CHECK-STEP-OPTION
            END-PERFORM
            .

         CHECK-STEP-OPTION SECTION.
            EVALUATE TRUE
               WHEN WS-TOK(TX) = SPACES
                  CONTINUE
               WHEN WS-TOK(TX)(1:5) = 'PRED='
                  PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > 5
                     MOVE SPACES TO WS-OPT-LIST(PX)
                  END-PERFORM
                  UNSTRING WS-TOK(TX)(6:35)
                     DELIMITED BY ',' OR SPACE
                     INTO WS-OPT-LIST(1), WS-OPT-LIST(2),
                          WS-OPT-LIST(3), WS-OPT-LIST(4),
                          WS-OPT-LIST(5)
                  END-UNSTRING
                  IF WS-OPT-LIST(1) = SPACES
                     MOVE 'PRED= NAMES NO STEP' TO WS-REJECT-WHY
                     PERFORM REJECT-LINE
                  END-IF
                  IF WS-OPT-LIST(5) NOT = SPACES
                     MOVE 'PRED= NAMES MORE THAN FOUR STEPS'
                        TO WS-REJECT-WHY
                     PERFORM REJECT-LINE
                  END-IF
                  PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > 4
                     IF WS-OPT-LIST(PX) NOT = SPACES
                        MOVE WS-OPT-LIST(PX) TO WS-OPT-STEP
                        PERFORM NOTE-STEP-REFERENCE
                     END-IF
                  END-PERFORM
               WHEN WS-TOK(TX)(1:6) = 'COND=('
                  PERFORM CHECK-STEP-CONDITION
               WHEN WS-TOK(TX)(1:6) = 'CLASS='
                  IF WS-TOK(TX)(7:1) = SPACE
                  OR WS-TOK(TX)(15:1) NOT = SPACE
                     MOVE 'CLASS= NOT A NAME OF 1 TO 8 CHARACTERS'
                        TO WS-REJECT-WHY
                     PERFORM REJECT-LINE
                  END-IF
               WHEN WS-TOK(TX)(2:1) = SPACE
               AND (WS-TOK(TX)(1:1) = 'D' OR 'W' OR 'M' OR 'O')
                  CONTINUE
               WHEN OTHER
                  MOVE SPACES TO WS-REJECT-WHY
                  STRING 'COLUMN NOT UNDERSTOOD - '
                         WS-TOK(TX)(1:30)
                     DELIMITED BY SIZE INTO WS-REJECT-WHY
                  END-STRING
                  PERFORM REJECT-LINE
            END-EVALUATE
            .

         CHECK-STEP-CONDITION SECTION.
            ADD 1 TO WS-COND-SEEN
            MOVE SPACES TO WS-OPT-CODE WS-OPT-OP WS-OPT-STEP
            UNSTRING WS-TOK(TX)(7:34)
               DELIMITED BY ',' OR ')'
               INTO WS-OPT-CODE, WS-OPT-OP, WS-OPT-STEP
            END-UNSTRING
            MOVE WS-OPT-CODE TO WS-CELL
            PERFORM CHECK-FIGURE
            EVALUATE TRUE
               WHEN WS-COND-SEEN > 3
                  MOVE 'MORE THAN THREE COND= CONDITIONS'
                     TO WS-REJECT-WHY
                  PERFORM REJECT-LINE
               WHEN CELL-NOT-NUMERIC OR WS-CELL-LEN > 4
                  MOVE 'COND= CODE NOT A 4-DIGIT NUMBER'
                     TO WS-REJECT-WHY
                  PERFORM REJECT-LINE
               WHEN NOT (WS-OPT-OP = 'GT' OR 'GE' OR 'EQ' OR 'NE'
                                    OR 'LT' OR 'LE')
                  MOVE 'COND= OPERATOR NOT GT GE EQ NE LT OR LE'
                     TO WS-REJECT-WHY
                  PERFORM REJECT-LINE
               WHEN WS-OPT-STEP = SPACES
                  MOVE 'COND= NAMES NO STEP' TO WS-REJECT-WHY
                  PERFORM REJECT-LINE
               WHEN OTHER
                  PERFORM NOTE-STEP-REFERENCE
            END-EVALUATE
            .

         NOTE-STEP-REFERENCE SECTION.
            IF WS-REF-COUNT < 250
               ADD 1 TO WS-REF-COUNT
               MOVE WS-OPT-STEP TO WS-REF-PGM(WS-REF-COUNT)
               MOVE WS-LINE-NO  TO WS-REF-LINE(WS-REF-COUNT)
            END-IF
            .

      *
      *    A PREDECESSOR THE TABLE DOES NOT DEFINE LEAVES ITS STEP
      *    WAITING ALL NIGHT; A CONDITION ON ONE IS NEVER TESTED.
      *
         CHECK-STEP-REFERENCES SECTION.
            PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > WS-REF-COUNT
               SET NAME-NOT-FOUND TO TRUE
               PERFORM VARYING DX FROM 1 BY 1
                           UNTIL DX > WS-DRV-COUNT OR NAME-FOUND
                  IF WS-DRV-PGM(DX) = WS-REF-PGM(RX)
                     SET NAME-FOUND TO TRUE
                  END-IF
               END-PERFORM
               IF NAME-NOT-FOUND
                  MOVE WS-REF-LINE(RX) TO WS-LINE-NO
                  MOVE SPACES TO WS-REJECT-WHY
                  STRING 'NAMES STEP '   DELIMITED BY SIZE
                         WS-REF-PGM(RX)  DELIMITED BY SPACE
                         ' WHICH THE TABLE DOES NOT DEFINE'
                                         DELIMITED BY SIZE
                     INTO WS-REJECT-WHY
                  END-STRING
                  MOVE SPACES TO STAGE-TEXT
                  PERFORM REJECT-LINE
               END-IF
            END-PERFORM
            MOVE 0 TO WS-LINE-NO
            .

         REJECT-LINE SECTION.
            ADD 1 TO WS-ERROR-COUNT
            IF WS-LINE-NO = 0
               DISPLAY 'DAY00PRM TABLE REJECTED - ' WS-REJECT-WHY
            ELSE
               DISPLAY 'DAY00PRM LINE ' WS-LINE-NO ' REJECTED - '
                       WS-REJECT-WHY
            END-IF
            IF STAGE-TEXT NOT = SPACES
               DISPLAY '         ' STAGE-TEXT(1:60)
            END-IF
            .

      *
      *    WHETHER WS-SEEN-KEY CAME ON AN EARLIER LINE OF THE STAGED
      *    TABLE; A NEW ONE IS ADDED FOR THE LINES THAT FOLLOW.
      *
         CHECK-SEEN-NAME SECTION.
            SET NAME-NOT-FOUND TO TRUE
            PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > WS-SEEN-COUNT
               IF WS-SEEN-NAME(RX) = WS-SEEN-KEY
                  SET NAME-FOUND TO TRUE
               END-IF
            END-PERFORM
            IF NAME-NOT-FOUND AND WS-SEEN-COUNT < 500
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-SEEN-KEY TO WS-SEEN-NAME(WS-SEEN-COUNT)
            END-IF
            .

      *
      *    A DIGITS-ONLY CHECK OF ONE COLUMN. THE READERS CONVERT
      *    DIGIT BY DIGIT AND SKIP ANYTHING ELSE, SO '1O0' WOULD BE
      *    TAKEN AS 10 - HERE IT IS REJECTED INSTEAD.
      *
         CHECK-FIGURE SECTION.
            MOVE 20 TO WS-CELL-LEN
            PERFORM UNTIL WS-CELL-LEN < 1
                         OR WS-CELL(WS-CELL-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CELL-LEN
            END-PERFORM
            SET CELL-NUMERIC TO TRUE
            MOVE 0 TO WS-CELL-VALUE
            IF WS-CELL-LEN = 0
               SET CELL-NOT-NUMERIC TO TRUE
            END-IF
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > WS-CELL-LEN
               MOVE WS-CELL(CX:1) TO WS-CELL-CHAR
               IF WS-CELL-CHAR NUMERIC
                  IF CX <= 15
                     COMPUTE WS-CELL-VALUE =
                        WS-CELL-VALUE * 10 + WS-CELL-DIGIT
                  END-IF
               ELSE
                  SET CELL-NOT-NUMERIC TO TRUE
               END-IF
            END-PERFORM
            .

      *
      *    THE TABLE'S LATEST CHECK-IN ON PRMAUDIT, AND WHETHER THE
      *    LIVE TABLE STILL MATCHES IT.
      *
         FIND-CURRENT-VERSION SECTION.
            OPEN INPUT AUDIT-FILE
            IF WS-AUDIT-STATUS = '00'
               READ AUDIT-FILE
                  AT END SET AUDIT-END TO TRUE
               END-READ
               PERFORM UNTIL AUDIT-END
                  IF PRA-TABLE = WS-ASK-TABLE
                  AND PRA-VERSION NUMERIC
                  AND PRA-VERSION > WS-CUR-VERSION
                     MOVE PRA-VERSION TO WS-CUR-VERSION
                     MOVE PRA-SUM     TO WS-CUR-SUM
                  END-IF
                  READ AUDIT-FILE
                     AT END SET AUDIT-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
            END-IF
            COMPUTE WS-NEW-VERSION = WS-CUR-VERSION + 1

            OPEN INPUT LIVE-FILE
            IF WS-LIVE-STATUS = '00'
               SET LIVE-PRESENT TO TRUE
               CLOSE LIVE-FILE
               MOVE WS-LIVE-NAME TO WS-SUM-PATH
               PERFORM COMPUTE-CHECKSUM
               MOVE WS-SUM-RESULT TO WS-LIVE-SUM
            END-IF

            IF WS-CUR-VERSION = 0
               DISPLAY 'DAY00PRM ' WS-ASK-TABLE ' HAS NEVER BEEN '
                       'CHECKED IN'
            ELSE
               DISPLAY 'DAY00PRM ' WS-ASK-TABLE ' IS AT VERSION '
                       WS-CUR-VERSION
               IF WS-LIVE-SUM NOT = WS-CUR-SUM
                  DISPLAY 'DAY00PRM WARNING - LIVE ' WS-ASK-TABLE
                          ' WAS EDITED OUTSIDE CHECK-IN SINCE '
                          'VERSION ' WS-CUR-VERSION
                  ADD 1 TO WS-WARN-COUNT
               END-IF
            END-IF
            .

      *
      *    THE LINES THAT DIFFER, OLD THEN NEW, GROUPED UNDER THE
      *    LIVE-TABLE LINE NUMBERS THEY AFFECT. A TABLE NOT YET ON
      *    DISK IS COMPARED AGAINST AN EMPTY ONE.
      *
         SHOW-CHANGED-LINES SECTION.
            MOVE SPACES TO WS-COMMAND
            MOVE 1 TO WS-CMD-PTR
            STRING 'diff ' DELIMITED BY SIZE
               INTO WS-COMMAND
               WITH POINTER WS-CMD-PTR
            END-STRING
            IF LIVE-PRESENT
               STRING WS-LIVE-NAME DELIMITED BY SPACE
                  INTO WS-COMMAND
                  WITH POINTER WS-CMD-PTR
               END-STRING
            ELSE
               STRING '/dev/null' DELIMITED BY SIZE
                  INTO WS-COMMAND
                  WITH POINTER WS-CMD-PTR
               END-STRING
            END-IF
            STRING ' '           DELIMITED BY SIZE
                   WS-STAGE-NAME DELIMITED BY SPACE
                   ' > PRM.tmp 2>/dev/null' DELIMITED BY SIZE
               INTO WS-COMMAND
               WITH POINTER WS-CMD-PTR
            END-STRING
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL
            MOVE 0 TO RETURN-CODE

            OPEN INPUT WORK-FILE
            IF WS-WORK-STATUS = '00'
               READ WORK-FILE
                  AT END SET WORK-END TO TRUE
               END-READ
               PERFORM UNTIL WORK-END
                  EVALUATE WORK-TEXT(1:1)
                     WHEN '<'
                        ADD 1 TO WS-CHANGED-COUNT
                        DISPLAY 'DAY00PRM   OLD  ' WORK-TEXT(3:60)
                     WHEN '>'
                        ADD 1 TO WS-CHANGED-COUNT
                        DISPLAY 'DAY00PRM   NEW  ' WORK-TEXT(3:60)
                     WHEN '-'
                        CONTINUE
                     WHEN OTHER
                        DISPLAY 'DAY00PRM CHANGE AT LIVE LINE '
                                WORK-TEXT(1:20)
                  END-EVALUATE
                  READ WORK-FILE
                     AT END SET WORK-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE WORK-FILE
            END-IF
            MOVE 'rm -f PRM.tmp' TO WS-COMMAND
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL
            MOVE 0 TO RETURN-CODE
            .

         ASK-FOR-APPROVAL SECTION.
            DISPLAY 'DAY00PRM - REASON FOR THE CHANGE: '
            ACCEPT WS-ASK-REASON
            IF WS-ASK-REASON = SPACES
               DISPLAY 'DAY00PRM NO REASON GIVEN - ' WS-ASK-TABLE
                       ' NOT INSTALLED'
               MOVE 8 TO RETURN-CODE
            ELSE
               DISPLAY 'DAY00PRM - INSTALL AS VERSION ' WS-NEW-VERSION
                       ' OF ' WS-ASK-TABLE ' (Y/N): '
               ACCEPT WS-ASK-APPROVE
               IF WS-ASK-APPROVE = 'Y' OR 'y'
                  PERFORM INSTALL-NEW-VERSION
               ELSE
                  DISPLAY 'DAY00PRM NOT APPROVED - ' WS-ASK-TABLE
                          ' LEFT AS IT WAS, STAGED COPY KEPT'
               END-IF
            END-IF
            .

      *
      *    KEEP THE LIVE TABLE AS ITS GENERATION, MOVE THE STAGED
      *    COPY INTO PLACE, AND PROVE IT ARRIVED BY ITS CHECKSUM
      *    BEFORE THE CHANGE IS RECORDED.
      *
         INSTALL-NEW-VERSION SECTION.
            MOVE WS-STAGE-NAME TO WS-SUM-PATH
            PERFORM COMPUTE-CHECKSUM
            MOVE WS-SUM-RESULT TO WS-STAGE-SUM

            MOVE SPACES TO WS-GEN-NAME
            STRING WS-LIVE-NAME   DELIMITED BY SPACE
                   '.G'           DELIMITED BY SIZE
                   WS-CUR-VERSION DELIMITED BY SIZE
               INTO WS-GEN-NAME
            END-STRING

            MOVE SPACES TO WS-COMMAND
            MOVE 1 TO WS-CMD-PTR
            IF LIVE-PRESENT
               STRING 'cp -p '      DELIMITED BY SIZE
                      WS-LIVE-NAME  DELIMITED BY SPACE
                      ' '           DELIMITED BY SIZE
                      WS-GEN-NAME   DELIMITED BY SPACE
                      ' && '        DELIMITED BY SIZE
                  INTO WS-COMMAND
                  WITH POINTER WS-CMD-PTR
               END-STRING
            END-IF
            STRING 'mv '         DELIMITED BY SIZE
                   WS-STAGE-NAME DELIMITED BY SPACE
                   ' '           DELIMITED BY SIZE
                   WS-LIVE-NAME  DELIMITED BY SPACE
                   ' 2>/dev/null' DELIMITED BY SIZE
               INTO WS-COMMAND
               WITH POINTER WS-CMD-PTR
            END-STRING
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL
            MOVE 0 TO RETURN-CODE

            MOVE WS-LIVE-NAME TO WS-SUM-PATH
            PERFORM COMPUTE-CHECKSUM
            IF WS-SUM-RESULT NOT = WS-STAGE-SUM
            OR WS-SUM-RESULT = SPACES
               DISPLAY 'DAY00PRM INSTALL OF ' WS-ASK-TABLE
                       ' FAILED - LIVE TABLE DOES NOT MATCH THE '
                       'STAGED COPY; NOTHING RECORDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN EXTEND AUDIT-FILE
            IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-FILE
            END-IF
            MOVE SPACES         TO AUDIT-RECORD
            MOVE WS-RUN-DATE    TO PRA-DATE
            MOVE WS-RUN-HHMMSS  TO PRA-TIME
            MOVE WS-ASK-TABLE   TO PRA-TABLE
            MOVE WS-NEW-VERSION TO PRA-VERSION
            MOVE WS-OPERATOR    TO PRA-OPERATOR
            MOVE WS-STAGE-SUM   TO PRA-SUM
            IF LIVE-PRESENT
               MOVE WS-CUR-VERSION TO PRA-PRIOR
            ELSE
               MOVE 'NONE' TO PRA-PRIOR
            END-IF
            MOVE WS-ASK-REASON  TO PRA-REASON
            WRITE AUDIT-RECORD
            CLOSE AUDIT-FILE

            DISPLAY 'DAY00PRM ' WS-ASK-TABLE ' VERSION '
                    WS-NEW-VERSION ' INSTALLED BY ' WS-OPERATOR
            IF LIVE-PRESENT
               DISPLAY 'DAY00PRM PRIOR VERSION KEPT AS '
                       WS-GEN-NAME(1:44)
            END-IF
            .

         COMPUTE-CHECKSUM SECTION.
            MOVE SPACES TO WS-COMMAND
            MOVE 1 TO WS-CMD-PTR
            STRING 'cksum < '  DELIMITED BY SIZE
                   WS-SUM-PATH DELIMITED BY SPACE
                   ' 2>/dev/null | cut -d" " -f1 > PRM.tmp'
                               DELIMITED BY SIZE
               INTO WS-COMMAND
               WITH POINTER WS-CMD-PTR
            END-STRING
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL
            MOVE 0 TO RETURN-CODE

            MOVE SPACES TO WS-SUM-RESULT
            OPEN INPUT WORK-FILE
            IF WS-WORK-STATUS = '00'
               READ WORK-FILE
                  AT END SET WORK-END TO TRUE
               END-READ
               IF NOT WORK-END
                  MOVE WORK-TEXT(1:10) TO WS-SUM-RESULT
               END-IF
               CLOSE WORK-FILE
            END-IF
            MOVE 'rm -f PRM.tmp' TO WS-COMMAND
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL
            MOVE 0 TO RETURN-CODE
            .
