      *    WAVE HAVE NO FILES IN COMMON AND RUN CONCURRENTLY, EACH
      *    WITH ITS CONSOLE IN A PRIVATE LOG AND ITS CONTROL-TOTAL
      *    APPENDS POINTED (THROUGH THE CTLFILE ENVIRONMENT
      *    VARIABLE) AT A PRIVATE SIDE FILE. AS EACH STEP ENDS,
      *    THE DRIVER REPLAYS ITS LOG AND MERGES ITS SIDE FILE INTO
      *    THE SHARED CTLFILE, ONE STEP AT A TIME, SO CONCURRENT
      *    STEPS NEVER INTERLEAVE RECORDS. EVERY WAVE COMPLETES
      *    BEFORE DAY00RPT AND DAY00CHK RUN.
      *
      *    AFTER THE REPORTING PAIR AND DAY00BUD, THE DRIVER RUNS
      *    DAY00LOD TO FOLD THE NIGHT'S CTLFILE INTO CTLMAST AND THEN
      *    DAY00CON, WHICH HOLDS THE COMBINED PROGRAMS' ANSWERS TO
      *    THE PART PROGRAMS' ON CTLMAST BY THE CONRULES TABLE. EVERY
      *    RULE IT FOUND BROKEN (CONBREAK) IS LISTED ON THE RUN SHEET
      *    WITH BOTH FIGURES AND MARKS THE RUN FOR OPERATOR
      *    ATTENTION; DAY00PUB WILL NOT PUBLISH THE RUN.
      *
      *    EACH STEP CARRIES AN ALLOWED-SECONDS BUDGET AND A HARD
      *    CEILING IN THE STEP TABLE. THE STEP'S WALL-CLOCK SECONDS
      *    THE HOUSEKEEPING WAVE - IT RUNS AFTER THE REPORTING PAIR,
      *    SO A MONTH-END CTLFILE ROLLOVER NEVER STARVES THE SAME
      *    NIGHT'S REPORTS.
      *
      *    A STEP-TABLE LINE MAY ALSO NAME ITS PREDECESSORS
      *    (PRED=STEP,STEP - UP TO FOUR, BY PROGRAM OR DIR/PROGRAM)
      *    AND UP TO THREE JCL-STYLE CONDITIONS (COND=(CODE,OP,STEP)
      *    WITH OP GT GE EQ NE LT LE - THE STEP IS BYPASSED WHEN
      *    'CODE OP STEP'S RETURN CODE' IS TRUE, SO COND=(8,LE,
      *    DAY04VAL) MEANS RUN ONLY IF DAY04VAL ENDED BELOW 8). A
      *    CONDITION'S STEP IS ALWAYS A PREDECESSOR TOO. THE WAVES
      *    ARE NO LONGER RUN AS BLOCKS: EVERY STEP IS LAUNCHED THE
      *    MOMENT IT IS READY AND COLLECTED THE MOMENT IT ENDS. A
      *    STEP THAT NAMES PREDECESSORS IS READY WHEN EACH OF THEM
      *    HAS COMPLETED, IS OFF TONIGHT'S SCHEDULE, OR ENDED WITH A
      *    RETURN CODE THAT SOME CONDITION TESTS; A STEP THAT NAMES
      *    NONE WAITS FOR EVERY STEP IN THE LOWER WAVES, AS BEFORE.
      *    A STEP WHOSE CONDITION FAILS - OR WHOSE PREDECESSOR WAS
      *    ITSELF BYPASSED - IS MARKED NOT RUN - CONDITION FALSE ON
      *    THE RUN SHEET AND IN DRVCKPT, AND THE REST OF THE SUITE
      *    CARRIES ON, SO A NO-GO VALIDATOR STOPS ONLY ITS OWN DAY'S
      *    CORES. A FAILED STEP HOLDS BACK ONLY THE STEPS WAITING
      *    ON IT. A RUN WITH A BYPASSED STEP KEEPS ITS CHECKPOINT
      *    AND ITS FEEDS, SO THE RERUN AFTER THE FEED IS FIXED
      *    RE-EVALUATES THE CONDITION.
      *
      *    EVERY STEP LEAVES ENOUGH BEHIND TO ANSWER "WHAT PRODUCED
      *    THIS FIGURE" (DAY00PRV ASSEMBLES IT). AT LAUNCH EACH OF
      *    THE STEP'S PARAMETER FILES LISTED IN PRVPARMS IS STAMPED
      *    INTO PARMMAN - CHECKSUM, LINE COUNT, LAST-CHANGED TIME -
      *    UNDER THE RUN-ID; AT THE END THE RUNHIST RECORD CARRIES
      *    THE RETURN CODE, THE OPERATOR, ANY DRVOVRD OVERRIDE ON
      *    THE STEP, WHETHER THE RUN WAS A DRVCKPT RESTART, AND
      *    WHETHER THE STEP ITSELF RESUMED FROM ITS OWN CHECKPOINT
      *    (ITS CONSOLE SAID RESTART OR RESUMING FROM CHECKPOINT).
      *
      *    THE CONTROL TABLES IN THE PARAMETER LIBRARY (PRMLIB) ARE
      *    CHANGED BY CHECK-IN THROUGH DAY00PRM, WHICH RECORDS EACH
      *    NEW VERSION AND ITS CHECKSUM ON PRMAUDIT. AT RUN START
      *    THE DRIVER CHECKSUMS EVERY LIBRARY TABLE AND COMPARES IT
      *    WITH WHAT THE PREVIOUS RUN SAW (PRMSEEN): A TABLE CHECKED
      *    IN SINCE THEN IS NOTED ON THE RUN SHEET WITH ITS NEW
      *    VERSION, AND A TABLE THAT CHANGED WITHOUT A CHECK-IN IS
      *    NOTED, LOGGED TO EXCLOG AND MARKS THE RUN FOR OPERATOR
      *    ATTENTION.
      *
      *    ONCE THE RUN SHEET IS WRITTEN THE DRIVER RUNS DAY00DST,
      *    WHICH DELIVERS THE NIGHT'S REPORTS - THE SHEET LAST - TO
      *    THE DROP BOXES IN DSTTAB AND LISTS AT THE FOOT OF THE
      *    SHEET ANY REPORT THE RUN OWED BUT DID NOT WRITE.
      *
      *    EVERY STEP THE ARRIVAL WATCH HOLDS IS RECORDED ON THE
      *    HELD-STEP REGISTER (DRVHELD) UNDER THE NIGHT'S RUN-ID.
      *    WHEN THE LATE FEED TURNS UP, DAYCATCHUP=RUN-ID IN THE
      *    ENVIRONMENT MAKES THIS A CATCH-UP RUN FOR THAT NIGHT: NO
      *    NEW RUN-ID IS ALLOCATED - THE STEPS STILL HELD FOR THE
      *    RUN ARE THE ONLY ONES SCHEDULED, THEY RUN UNDER THE
      *    ORIGINAL RUN-ID SO THEIR CONTROL TOTALS JOIN THE NIGHT
      *    THEY BELONG TO, ONLY THEIR DAYS' FEEDS ARE STAGED, AND
      *    THE FOLLOW-ON REPORTING IS RUN WITH THOSE DAYS NAMED IN
      *    DAYONLY SO IT COVERS THE LATE DAYS ALONE. THE CHECKPOINT,
      *    THE OVERRIDES AND THE SHOP CALENDAR'S HOLIDAY STOP ARE
      *    THE NIGHT'S BUSINESS AND ARE LEFT ALONE. EACH COMPLETED
      *    STEP IS MARKED CAUGHT UP ON DRVHELD, AND THE NIGHT'S RUN
      *    SHEET - WHILE IT IS STILL THAT NIGHT'S - GAINS A LINE PER
      *    DAY SAYING WHEN IT WAS CAUGHT UP. DAY00PUB THEN ISSUES THE
      *    LATE ANSWERS AS A SUPPLEMENTARY PUBLICATION.
      *
      *    EVERY PUBLICATION THE HOUSEKEEPING WAVE'S RECEIPT
      *    RECONCILIATION (DAY00RCP) LEAVES OVERDUE, MISMATCHED OR
      *    REJECTED ON PUBRECON IS LISTED ON THE RUN SHEET AND MARKS
      *    THE RUN FOR OPERATOR ATTENTION, NIGHT AFTER NIGHT, UNTIL
      *    THE CONSUMER'S RECEIPT RECONCILES IT.
      *
      *    A STEP CAN END WITH RC 0 AND STILL LEAVE AN EMPTY OR
      *    MISSING OUTPUT BEHIND, AND THE FOLLOW-ON UTILITIES THEN
      *    REPORT NOTHING AS IF NOTHING WERE NORMAL. THE OUTPUT
      *    CONTRACT TABLE (OUTCTR) NAMES, PER STEP, THE FILES IT
      *    MUST LEAVE, THE FEWEST DATA RECORDS EACH MAY HOLD, AND
      *    WHETHER EACH MUST CARRY A *RUN STAMP WITH TONIGHT'S
      *    RUN-ID. AS A STEP ENDS BELOW RC 8 ITS OUTPUTS ARE CHECKED;
      *    A BROKEN CONTRACT FAILS THE STEP WITH RC 10 - NEVER LEFT
      *    TO A CONDITION - IS LOGGED TO EXCLOG, IS SHOWN ON THE RUN
      *    SHEET, AND BYPASSES EVERY STEP WAITING ON IT EVEN UNDER
      *    DAYSUITE_CONT, SO NO DEPENDENT READS A STALE FILE.
      *
      *    A WAVE NO LONGER RUNS EVERYTHING READY AT ONCE. EACH STEP
      *    MAY NAME AN INITIATOR CLASS IN DRVSTEPS (CLASS=HEAVY,
      *    CLASS=LIGHT, CLASS=IO) AND THE CLASS TABLE (DRVCLASS)
      *    SETS HOW MANY STEPS OF EACH CLASS MAY RUN AT ONE TIME. A
      *    READY STEP WHOSE CLASS IS FULL IS HELD FOR AN INITIATOR -
      *    LEFT PENDING, WITH AN INI.<PROGRAM> MARKER IN DAY00 FOR
      *    DAY00STA - AND LAUNCHED WHEN A STEP OF ITS CLASS ENDS.
      *    THE TIME IT SPENT HELD IS KEPT APART FROM ITS RUN TIME:
      *    IT IS ADDED TO THE STEP'S RUNHIST RECORD AND SHOWN UNDER
      *    THE STEP ON THE RUN SHEET. A STEP WITH NO CLASS, OR A
      *    CLASS NOT IN THE TABLE, IS NOT LIMITED.
      *
      *    A STEP THAT FAILS ONLY BECAUSE A FEED OR MASTER WAS
      *    BRIEFLY LOCKED OR STILL BEING WRITTEN (FSABEND'S RC 12)
      *    IS RETRIED RATHER THAN LEFT FOR A CALL-OUT. THE RETRY
      *    TABLE (DRVRETRY) GIVES, PER STEP OR AS A DEFAULT, HOW MANY
      *    RETRIES, THE DELAY BEFORE EACH, AND THE RETURN CODES THAT
      *    COUNT AS TRANSIENT. A STEP ENDING WITH ONE OF THEM WHILE
      *    IT HAS RETRIES LEFT IS LOGGED - A RUNHIST RECORD CARRYING
      *    THE ATTEMPT NUMBER AND AN EXCLOG WARNING - ITS SIDE FILE
      *    IS DISCARDED, AND IT GOES BACK TO PENDING TO BE LAUNCHED
      *    AGAIN AFTER THE DELAY. ONLY THE FINAL FAILURE IS ALERTED
      *    THROUGH DAY00ALR. A STEP THAT SUCCEEDED ONLY ON A RETRY
      *    IS FLAGGED ON THE RUN SHEET WITH ITS FIRST RETURN CODE,
      *    SO ONE THAT KEEPS NEEDING RETRIES GETS LOOKED AT.
      *
      *    AN ENTRY ON THE KNOWN-EXCEPTION REGISTER (KNOWNEXC, KEPT
      *    BY DAY00KNW) THAT HAS PASSED ITS EXPIRY NO LONGER HIDES
      *    ITS LINES FROM DAY00EXC AND DAY00BUD; IT IS LISTED ON THE
      *    RUN SHEET EVERY NIGHT, AND MARKS THE RUN FOR OPERATOR
      *    ATTENTION, UNTIL IT IS RENEWED OR REMOVED.
      *
      *    A FAILED STEP IS LOOKED UP IN THE RUN BOOK (RUNBOOK,
      *    THROUGH DAY00RBK) BY ITS PROGRAM AND RETURN CODE, AND THE
      *    ENTRY - WHETHER A RERUN IS SAFE, WHAT TO RESTORE FIRST,
      *    WHOM TO CALL AND WHAT TO DO - IS SHOWN ON THE CONSOLE AND
      *    PRINTED ON THE RUN SHEET UNDER THE STEP. A FAILURE THE
      *    RUN BOOK DOES NOT COVER IS A GAP: IT IS LOGGED TO EXCLOG
      *    AND LISTED AT THE FOOT OF THE RUN SHEET SO SOMEONE WRITES
      *    THE ENTRY BEFORE IT HAPPENS AGAIN.
      *

         ENVIRONMENT DIVISION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ESC-STATUS.

            SELECT CBK-FILE ASSIGN TO CONBREAK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CBK-STATUS.

            SELECT KNW-FILE ASSIGN TO KNOWNEXC
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-KNW-STATUS.

            SELECT CKPT-FILE ASSIGN TO DRVCKPT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CKPT-STATUS.
            FILE STATUS IS WS-CTLIN-STATUS.

            SELECT SHEET-FILE ASSIGN TO RUNSHEET
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SHEET-STATUS.

            SELECT HELD-FILE ASSIGN TO DRVHELD
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HELD-STATUS.

            SELECT RCN-FILE ASSIGN TO PUBRECON
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RCN-STATUS.

            SELECT HIST-FILE ASSIGN TO RUNHIST
            ORGANIZATION IS LINE SEQUENTIAL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARCHMAN-STATUS.

            SELECT PRV-FILE ASSIGN TO PRVPARMS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PRV-STATUS.

            SELECT PARM-MAN-FILE ASSIGN TO PARMMAN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARMMAN-STATUS.

            SELECT PLIB-FILE ASSIGN TO PRMLIB
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PLIB-STATUS.

            SELECT PAUD-FILE ASSIGN TO PRMAUDIT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAUD-STATUS.

            SELECT PSEEN-FILE ASSIGN TO PRMSEEN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PSEEN-STATUS.

            SELECT OCT-FILE ASSIGN TO OUTCTR
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OCT-STATUS.

            SELECT CLS-FILE ASSIGN TO DRVCLASS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CLS-STATUS.

            SELECT RTY-FILE ASSIGN TO DRVRETRY
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RTY-STATUS.

            SELECT OCL-FILE ASSIGN TO "OCT.tmp"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OCL-STATUS.

            SELECT OUT-FILE ASSIGN TO DYNAMIC WS-OUT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OUT-STATUS.

         DATA DIVISION.

         FILE SECTION.
            05 ARV-DIR           PIC X(12).
            05 FILLER            PIC X.
            05 ARV-VERDICT       PIC X(8).
            05 FILLER            PIC X(37).

      *
      *    PER-RUN OPERATOR OVERRIDES (DRVOVRD, ONE 'ACTION STEP'
      *
      *    THE DAY00BUD EXCEPTION-BUDGET ESCALATIONS FOR THIS RUN -
      *    EACH ONE IS FLAGGED ON THE RUN SHEET AND MARKS THE RUN
      *    FOR OPERATOR ATTENTION. A SEVERITY-B ESCALATION IS AN
      *    OUT-OF-BAND RATE FOR ONE SOURCE: ESC-COUNT IS THE PERCENT
      *    AND ESC-SOURCE/ESC-PART SAY WHICH.
      *
         FD ESC-FILE.
         01 ESC-RECORD.
            05 ESC-COUNT         PIC 9(5).
            05 FILLER            PIC X.
            05 ESC-THRESHOLD     PIC 9(5).
            05 FILLER            PIC X.
            05 ESC-SOURCE        PIC X(8).
            05 FILLER            PIC X.
            05 ESC-PART          PIC X(2).

      *
      *    THE DAY00CON BROKEN CONSISTENCY RULES FOR THIS RUN - EACH
      *    ONE IS LISTED ON THE RUN SHEET WITH BOTH FIGURES AND MARKS
      *    THE RUN FOR OPERATOR ATTENTION.
      *
         FD CBK-FILE.
         COPY "CONBRK.CPY".

      *
      *    THE KNOWN-EXCEPTION REGISTER - AN ENTRY PAST ITS EXPIRY
      *    IS LISTED ON THE RUN SHEET FOR RENEWAL OR REMOVAL.
      *
         FD KNW-FILE.
         COPY "KNWREC.CPY".

      *
      *    ONE RECORD PER COMPLETED STEP. A BYPASSED STEP IS
      *    RECORDED WITH CKPT-NOTE SET AND IS NOT TREATED AS
      *    COMPLETE ON RESTART.
      *
         FD CKPT-FILE.
         01 CKPT-RECORD.
            88 CKPT-END          VALUE LOW-VALUE.
            05 CKPT-STEP         PIC X(30).
            05 FILLER            PIC X.
            05 CKPT-NOTE         PIC X(30).

         FD RUNID-FILE.
         01 RUNID-RECORD.
            05 FILLER            PIC X.
            05 AMN-PATH          PIC X(60).

         FD PRV-FILE.
         01 PRV-RECORD.
            88 PRV-END           VALUE LOW-VALUE.
            05 PRV-TEXT          PIC X(80).

      *
      *    PARAMETER-FILE STAMP MANIFEST - ONE RECORD PER PARAMETER
      *    FILE PER STEP LAUNCH. PMN-STAMP IS THE FILE'S LAST-CHANGED
      *    TIME (CCYYMMDDHHMMSS), OR ABSENT WHEN THE FILE WAS NOT
      *    THERE - WHICH FOR MOST TABLES MEANS THE STEP RAN ON ITS
      *    BUILT-IN DEFAULTS.
      *
         FD PARM-MAN-FILE.
         01 PARM-MAN-RECORD.
            05 PMN-STEP          PIC X(30).
            05 FILLER            PIC X.
            05 PMN-DATE          PIC 9(8).
            05 FILLER            PIC X.
            05 PMN-RUN-ID        PIC 9(6).
            05 FILLER            PIC X.
            05 PMN-PATH          PIC X(40).
            05 FILLER            PIC X.
            05 PMN-SUM           PIC X(10).
            05 FILLER            PIC X.
            05 PMN-COUNT         PIC X(10).
            05 FILLER            PIC X.
            05 PMN-STAMP         PIC X(14).

         FD PLIB-FILE.
         01 PLIB-RECORD.
            88 PLIB-END          VALUE LOW-VALUE.
            05 PLIB-TEXT         PIC X(80).

      *
      *    PARAMETER LIBRARY CHANGE RECORDS, AS DAY00PRM WRITES THEM.
      *
         FD PAUD-FILE.
         01 PAUD-RECORD.
            88 PAUD-END          VALUE LOW-VALUE.
            05 PAU-DATE          PIC 9(8).
            05 FILLER            PIC X.
            05 PAU-TIME          PIC 9(6).
            05 FILLER            PIC X.
            05 PAU-TABLE         PIC X(8).
            05 FILLER            PIC X.
            05 PAU-VERSION       PIC 9(4).
            05 FILLER            PIC X.
            05 PAU-OPERATOR      PIC X(8).
            05 FILLER            PIC X.
            05 PAU-SUM           PIC X(10).
            05 FILLER            PIC X.
            05 PAU-PRIOR         PIC X(4).
            05 FILLER            PIC X.
            05 PAU-REASON        PIC X(60).

      *
      *    WHAT THE LAST RUN SAW OF EACH LIBRARY TABLE - VERSION AND
      *    CHECKSUM (ABSENT WHEN THE TABLE WAS NOT ON DISK).
      *
         FD PSEEN-FILE.
         01 PSEEN-RECORD.
            88 PSEEN-END         VALUE LOW-VALUE.
            05 PSN-TABLE         PIC X(8).
            05 FILLER            PIC X.
            05 PSN-RUN-ID        PIC 9(6).
            05 FILLER            PIC X.
            05 PSN-VERSION       PIC 9(4).
            05 FILLER            PIC X.
            05 PSN-SUM           PIC X(10).

      *
      *    THE OUTPUT CONTRACTS - 'STEP OUTPUT MINIMUM STAMP' PER
      *    LINE, * COMMENTS - THE NAME OF THE FILE AN OUTPUT RESOLVES
      *    TO (THE NEWEST GENERATION WHEN IT ENDS IN *), AND THE
      *    OUTPUT ITSELF, READ ONLY TO COUNT ITS DATA RECORDS AND
      *    FIND ITS *RUN STAMP.
      *
         FD OCT-FILE.
         01 OCT-RECORD.
            88 OCT-END           VALUE LOW-VALUE.
            05 OCT-TEXT          PIC X(80).

      *
      *    THE INITIATOR CLASS TABLE - 'CLASS MAXIMUM' PER LINE,
      *    * COMMENTS.
      *
         FD CLS-FILE.
         01 CLS-RECORD.
            88 CLS-END           VALUE LOW-VALUE.
            05 CLS-TEXT          PIC X(80).

      *
      *    THE RETRY TABLE - 'STEP RETRIES DELAY CODES' PER LINE,
      *    * COMMENTS.
      *
         FD RTY-FILE.
         01 RTY-RECORD.
            88 RTY-END           VALUE LOW-VALUE.
            05 RTY-TEXT          PIC X(80).

         FD OCL-FILE.
         01 OCL-RECORD.
            88 OCL-END           VALUE LOW-VALUE.
            05 OCL-TEXT          PIC X(100).

         FD OUT-FILE.
         01 OUT-RECORD.
            88 OUT-END           VALUE LOW-VALUE.
            05 OUT-TEXT          PIC X(1000).

         FD RC-FILE.
         01 RC-RECORD.
            88 RC-END            VALUE LOW-VALUE.
         FD SHEET-FILE.
         01 SHEET-RECORD          PIC X(100).

         FD HELD-FILE.
         COPY "HELDREC.CPY".

         FD RCN-FILE.
         COPY "RCPREC.CPY".

      *
      *    RUNTIME HISTORY - ONE RECORD PER STEP PER RUN, KEYED BY
      *    STEP NAME AND RUN DATE. THE ELAPSED FIGURE USED TO BE
      *    COMPUTED NIGHTLY AND THROWN AWAY ON A DISPLAY; NOW IT
      *    FEEDS THE DAY00TRD BATCH-WINDOW TREND REPORT, SO RUNTIME
      *    CREEP IS VISIBLE BEFORE THE WINDOW BREAKS. THE RETURN
      *    CODE, OPERATOR, OVERRIDE (F = FORCED BY DRVOVRD), RUN
      *    RESTART AND STEP RESUME FLAGS (Y/N) WERE APPENDED FOR THE
      *    PROVENANCE DOSSIER; OLDER RECORDS ARE SHORT. AT THE END
      *    OF EVERY RUN ONE *SUITE RECORD IS ADDED FOR THE MONTHLY
      *    SERVICE-LEVEL REPORT - THE RUN'S OWN ELAPSED SECONDS AND
      *    FINAL RETURN CODE, ITS START TIME, END DATE AND TIME, AND
      *    THE ONLINE-WINDOW DEADLINE IN EFFECT (BLANK IF NONE).
      *    STEP RECORDS LEAVE THOSE TRAILING FIELDS BLANK. A
      *    CATCH-UP RUN MARKS ITS STEP RECORDS WITH OVERRIDE C AND
      *    WRITES *CATCHUP IN PLACE OF *SUITE, SO THE NIGHT'S OWN
      *    SERVICE-LEVEL FIGURES ARE NOT DISTURBED.
      *    LAST COMES THE SECONDS THE STEP WAS HELD FOR AN
      *    INITIATOR BEFORE IT STARTED, KEPT APART FROM HST-SECS,
      *    AND THE ATTEMPT NUMBER - A STEP RETRIED AFTER A
      *    TRANSIENT FAILURE HAS ONE RECORD PER ATTEMPT.
      *
         FD HIST-FILE.
         01 HIST-RECORD.
            05 HST-RUN-ID        PIC 9(6).
            05 FILLER            PIC X VALUE SPACE.
            05 HST-SECS          PIC 9(7).
            05 FILLER            PIC X VALUE SPACE.
            05 HST-RC            PIC 9(4).
            05 FILLER            PIC X VALUE SPACE.
            05 HST-OPERATOR      PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 HST-OVERRIDE      PIC X.
            05 FILLER            PIC X VALUE SPACE.
            05 HST-RUN-RESTART   PIC X.
            05 FILLER            PIC X VALUE SPACE.
            05 HST-STEP-RESUMED  PIC X.
            05 FILLER            PIC X VALUE SPACE.
            05 HST-START-TIME    PIC X(6).
            05 FILLER            PIC X VALUE SPACE.
            05 HST-END-DATE      PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 HST-END-TIME      PIC X(6).
            05 FILLER            PIC X VALUE SPACE.
            05 HST-DEADLINE      PIC X(4).
            05 FILLER            PIC X VALUE SPACE.
            05 HST-HELD-SECS     PIC 9(7).
            05 FILLER            PIC X VALUE SPACE.
            05 HST-ATTEMPT       PIC 99.

         WORKING-STORAGE SECTION.


         COPY "EXCLOG.CPY".
         COPY "ALERTDAT.CPY".
         COPY "RBKDAT.CPY".
         COPY "LOCKDAT.CPY".

         01 WS-STEP-STATUS       PIC XX.
         01 WS-FPR-STATUS        PIC XX.
         01 WS-MAN-STATUS        PIC XX.
         01 WS-ARCHMAN-STATUS    PIC XX.
         01 WS-PRV-STATUS        PIC XX.
         01 WS-PARMMAN-STATUS    PIC XX.
         01 WS-PLIB-STATUS       PIC XX.
         01 WS-PAUD-STATUS       PIC XX.
         01 WS-PSEEN-STATUS      PIC XX.
         01 WS-OCT-STATUS        PIC XX.
         01 WS-CLS-STATUS        PIC XX.
         01 WS-RTY-STATUS        PIC XX.
         01 WS-OCL-STATUS        PIC XX.
         01 WS-OUT-STATUS        PIC XX.

      *
      *    THE STAGING LIFECYCLE IS PER-DAY OPT-IN: A DAY DIRECTORY
         01 SW-PREV-FOUND        PIC 9.
            88 PREV-FOUND              VALUE 1.
            88 PREV-NOT-FOUND          VALUE 0.

      *
      *    THE PARAMETER FILES EACH PROGRAM READS (PRVPARMS), AND
      *    THE WORK FIELDS FOR STAMPING ONE OF THEM INTO PARMMAN.
      *
         01 WS-PRV-COUNT         PIC 99 VALUE 0.
         01 WS-PRV-TABLE.
            05 WS-PRV-ENTRY OCCURS 60.
               10 WS-PV-PGM      PIC X(8).
               10 WS-PV-PATH     PIC X(40).
         01 WS-PRV-PGM           PIC X(8).
         01 WS-PRV-STAMP         PIC X(14).
         77 VX                   PIC 99.

      *
      *    THE PARAMETER LIBRARY - EACH TABLE'S LATEST CHECK-IN ON
      *    PRMAUDIT, ITS CHECKSUM TONIGHT, AND WHAT THE PREVIOUS RUN
      *    SAW - AND THE RUN-SHEET NOTES FOR THE TABLES THAT MOVED.
      *
         01 WS-PLB-COUNT         PIC 99 VALUE 0.
         01 WS-PLB-TABLE.
            05 WS-PLB-ENTRY OCCURS 50.
               10 WS-PL-TABLE    PIC X(8).
               10 WS-PL-PATH     PIC X(40).
               10 WS-PL-VERSION  PIC 9(4).
               10 WS-PL-AUD-SUM  PIC X(10).
               10 WS-PL-AUD-OPER PIC X(8).
               10 WS-PL-AUD-DATE PIC 9(8).
               10 WS-PL-REASON   PIC X(25).
               10 WS-PL-SUM      PIC X(10).
               10 WS-PL-SEEN     PIC 9.
                  88 PL-SEEN-BEFORE    VALUE 1.
               10 WS-PL-SEEN-VER PIC 9(4).
               10 WS-PL-SEEN-SUM PIC X(10).
         01 WS-PL-PARSE-TABLE    PIC X(20).
         01 WS-PL-PARSE-PATH     PIC X(50).
         01 WS-PLN-COUNT         PIC 99 VALUE 0.
         01 WS-PLN-TABLE.
            05 WS-PLN-LINE       PIC X(100) OCCURS 60.
         77 LX                   PIC 99.

      *
      *    THE OUTPUT CONTRACTS (OUTCTR), AND THE WORK FIELDS FOR
      *    CHECKING ONE STEP'S OUTPUTS AS IT ENDS. A BROKEN CONTRACT
      *    ENDS THE STEP WITH WS-CONTRACT-RC.
      *
         01 WS-OCT-COUNT         PIC 99 VALUE 0.
         01 WS-OCT-TABLE.
            05 WS-OCT-ENTRY OCCURS 40.
               10 WS-OC-STEP     PIC X(20).
               10 WS-OC-PATH     PIC X(40).
               10 WS-OC-MIN      PIC 9(7).
               10 WS-OC-STAMP    PIC X.
                  88 OC-STAMP-REQUIRED VALUE 'Y'.
         01 WS-OC-PARSE-MIN      PIC X(10).
         01 WS-OUT-FILENAME      PIC X(100).
         01 WS-OUT-RECS          PIC 9(7).
         01 SW-OUT-STAMPED       PIC 9.
            88 OUT-STAMPED             VALUE 1.
            88 OUT-NOT-STAMPED         VALUE 0.
         01 WS-CONTRACT-RC       PIC 9(4) VALUE 10.
         01 WS-CONTRACT-WHY      PIC X(36).
         77 TX                   PIC 99.

      *
      *    THE INITIATOR CLASSES (DRVCLASS) - EACH CLASS'S LIMIT ON
      *    STEPS RUNNING AT ONCE AND HOW MANY ARE RUNNING NOW. A
      *    STEP'S WS-ST-CX POINTS AT ITS CLASS; 0 IS UNLIMITED.
      *
         01 WS-CLS-COUNT         PIC 99 VALUE 0.
         01 WS-CLS-TABLE.
            05 WS-CLS-ENTRY OCCURS 10.
               10 WS-CL-NAME     PIC X(8).
               10 WS-CL-MAX      PIC 99.
               10 WS-CL-RUNNING  PIC 99.
         01 WS-CLS-PARSE-NAME    PIC X(20).
         01 WS-CLS-PARSE-MAX     PIC X(10).
         01 SW-CLASS-SLOT        PIC 9.
            88 CLASS-SLOT-FREE         VALUE 1.
            88 CLASS-SLOT-FULL         VALUE 0.
         01 WS-INIT-HELD-COUNT   PIC 999 VALUE 0.
         01 WS-HELD-SECS-ED      PIC Z(6)9.
         77 KX                   PIC 99.

      *
      *    THE RETRY POLICY (DRVRETRY) AND THE WORK FIELDS FOR
      *    DECIDING WHETHER A FAILED STEP IS RETRIED.
      *
         01 WS-RTY-PARSE-STEP    PIC X(20).
         01 WS-RTY-PARSE-MAX     PIC X(10).
         01 WS-RTY-PARSE-DELAY   PIC X(10).
         01 WS-RTY-PARSE-CODES   PIC X(40).
         01 WS-RTY-PARSE-LIST.
            05 WS-RTY-PARSE-CODE PIC X(10) OCCURS 4.
         01 WS-RTY-CELL          PIC X(10).
         01 WS-RTY-VALUE         PIC 9(5).
         01 WS-RTY-CODE-LIST.
            05 WS-RTY-CODES      PIC 9(4) OCCURS 4.
         01 WS-RTY-MAX           PIC 9.
         01 WS-RTY-DELAY         PIC 9(4).
         01 SW-RETRY             PIC 9.
            88 RETRY-DUE               VALUE 1.
            88 RETRY-NOT-DUE           VALUE 0.
         01 WS-RETRY-COUNT       PIC 999 VALUE 0.
         01 WS-ATTEMPT           PIC 99.
         77 RX                   PIC 9.

         01 SW-RUN-RESTART       PIC X VALUE 'N'.
            88 RUN-IS-RESTART          VALUE 'Y'.
         01 WS-RESUME-HITS       PIC 9(5).
         01 WS-CTLIN-END         PIC X VALUE 'N'.
            88 CTLIN-END               VALUE 'Y'.

      *
         01 WS-RUN-ID            PIC 9(6) VALUE 0.
         01 WS-RUN-ID-X          PIC X(6).
         01 WS-RUN-START-X       PIC X(14).

         01 WS-RC-FILENAME       PIC X(100).
         01 WS-SEC-FILENAME      PIC X(100).
               10 WS-ST-AVG      PIC 9(7).
               10 WS-ST-HCNT     PIC 9.
               10 WS-ST-HIST     PIC 9(7) OCCURS 7.
               10 WS-ST-STATE    PIC X.
                  88 STEP-PENDING       VALUE SPACE.
                  88 STEP-RUNNING       VALUE 'R'.
                  88 STEP-ENDED         VALUE 'E'.
                  88 STEP-BYPASSED      VALUE 'B'.
               10 WS-ST-TESTED   PIC 9.
                  88 STEP-RC-TESTED     VALUE 1.
               10 WS-ST-PCOUNT   PIC 9.
               10 WS-ST-PRED OCCURS 4.
                  15 WS-SP-NAME  PIC X(20).
                  15 WS-SP-SX    PIC 999.
               10 WS-ST-CCOUNT   PIC 9.
               10 WS-ST-COND OCCURS 3.
                  15 WS-SC-CODE  PIC 9(4).
                  15 WS-SC-OP    PIC XX.
                  15 WS-SC-PRED  PIC 9.
               10 WS-ST-RESUMED  PIC X.
               10 WS-ST-CONTRACT PIC 9.
                  88 STEP-CONTRACT-KEPT   VALUE 0.
                  88 STEP-CONTRACT-BROKEN VALUE 1.
               10 WS-ST-CTR-NOTE PIC X(60).
               10 WS-ST-CLASS    PIC X(8).
               10 WS-ST-CX       PIC 99.
               10 WS-ST-INIT     PIC 9.
                  88 STEP-NOT-INIT-HELD   VALUE 0.
                  88 STEP-INIT-HELD       VALUE 1.
               10 WS-ST-HELD-AT  PIC S9(8).
               10 WS-ST-HELD-SECS PIC 9(7).
               10 WS-ST-RTY-SET  PIC X.
                  88 STEP-RETRY-OWN       VALUE 'S'.
               10 WS-ST-RTY-MAX  PIC 9.
               10 WS-ST-RTY-DELAY PIC 9(4).
               10 WS-ST-RTY-CODE PIC 9(4) OCCURS 4.
               10 WS-ST-TRIES    PIC 9.
               10 WS-ST-FIRST-RC PIC 9(4).
               10 WS-ST-FAILED   PIC 9.
                  88 STEP-FAILED          VALUE 1.
               10 WS-ST-RBK      PIC X.
                  88 STEP-RUNBOOK-FOUND   VALUE 'F'.
                  88 STEP-RUNBOOK-GAP     VALUE 'G'.

         01 WS-MAX-WAVE          PIC 99 VALUE 0.

      *
      *    THE SCHEDULER - PHASE 1 RUNS EVERY STEP BELOW WAVE 99,
      *    PHASE 99 THE HOUSEKEEPING WAVE. A STEP ANNOUNCES ITS END
      *    BY LEAVING AN END.<PROGRAM> MARKER IN DAY00.
      *
         01 WS-SCHED-PHASE       PIC 99.
         01 WS-RUNNING-COUNT     PIC 999 VALUE 0.
         01 WS-BYPASS-COUNT      PIC 999 VALUE 0.
         01 WS-NEVER-COUNT       PIC 999 VALUE 0.
         01 WS-LOW-WAVE          PIC 99.
         01 SW-IN-PHASE          PIC 9.
            88 STEP-IN-PHASE           VALUE 1.
            88 STEP-NOT-IN-PHASE       VALUE 0.
         01 SW-SCHED-CHANGED     PIC 9.
            88 SCHED-CHANGED           VALUE 1.
            88 SCHED-UNCHANGED         VALUE 0.
         01 SW-READY             PIC 9.
            88 STEP-READY              VALUE 1.
            88 STEP-WAITING            VALUE 0.
         01 SW-PRED-BYPASSED     PIC 9.
            88 PRED-WAS-BYPASSED       VALUE 1 2.
            88 PRED-NOT-BYPASSED       VALUE 0.
            88 PRED-OUTPUT-BROKEN      VALUE 2.
         01 SW-COND-TRUE         PIC 9.
            88 COND-BYPASSES           VALUE 1.
            88 COND-LETS-RUN           VALUE 0.
         01 WS-COND-RC           PIC 9(4).
         01 WS-BYPASS-NOTE       PIC X(30)
             VALUE 'NOT RUN - CONDITION FALSE'.
         01 WS-BYPASS-WHY        PIC X(40).
         01 WS-PARSE-OPT         PIC X(40) OCCURS 5.
         01 WS-PARSE-LIST        PIC X(20) OCCURS 4.
         01 WS-PARSE-CODE        PIC X(5).
         01 WS-PARSE-OP          PIC X(3).
         01 WS-PARSE-CSTEP       PIC X(20).
         01 WS-PRED-PGM          PIC X(20).
         77 OX                   PIC 9.
         77 PX                   PIC 9.
         77 QX                   PIC 999.

         01 WS-DONE-COUNT        PIC 999 VALUE 0.
         01 WS-RUN-COUNT         PIC 999 VALUE 0.
         01 WS-FAIL-COUNT        PIC 999 VALUE 0.
         01 WS-RBK-GAP-COUNT     PIC 999 VALUE 0.

         01 WS-CONT-FLAG         PIC X VALUE 'N'.
            88 CONTINUE-ON-ERROR      VALUE 'Y'.
         01 WS-PARSE-NAME        PIC X(30).
         01 WS-PARSE-BUDGET      PIC X(8).
         01 WS-PARSE-CEILING     PIC X(8).

      *
      *    TONIGHT'S SHOP-CALENDAR VERDICTS - WHETHER THE RUN DATE
         01 WS-ARV-STATUS        PIC XX.
         01 WS-HOLD-COUNT        PIC 999 VALUE 0.

      *
      *    A CATCH-UP RUN - THE RUN-ID IT CATCHES UP, THAT NIGHT'S
      *    RUN DATE FROM DRVHELD, AND THE LATE DAYS HANDED TO THE
      *    FOLLOW-ON REPORTING.
      *
         01 WS-HELD-STATUS       PIC XX.
         01 WS-SHEET-STATUS      PIC XX.
         01 WS-CATCHUP-X         PIC X(6) VALUE SPACES.
         01 SW-CATCHUP           PIC 9 VALUE 0.
            88 CATCH-UP-RUN            VALUE 1.
         01 WS-CATCHUP-COUNT     PIC 999 VALUE 0.
         01 WS-HELD-RUN-DATE     PIC 9(8) VALUE 0.
         01 WS-HELD-EVENT        PIC X(8).
         01 WS-ONLY-DAYS         PIC X(100).
         01 WS-ONLY-PTR          PIC 999.
         01 WS-UPPER-DIR         PIC X(12).
         01 WS-DAY-STEPS         PIC 99.
         01 WS-DAY-DONE          PIC 99.
         01 WS-DAY-HELD          PIC 99.
         01 SW-SHEET-MATCH       PIC 9.
            88 SHEET-SHOWS-RUN         VALUE 1.

         01 WS-ESC-STATUS        PIC XX.
         01 WS-CBK-STATUS        PIC XX.
         01 WS-KNW-STATUS        PIC XX.
         01 WS-RCN-STATUS        PIC XX.

         01 WS-DL-STATUS         PIC XX.
         01 SW-DL-PRESENT        PIC 9 VALUE 0.
         01 WS-START-TIME-X REDEFINES WS-START-TIME PIC X(8).
         01 WS-END-TIME          PIC 9(8).
         01 WS-END-TIME-X REDEFINES WS-END-TIME PIC X(8).
         01 WS-END-DATE          PIC 9(8).
         01 WS-SUITE-SECS        PIC S9(8).
         01 WS-UPPER-PGM         PIC X(8).

         01 WS-SHEET-HEAD.
            05 FILLER            PIC X(6) VALUE ' WARN '.
            05 WS-SH-WARNS       PIC Z(4)9.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-SH-FLAG        PIC X(26).

         01 WS-SHEET-ANSWER.
            05 FILLER            PIC X(4) VALUE SPACES.
               STOP RUN
            END-IF

            ACCEPT WS-CATCHUP-X FROM ENVIRONMENT 'DAYCATCHUP'
            IF WS-CATCHUP-X NOT = SPACES
               IF WS-CATCHUP-X NUMERIC
               AND WS-CATCHUP-X NOT = '000000'
                  SET CATCH-UP-RUN TO TRUE
               ELSE
                  DISPLAY 'DAY00DRV DAYCATCHUP MUST NAME A SIX-DIGIT '
                          'RUN-ID - RUN REFUSED'
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF

            PERFORM LOAD-SHOP-CALENDAR
            IF TONIGHT-HOLIDAY AND NOT CATCH-UP-RUN
               DISPLAY 'DAY00DRV ' WS-RUN-DATE ' IS A HOLIDAY ON '
                       'THE SHOP CALENDAR - NO RUN TONIGHT'
               STOP RUN
            END-IF

            IF CATCH-UP-RUN
               PERFORM TAKE-CATCH-UP-RUN-ID
            ELSE
               PERFORM ALLOCATE-RUN-ID
            END-IF

      *
      *    THE EXCLUSIVE SUITE LOCK - TAKEN AFTER THE RUN-ID IS
            END-IF

            PERFORM LOAD-STEP-TABLE
            PERFORM LOAD-PARM-LIST
            PERFORM LOAD-OUTPUT-CONTRACTS
            PERFORM LOAD-INITIATOR-CLASSES
            PERFORM LOAD-RETRY-POLICY
            PERFORM CHECK-PARM-LIBRARY
            IF CATCH-UP-RUN
               PERFORM SELECT-CATCH-UP-STEPS
            ELSE
               PERFORM APPLY-ARRIVAL-HOLDS
            END-IF
            PERFORM BUILD-DAY-DIR-LIST
            PERFORM STAGE-IN-FEEDS
            IF NOT CATCH-UP-RUN
               PERFORM LOAD-CHECKPOINT
               PERFORM APPLY-OVERRIDES
            END-IF
            PERFORM LOAD-DEADLINE
            PERFORM LOAD-RUNHIST-AVERAGES
            MOVE 1 TO WS-PROJ-FROM
            PERFORM PROJECT-FINISH

            IF WS-DONE-COUNT > 0
               SET RUN-IS-RESTART TO TRUE
               DISPLAY 'DAY00DRV RESTART - ' WS-DONE-COUNT ' OF '
                       WS-STEP-COUNT ' STEPS ALREADY COMPLETE; '
                       'RESUMING AT THE FIRST INCOMPLETE STEP'
            END-IF

            IF NOT CATCH-UP-RUN
               OPEN EXTEND CKPT-FILE
               IF WS-CKPT-STATUS NOT = '00'
                  OPEN OUTPUT CKPT-FILE
               END-IF
            END-IF
            MOVE 1 TO WS-SCHED-PHASE
            PERFORM SCHEDULE-STEPS
            IF NOT CATCH-UP-RUN
               CLOSE CKPT-FILE
            END-IF

            IF RUN-QUIESCED
               SET RUN-STOPPED TO TRUE
            END-IF
            IF WS-FAIL-COUNT > 0 AND NOT CONTINUE-ON-ERROR
               SET RUN-STOPPED TO TRUE
            END-IF

            IF NOT RUN-STOPPED
      *
      *    ADVERTISED RERUN REALLY DOES RESUME AT THE FAILURES.
      *
               IF WS-FAIL-COUNT = 0
               AND WS-BYPASS-COUNT = 0
                  IF NOT CATCH-UP-RUN
                     OPEN OUTPUT CKPT-FILE
                     CLOSE CKPT-FILE
                  END-IF

                  PERFORM ARCHIVE-CONSUMED-FEEDS
               END-IF

               IF CATCH-UP-RUN
                  PERFORM NAME-CATCH-UP-DAYS
               END-IF

               DISPLAY 'DAY00DRV RUNNING DAY00REC'
               MOVE SPACES TO WS-COMMAND
               MOVE 1 TO WS-CMD-PTR
               CALL 'SYSTEM' USING WS-COMMAND
               END-CALL

      *
      *    THE CONSISTENCY RULES ARE HELD AGAINST CTLMAST, SO THE
      *    NIGHT'S CTLFILE IS FOLDED IN FIRST - BEFORE WAVE 99, WHERE
      *    A MONTH-END ROLLOVER WOULD EMPTY IT.
      *
               DISPLAY 'DAY00DRV RUNNING DAY00LOD'
               MOVE SPACES TO WS-COMMAND
               MOVE './day00lod' TO WS-COMMAND
               CALL 'SYSTEM' USING WS-COMMAND
               END-CALL

               DISPLAY 'DAY00DRV RUNNING DAY00CON'
               MOVE SPACES TO WS-COMMAND
               MOVE 1 TO WS-CMD-PTR
               STRING 'DAYRUNID=' DELIMITED BY SIZE
                      WS-RUN-ID   DELIMITED BY SIZE
                      ' ./day00con' DELIMITED BY SIZE
                  INTO WS-COMMAND
                  WITH POINTER WS-CMD-PTR
               END-STRING
               CALL 'SYSTEM' USING WS-COMMAND
               END-CALL

      *
      *    WAVE 99 - THE HOUSEKEEPING WAVE. IT RUNS AFTER THE
      *    REPORTING PAIR SO A MONTH-END CTLFILE ROLLOVER NEVER
      *    AGAIN ON ITS NEXT CALENDAR DATE.
      *
               IF WS-MAX-WAVE = 99
                  MOVE 99 TO WS-SCHED-PHASE
                  PERFORM SCHEDULE-STEPS
               END-IF
            END-IF

            ACCEPT WS-END-DATE FROM DATE YYYYMMDD
            ACCEPT WS-END-TIME FROM TIME
            PERFORM PRINT-BUDGET-SUMMARY
            IF CATCH-UP-RUN
               PERFORM NOTE-CATCH-UP
            ELSE
               PERFORM WRITE-RUN-SHEET

               DISPLAY 'DAY00DRV RUNNING DAY00DST'
               MOVE SPACES TO WS-COMMAND
               MOVE 1 TO WS-CMD-PTR
               STRING 'DAYRUNID=' DELIMITED BY SIZE
                      WS-RUN-ID   DELIMITED BY SIZE
                      ' DAYRUNSTART=' DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      WS-START-TIME-X(1:6) DELIMITED BY SIZE
                      ' ./day00dst' DELIMITED BY SIZE
                  INTO WS-COMMAND
                  WITH POINTER WS-CMD-PTR
               END-STRING
               CALL 'SYSTEM' USING WS-COMMAND
               END-CALL
            END-IF

            DISPLAY 'DAY00DRV ' WS-RUN-COUNT ' STEPS RUN, '
                    WS-FAIL-COUNT ' FAILED, '
               END-IF
            END-IF

            PERFORM APPEND-SUITE-HISTORY

            IF WS-LOCK-GRANT = 1
               MOVE 'R' TO WS-LOCK-ACTION
               CALL 'DAY00LCK' USING WS-LOCK-ACTION, WS-LOCK-HOLDER,
      *    THE RUN-ID GOES INTO THE DRIVER'S OWN ENVIRONMENT TOO,
      *    SO ITS OWN EXCEPTION-LOG LINES (STALE FEED, INPUT
      *    SWAPPED) AND EVERYTHING IT LAUNCHES CARRY THE CYCLE
      *    NUMBER INSTEAD OF 000000. THE RUN START (YYYYMMDDHHMMSS)
      *    GOES WITH IT, SO A STEP THAT JUDGES WHAT THE NIGHT WROTE
      *    (THE DATA-QUALITY SCORECARD) KNOWS WHERE THE NIGHT BEGAN
      *    EVEN WHEN IT RUNS PAST MIDNIGHT.
      *
            MOVE WS-RUN-ID TO WS-RUN-ID-X
            SET ENVIRONMENT 'DAYRUNID' TO WS-RUN-ID-X
            MOVE WS-RUN-DATE TO WS-RUN-START-X(1:8)
            MOVE WS-START-TIME-X(1:6) TO WS-RUN-START-X(9:6)
            SET ENVIRONMENT 'DAYRUNSTART' TO WS-RUN-START-X
            .

      *
      *    A CATCH-UP RUN TAKES THE RUN-ID OF THE NIGHT IT CATCHES UP
      *    INSTEAD OF ALLOCATING ONE, SO THE LATE STEPS' CONTROL
      *    TOTALS AND OUTPUTS CARRY THAT NIGHT'S CYCLE NUMBER.
      *
         TAKE-CATCH-UP-RUN-ID SECTION.
            MOVE WS-CATCHUP-X TO WS-RUN-ID
            DISPLAY 'DAY00DRV CATCH-UP RUN FOR RUN ID ' WS-RUN-ID
            MOVE WS-RUN-ID TO WS-RUN-ID-X
            SET ENVIRONMENT 'DAYRUNID' TO WS-RUN-ID-X
            .

      *
      *    IN A CATCH-UP RUN ONLY THE LATE DAYS' DIRECTORIES ARE
      *    LISTED - ANOTHER DAY'S INBOX MAY ALREADY HOLD TOMORROW'S
      *    FEED.
      *
         BUILD-DAY-DIR-LIST SECTION.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-STEP-COUNT
               UNSTRING WS-ST-NAME(SX)
                  INTO WS-STEP-DIR, WS-STEP-PGM
               END-UNSTRING
               SET DIR-NOT-SEEN TO TRUE
               IF CATCH-UP-RUN AND STEP-NOT-SCHEDULED(SX)
                  SET DIR-SEEN TO TRUE
               END-IF
               PERFORM VARYING DX FROM 1 BY 1
                           UNTIL DX > WS-DIR-COUNT OR DIR-SEEN
                  IF WS-DIR-NAME(DX) = WS-STEP-DIR
                                    WS-PARSE-NAME
                                    WS-PARSE-BUDGET
                                    WS-PARSE-CEILING
                     PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > 5
                        MOVE SPACES TO WS-PARSE-OPT(OX)
                     END-PERFORM
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
                     MOVE WS-PARSE-WAVE(1:2)
                        TO WS-ST-WAVE(WS-STEP-COUNT)
                     MOVE SPACE TO WS-ST-OVR(WS-STEP-COUNT)
                     MOVE 0 TO WS-ST-AVG(WS-STEP-COUNT)
                     MOVE 0 TO WS-ST-HCNT(WS-STEP-COUNT)
                     SET STEP-PENDING(WS-STEP-COUNT) TO TRUE
                     MOVE 0 TO WS-ST-TESTED(WS-STEP-COUNT)
                     MOVE 0 TO WS-ST-PCOUNT(WS-STEP-COUNT)
                     MOVE 0 TO WS-ST-CCOUNT(WS-STEP-COUNT)
                     SET STEP-CONTRACT-KEPT(WS-STEP-COUNT) TO TRUE
                     MOVE SPACES TO WS-ST-CTR-NOTE(WS-STEP-COUNT)
                     MOVE SPACES TO WS-ST-CLASS(WS-STEP-COUNT)
                     MOVE 0 TO WS-ST-CX(WS-STEP-COUNT)
                     SET STEP-NOT-INIT-HELD(WS-STEP-COUNT) TO TRUE
                     MOVE 0 TO WS-ST-HELD-AT(WS-STEP-COUNT)
                     MOVE 0 TO WS-ST-HELD-SECS(WS-STEP-COUNT)
                     MOVE SPACE TO WS-ST-RTY-SET(WS-STEP-COUNT)
                     MOVE 0 TO WS-ST-RTY-MAX(WS-STEP-COUNT)
                     MOVE 0 TO WS-ST-RTY-DELAY(WS-STEP-COUNT)
                     PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > 4
                        MOVE 0 TO WS-ST-RTY-CODE(WS-STEP-COUNT, RX)
                     END-PERFORM
                     MOVE 0 TO WS-ST-TRIES(WS-STEP-COUNT)
                     MOVE 0 TO WS-ST-FIRST-RC(WS-STEP-COUNT)
                     MOVE 0 TO WS-ST-FAILED(WS-STEP-COUNT)
                     MOVE SPACE TO WS-ST-RBK(WS-STEP-COUNT)
                     IF WS-PARSE-BUDGET(1:1) NUMERIC
                        MOVE WS-PARSE-BUDGET(1:5)
                           TO WS-ST-BUDGET(WS-STEP-COUNT)
                        MOVE 99999
                           TO WS-ST-CEILING(WS-STEP-COUNT)
                     END-IF
                     MOVE 'D' TO WS-ST-FREQ(WS-STEP-COUNT)
                     PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > 5
                        PERFORM TAKE-STEP-OPTION
                     END-PERFORM
                     PERFORM SCHEDULE-ONE-STEP
                     IF WS-ST-WAVE(WS-STEP-COUNT) > WS-MAX-WAVE
                        MOVE WS-ST-WAVE(WS-STEP-COUNT)
               DISPLAY 'DAY00DRV ' WS-SKIP-COUNT ' STEP(S) NOT ON '
                       'TONIGHT''S CALENDAR - NOT SCHEDULED'
            END-IF
            PERFORM RESOLVE-PREDECESSORS
            .

      *
      *    THE COLUMNS AFTER THE CEILING - THE FREQUENCY LETTER,
      *    PRED=STEP,STEP, COND=(CODE,OP,STEP) AND CLASS=NAME, IN
      *    ANY ORDER.
      *
         TAKE-STEP-OPTION SECTION.
            EVALUATE TRUE
               WHEN WS-PARSE-OPT(OX) = SPACES
                  CONTINUE
               WHEN WS-PARSE-OPT(OX)(1:5) = 'PRED='
                  PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > 4
                     MOVE SPACES TO WS-PARSE-LIST(PX)
                  END-PERFORM
                  UNSTRING WS-PARSE-OPT(OX)(6:35)
                     DELIMITED BY ',' OR SPACE
                     INTO WS-PARSE-LIST(1), WS-PARSE-LIST(2),
                          WS-PARSE-LIST(3), WS-PARSE-LIST(4)
                  END-UNSTRING
                  PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > 4
                     IF WS-PARSE-LIST(PX) NOT = SPACES
                        MOVE WS-PARSE-LIST(PX) TO WS-PRED-PGM
                        PERFORM ADD-PREDECESSOR
                     END-IF
                  END-PERFORM
               WHEN WS-PARSE-OPT(OX)(1:6) = 'COND=('
                  PERFORM TAKE-STEP-CONDITION
               WHEN WS-PARSE-OPT(OX)(1:6) = 'CLASS='
                  MOVE WS-PARSE-OPT(OX)(7:8)
                     TO WS-ST-CLASS(WS-STEP-COUNT)
               WHEN WS-PARSE-OPT(OX)(2:1) = SPACE
               AND (WS-PARSE-OPT(OX)(1:1) = 'D' OR 'W' OR 'M'
                                           OR 'O')
                  MOVE WS-PARSE-OPT(OX)(1:1)
                     TO WS-ST-FREQ(WS-STEP-COUNT)
               WHEN OTHER
                  DISPLAY 'DAY00DRV WARNING - ' WS-PARSE-NAME
                          ' STEP-TABLE COLUMN NOT UNDERSTOOD - '
                          WS-PARSE-OPT(OX)
                  SET OPERATOR-ATTENTION TO TRUE
            END-EVALUATE
            .

         TAKE-STEP-CONDITION SECTION.
            MOVE SPACES TO WS-PARSE-CODE WS-PARSE-OP WS-PARSE-CSTEP
            UNSTRING WS-PARSE-OPT(OX)(7:34)
               DELIMITED BY ',' OR ')'
               INTO WS-PARSE-CODE, WS-PARSE-OP, WS-PARSE-CSTEP
            END-UNSTRING
            IF WS-ST-CCOUNT(WS-STEP-COUNT) >= 3
            OR WS-PARSE-CSTEP = SPACES
            OR NOT (WS-PARSE-OP = 'GT' OR 'GE' OR 'EQ' OR 'NE'
                                 OR 'LT' OR 'LE')
               DISPLAY 'DAY00DRV WARNING - ' WS-PARSE-NAME
                       ' CONDITION NOT UNDERSTOOD OR OVER THREE - '
                       WS-PARSE-OPT(OX)
               SET OPERATOR-ATTENTION TO TRUE
            ELSE
               ADD 1 TO WS-ST-CCOUNT(WS-STEP-COUNT)
               MOVE WS-ST-CCOUNT(WS-STEP-COUNT) TO CX
               MOVE 0 TO WS-SC-CODE(WS-STEP-COUNT, CX)
               PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > 4
                  MOVE WS-PARSE-CODE(PX:1) TO WS-RC-CHAR
                  IF WS-RC-CHAR NUMERIC
                     COMPUTE WS-SC-CODE(WS-STEP-COUNT, CX) =
                        WS-SC-CODE(WS-STEP-COUNT, CX) * 10
                        + WS-RC-DIGIT
                  END-IF
               END-PERFORM
               MOVE WS-PARSE-OP TO WS-SC-OP(WS-STEP-COUNT, CX)
               MOVE WS-PARSE-CSTEP TO WS-PRED-PGM
               PERFORM ADD-PREDECESSOR
               MOVE PX TO WS-SC-PRED(WS-STEP-COUNT, CX)
            END-IF
            .

      *
      *    NAME ONE PREDECESSOR FOR THE STEP BEING LOADED, ONCE -
      *    PX COMES BACK AS ITS SLOT SO A CONDITION CAN POINT AT IT,
      *    OR ZERO WHEN THE SLOTS ARE FULL (A CONDITION ON A STEP
      *    THAT COULD NOT BE NAMED HOLDS ITS STEP BACK FOR GOOD).
      *
         ADD-PREDECESSOR SECTION.
            MOVE 0 TO QX
            PERFORM VARYING PX FROM 1 BY 1
                        UNTIL PX > WS-ST-PCOUNT(WS-STEP-COUNT)
               IF WS-SP-NAME(WS-STEP-COUNT, PX) = WS-PRED-PGM
                  MOVE PX TO QX
               END-IF
            END-PERFORM
            IF QX > 0
               MOVE QX TO PX
            ELSE
               IF WS-ST-PCOUNT(WS-STEP-COUNT) >= 4
                  DISPLAY 'DAY00DRV WARNING - ' WS-PARSE-NAME
                          ' NAMES MORE THAN FOUR PREDECESSORS - '
                          WS-PRED-PGM ' IGNORED'
                  SET OPERATOR-ATTENTION TO TRUE
                  MOVE 0 TO PX
               ELSE
                  ADD 1 TO WS-ST-PCOUNT(WS-STEP-COUNT)
                  MOVE WS-ST-PCOUNT(WS-STEP-COUNT) TO PX
                  MOVE WS-PRED-PGM TO WS-SP-NAME(WS-STEP-COUNT, PX)
                  MOVE 0 TO WS-SP-SX(WS-STEP-COUNT, PX)
               END-IF
            END-IF
            .

      *
      *    TIE EACH NAMED PREDECESSOR TO ITS STEP-TABLE ENTRY, BY
      *    DIR/PROGRAM OR BY PROGRAM ALONE, AND MARK EVERY STEP A
      *    CONDITION TESTS. A NAME NOT IN THE TABLE LEAVES ITS STEP
      *    WAITING FOR GOOD - BETTER NOT RUN THAN RUN UNGUARDED.
      *
         RESOLVE-PREDECESSORS SECTION.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-STEP-COUNT
               PERFORM VARYING PX FROM 1 BY 1
                           UNTIL PX > WS-ST-PCOUNT(SX)
                  MOVE 0 TO WS-SP-SX(SX, PX)
                  PERFORM VARYING QX FROM 1 BY 1
                              UNTIL QX > WS-STEP-COUNT
                     UNSTRING WS-ST-NAME(QX)
                        DELIMITED BY '/'
                        INTO WS-STEP-DIR, WS-STEP-PGM
                     END-UNSTRING
                     IF WS-SP-NAME(SX, PX) = WS-ST-NAME(QX)
                     OR WS-SP-NAME(SX, PX) = WS-STEP-PGM
                        MOVE QX TO WS-SP-SX(SX, PX)
                        COMPUTE QX = WS-STEP-COUNT
                     END-IF
                  END-PERFORM
                  IF WS-SP-SX(SX, PX) = 0
                     DISPLAY 'DAY00DRV WARNING - ' WS-ST-NAME(SX)
                             ' NAMES UNKNOWN PREDECESSOR '
                             WS-SP-NAME(SX, PX) ' - IT WILL NOT RUN'
                     SET OPERATOR-ATTENTION TO TRUE
                  END-IF
               END-PERFORM
               PERFORM VARYING CX FROM 1 BY 1
                           UNTIL CX > WS-ST-CCOUNT(SX)
                  IF WS-SC-PRED(SX, CX) > 0
                     MOVE WS-SP-SX(SX, WS-SC-PRED(SX, CX)) TO QX
                     IF QX > 0
                        MOVE 1 TO WS-ST-TESTED(QX)
                     END-IF
                  END-IF
               END-PERFORM
            END-PERFORM
            .

      *
                  ADD 1 TO WS-HOLD-COUNT
                  DISPLAY 'DAY00DRV HOLDING ' WS-ST-NAME(SX)
                          ' - FEED NOT ARRIVED'
                  MOVE 'HELD' TO WS-HELD-EVENT
                  PERFORM APPEND-HELD-RECORD
               END-IF
            END-PERFORM
            .

      *
      *    ONE HELD-STEP REGISTER RECORD FOR STEP SX - HELD WHEN THE
      *    ARRIVAL WATCH KEEPS IT OFF THE NIGHT'S SCHEDULE, CAUGHTUP
      *    WHEN A CATCH-UP RUN COMPLETES IT.
      *
         APPEND-HELD-RECORD SECTION.
            OPEN EXTEND HELD-FILE
            IF WS-HELD-STATUS NOT = '00'
               OPEN OUTPUT HELD-FILE
            END-IF
            MOVE SPACES          TO HLD-RECORD
            MOVE WS-RUN-ID       TO HLD-RUN-ID
            MOVE WS-ST-NAME(SX)  TO HLD-STEP
            MOVE WS-HELD-EVENT   TO HLD-STATUS
            MOVE WS-OPERATOR     TO HLD-OPERATOR
            IF CATCH-UP-RUN
               MOVE WS-HELD-RUN-DATE TO HLD-RUN-DATE
               MOVE WS-END-DATE      TO HLD-STAMP-DATE
               MOVE WS-END-TIME-X(1:6) TO HLD-STAMP-TIME
            ELSE
               MOVE WS-RUN-DATE      TO HLD-RUN-DATE
               MOVE WS-RUN-DATE      TO HLD-STAMP-DATE
               MOVE WS-START-TIME-X(1:6) TO HLD-STAMP-TIME
            END-IF
            WRITE HLD-RECORD
            CLOSE HELD-FILE
            .

      *
      *    A CATCH-UP RUN SCHEDULES ONLY THE STEPS WHOSE LATEST
      *    DRVHELD RECORD FOR THE RUN IS STILL HELD - A SECOND
      *    CATCH-UP PICKS UP WHAT THE FIRST ONE DID NOT FINISH.
      *    WITH NOTHING LEFT HELD THERE IS NOTHING TO RUN.
      *
         SELECT-CATCH-UP-STEPS SECTION.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-STEP-COUNT
               SET STEP-NOT-SCHEDULED(SX) TO TRUE
            END-PERFORM
            OPEN INPUT HELD-FILE
            IF WS-HELD-STATUS = '00'
               READ HELD-FILE
                  AT END SET HLD-END TO TRUE
               END-READ
               PERFORM UNTIL HLD-END
                  IF HLD-RUN-ID NUMERIC
                  AND HLD-RUN-ID = WS-RUN-ID
                     MOVE HLD-RUN-DATE TO WS-HELD-RUN-DATE
                     PERFORM VARYING SX FROM 1 BY 1
                                 UNTIL SX > WS-STEP-COUNT
                        IF WS-ST-NAME(SX) = HLD-STEP
                           IF HLD-HELD
                              SET STEP-SCHEDULED(SX) TO TRUE
                           ELSE
                              SET STEP-NOT-SCHEDULED(SX) TO TRUE
                           END-IF
                           COMPUTE SX = WS-STEP-COUNT
                        END-IF
                     END-PERFORM
                  END-IF
                  READ HELD-FILE
                     AT END SET HLD-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE HELD-FILE
            END-IF

            MOVE 0 TO WS-CATCHUP-COUNT
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-STEP-COUNT
               IF STEP-SCHEDULED(SX)
                  ADD 1 TO WS-CATCHUP-COUNT
                  DISPLAY 'DAY00DRV CATCHING UP ' WS-ST-NAME(SX)
               END-IF
            END-PERFORM
            IF WS-CATCHUP-COUNT = 0
               DISPLAY 'DAY00DRV NO STEP STILL HELD FOR RUN ID '
                       WS-RUN-ID ' ON DRVHELD - NOTHING TO CATCH UP'
               IF WS-LOCK-GRANT = 1
                  MOVE 'R' TO WS-LOCK-ACTION
                  CALL 'DAY00LCK' USING WS-LOCK-ACTION,
                                         WS-LOCK-HOLDER,
                                         WS-LOCK-GRANT
                  END-CALL
               END-IF
               MOVE 4 TO RETURN-CODE
               STOP RUN
            END-IF
            .

      *
      *    THE LATE DAYS, UPPERCASED AND SPACE-SEPARATED ('DAY02
      *    DAY05'), GO INTO DAYONLY FOR THE FOLLOW-ON REPORTING.
      *
         NAME-CATCH-UP-DAYS SECTION.
            MOVE SPACES TO WS-ONLY-DAYS
            MOVE 1 TO WS-ONLY-PTR
            PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > WS-DIR-COUNT
               MOVE WS-DIR-NAME(DX) TO WS-UPPER-DIR
               INSPECT WS-UPPER-DIR CONVERTING
                  'abcdefghijklmnopqrstuvwxyz' TO
                  'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               STRING WS-UPPER-DIR DELIMITED BY SPACE
                      ' '          DELIMITED BY SIZE
                  INTO WS-ONLY-DAYS
                  WITH POINTER WS-ONLY-PTR
               END-STRING
            END-PERFORM
            DISPLAY 'DAY00DRV FOLLOW-ON REPORTING FOR '
                    WS-ONLY-DAYS(1:60)
            SET ENVIRONMENT 'DAYONLY' TO WS-ONLY-DAYS
            .

      *
      *    THE END OF A CATCH-UP - EVERY COMPLETED STEP IS MARKED
      *    CAUGHT UP ON DRVHELD, AND THE NIGHT'S RUN SHEET, IF IT IS
      *    STILL THAT NIGHT'S, GAINS ONE LINE PER LATE DAY. A LATER
      *    NIGHT'S SHEET IS LEFT ALONE; DRVHELD STILL RECORDS IT.
      *
         NOTE-CATCH-UP SECTION.
            MOVE 'CAUGHTUP' TO WS-HELD-EVENT
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-STEP-COUNT
               IF STEP-SCHEDULED(SX) AND WS-ST-DONE(SX) = 1
                  PERFORM APPEND-HELD-RECORD
               END-IF
            END-PERFORM

            MOVE 0 TO SW-SHEET-MATCH
            OPEN INPUT SHEET-FILE
            IF WS-SHEET-STATUS = '00'
               MOVE SPACES TO SHEET-RECORD
               READ SHEET-FILE
                  AT END MOVE SPACES TO SHEET-RECORD
               END-READ
               MOVE SHEET-RECORD TO WS-SHEET-HEAD
               IF WS-SH-RUNID NUMERIC
               AND WS-SH-RUNID = WS-RUN-ID
                  SET SHEET-SHOWS-RUN TO TRUE
               END-IF
               CLOSE SHEET-FILE
            END-IF
            IF SHEET-SHOWS-RUN
               OPEN EXTEND SHEET-FILE
            ELSE
               DISPLAY 'DAY00DRV RUNSHEET NO LONGER SHOWS RUN ID '
                       WS-RUN-ID ' - CATCH-UP RECORDED ON DRVHELD'
            END-IF

            PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > WS-DIR-COUNT
               MOVE 0 TO WS-DAY-STEPS WS-DAY-DONE
               PERFORM VARYING SX FROM 1 BY 1
                           UNTIL SX > WS-STEP-COUNT
                  UNSTRING WS-ST-NAME(SX)
                     DELIMITED BY '/'
                     INTO WS-STEP-DIR, WS-STEP-PGM
                  END-UNSTRING
                  IF STEP-SCHEDULED(SX)
                  AND WS-STEP-DIR = WS-DIR-NAME(DX)
                     ADD 1 TO WS-DAY-STEPS
                     IF WS-ST-DONE(SX) = 1
                        ADD 1 TO WS-DAY-DONE
                     END-IF
                  END-IF
               END-PERFORM
               MOVE WS-DIR-NAME(DX) TO WS-UPPER-DIR
               INSPECT WS-UPPER-DIR CONVERTING
                  'abcdefghijklmnopqrstuvwxyz' TO
                  'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE SPACES TO SHEET-RECORD
               IF WS-DAY-DONE = WS-DAY-STEPS
                  STRING WS-UPPER-DIR DELIMITED BY SPACE
                         ' CAUGHT UP AT ' WS-END-TIME-X(1:2) ':'
                         WS-END-TIME-X(3:2) ' ON ' WS-END-DATE
                         ' BY ' WS-OPERATOR ' - ' WS-DAY-STEPS
                         ' LATE STEP(S) RUN UNDER THIS RUN ID'
                     DELIMITED BY SIZE INTO SHEET-RECORD
                  END-STRING
               ELSE
                  COMPUTE WS-DAY-HELD = WS-DAY-STEPS - WS-DAY-DONE
                  STRING WS-UPPER-DIR DELIMITED BY SPACE
                         ' CATCH-UP AT ' WS-END-TIME-X(1:2) ':'
                         WS-END-TIME-X(3:2) ' ON ' WS-END-DATE
                         ' BY ' WS-OPERATOR ' INCOMPLETE - '
                         WS-DAY-HELD ' OF ' WS-DAY-STEPS
                         ' STEP(S) STILL HELD'
                     DELIMITED BY SIZE INTO SHEET-RECORD
                  END-STRING
                  SET OPERATOR-ATTENTION TO TRUE
               END-IF
               DISPLAY 'DAY00DRV ' SHEET-RECORD(1:90)
               IF SHEET-SHOWS-RUN
                  WRITE SHEET-RECORD
               END-IF
            END-PERFORM

            IF SHEET-SHOWS-RUN
               CLOSE SHEET-FILE
               DISPLAY 'DAY00DRV CATCH-UP NOTED ON RUNSHEET'
            END-IF
            .

         APPLY-OVERRIDES SECTION.
            OPEN INPUT OVR-FILE
            IF WS-OVR-STATUS = '00'
               READ OVR-FILE
                  AT END SET OVR-END TO TRUE
               END-READ
               PERFORM UNTIL OVR-END
                  IF OVR-TEXT NOT = SPACES
                  AND OVR-TEXT(1:1) NOT = '*'
                  AND WS-OVR-COUNT < 20
                     ADD 1 TO WS-OVR-COUNT
                     IF WS-ST-WAVE(SX) = PWX
                     AND WS-ST-DONE(SX) = 0
                     AND STEP-SCHEDULED(SX)
                     AND (STEP-PENDING(SX) OR STEP-RUNNING(SX))
                     AND WS-ST-AVG(SX) > WS-WAVE-MAX
                        MOVE WS-ST-AVG(SX) TO WS-WAVE-MAX
                     END-IF
                  PERFORM VARYING SX FROM 1 BY 1
                              UNTIL SX > WS-STEP-COUNT
                     IF WS-ST-NAME(SX) = CKPT-STEP
                     AND CKPT-NOTE = SPACES
                     AND WS-ST-DONE(SX) = 0
                        MOVE 1 TO WS-ST-DONE(SX)
                        ADD 1 TO WS-DONE-COUNT
            .

      *
      *    THE SCHEDULER FOR ONE PHASE - LAUNCH EVERY STEP THAT IS
      *    READY, THEN WAIT FOR ANY RUNNING STEP TO END, COLLECT IT,
      *    AND LOOK AGAIN, UNTIL NOTHING IS RUNNING. EACH STEP RUNS
      *    IN THE BACKGROUND WITH ITS OWN LOG, RETURN-CODE FILE, AND
      *    PRIVATE CONTROL-TOTALS SIDE FILE; THE DRIVER COLLECTS THE
      *    ENDED ONES ONE AT A TIME, SO IT REMAINS THE ONLY WRITER
      *    OF THE SHARED CTLFILE. AN OPERATOR QUIESCE STOPS NEW
      *    LAUNCHES AND LETS THE RUNNING STEPS FINISH.
      *
         SCHEDULE-STEPS SECTION.
            MOVE 'rm -f END.* INI.*' TO WS-COMMAND
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL
            MOVE 0 TO WS-RUNNING-COUNT

            PERFORM LAUNCH-READY-STEPS
            PERFORM UNTIL WS-RUNNING-COUNT = 0
               MOVE SPACES TO WS-COMMAND
               STRING 'while [ -z "$(ls END.* 2>/dev/null)" ] ; '
                      'do sleep 1 ; done'
                  DELIMITED BY SIZE INTO WS-COMMAND
               END-STRING
               CALL 'SYSTEM' USING WS-COMMAND
               END-CALL
               PERFORM COLLECT-ENDED-STEPS
               IF NOT RUN-QUIESCED
                  PERFORM LAUNCH-READY-STEPS
               END-IF
               IF WS-SCHED-PHASE NOT = 99
                  PERFORM REPROJECT-ON-WAVE-CHANGE
               END-IF
            END-PERFORM

            MOVE 'rm -f INI.*' TO WS-COMMAND
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL

            MOVE 0 TO WS-NEVER-COUNT
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-STEP-COUNT
               PERFORM CHECK-STEP-PHASE
               IF STEP-IN-PHASE
               AND STEP-PENDING(SX)
               AND WS-ST-DONE(SX) = 0
               AND STEP-SCHEDULED(SX)
                  ADD 1 TO WS-NEVER-COUNT
               END-IF
            END-PERFORM
            IF WS-NEVER-COUNT > 0 AND NOT RUN-QUIESCED
               DISPLAY 'DAY00DRV ' WS-NEVER-COUNT ' STEP(S) LEFT '
                       'WAITING ON A PREDECESSOR THAT DID NOT '
                       'COMPLETE - NOT RUN'
            END-IF
            .

         CHECK-STEP-PHASE SECTION.
            SET STEP-NOT-IN-PHASE TO TRUE
            IF WS-SCHED-PHASE = 99
               IF WS-ST-WAVE(SX) = 99
                  SET STEP-IN-PHASE TO TRUE
               END-IF
            ELSE
               IF WS-ST-WAVE(SX) < 99
                  SET STEP-IN-PHASE TO TRUE
               END-IF
            END-IF
            .

      *
      *    ONE PASS OVER THE PENDING STEPS IS NOT ENOUGH - A BYPASS
      *    CAN SETTLE ANOTHER STEP'S PREDECESSORS - SO PASS AGAIN
      *    UNTIL NOTHING CHANGES. A READY STEP WHOSE INITIATOR CLASS
      *    IS FULL STAYS PENDING AND IS NOT A CHANGE; IT IS TRIED
      *    AGAIN AFTER THE NEXT STEP ENDS.
      *
         LAUNCH-READY-STEPS SECTION.
            SET SCHED-CHANGED TO TRUE
            PERFORM UNTIL SCHED-UNCHANGED
               SET SCHED-UNCHANGED TO TRUE
               PERFORM VARYING SX FROM 1 BY 1
                           UNTIL SX > WS-STEP-COUNT
                  PERFORM CHECK-STEP-PHASE
                  IF STEP-IN-PHASE
                  AND STEP-PENDING(SX)
                  AND WS-ST-DONE(SX) = 0
                  AND STEP-SCHEDULED(SX)
                     PERFORM CHECK-STEP-READY
                     IF STEP-READY
                        IF PRED-WAS-BYPASSED
                           IF PRED-OUTPUT-BROKEN
                              MOVE 'A PREDECESSOR BROKE ITS OUTPUT '
                                 & 'CONTRACT' TO WS-BYPASS-WHY
                           ELSE
                              MOVE 'A PREDECESSOR WAS NOT RUN'
                                 TO WS-BYPASS-WHY
                           END-IF
                           PERFORM BYPASS-STEP
                        ELSE
                           PERFORM TEST-STEP-CONDITIONS
                           IF COND-BYPASSES
                              PERFORM BYPASS-STEP
                           ELSE
                              PERFORM CHECK-CLASS-SLOT
                              IF CLASS-SLOT-FREE
                                 PERFORM LAUNCH-ONE-STEP
                              ELSE
                                 PERFORM HOLD-FOR-INITIATOR
                              END-IF
                           END-IF
                        END-IF
                        IF NOT STEP-PENDING(SX)
                           SET SCHED-CHANGED TO TRUE
                        END-IF
                     END-IF
                  END-IF
               END-PERFORM
            END-PERFORM
            .

      *
      *    READY MEANS NO PREDECESSOR IS STILL TO COME. A NAMED
      *    PREDECESSOR IS SETTLED WHEN IT COMPLETED, IS OFF TONIGHT'S
      *    SCHEDULE (BUT NOT HELD BY AN OVERRIDE), WAS BYPASSED - IN
      *    WHICH CASE THIS STEP IS BYPASSED TOO - OR ENDED WITH A
      *    RETURN CODE THAT A CONDITION TESTS OR UNDER DAYSUITE_CONT.
      *    A STEP NAMING NO PREDECESSORS WAITS FOR THE LOWER WAVES.
      *    A STEP WAITING ON ONE THAT BROKE ITS OUTPUT CONTRACT IS
      *    BYPASSED, WHATEVER ITS CONDITIONS AND DAYSUITE_CONT SAY.
      *
         CHECK-STEP-READY SECTION.
            SET STEP-READY TO TRUE
            SET PRED-NOT-BYPASSED TO TRUE
            IF WS-ST-PCOUNT(SX) > 0
               PERFORM VARYING PX FROM 1 BY 1
                           UNTIL PX > WS-ST-PCOUNT(SX)
                  MOVE WS-SP-SX(SX, PX) TO QX
                  IF QX = 0
                     SET STEP-WAITING TO TRUE
                  ELSE
                     EVALUATE TRUE
                        WHEN WS-ST-DONE(QX) = 1
                           CONTINUE
                        WHEN STEP-BYPASSED(QX)
                           SET PRED-WAS-BYPASSED TO TRUE
                        WHEN STEP-OVR-HELD(QX)
                           SET STEP-WAITING TO TRUE
                        WHEN STEP-NOT-SCHEDULED(QX)
                           CONTINUE
                        WHEN STEP-CONTRACT-BROKEN(QX)
                           SET PRED-OUTPUT-BROKEN TO TRUE
                        WHEN STEP-ENDED(QX)
                           IF NOT STEP-RC-TESTED(QX)
                           AND NOT CONTINUE-ON-ERROR
                              SET STEP-WAITING TO TRUE
                           END-IF
                        WHEN OTHER
                           SET STEP-WAITING TO TRUE
                     END-EVALUATE
                  END-IF
               END-PERFORM
               PERFORM VARYING CX FROM 1 BY 1
                           UNTIL CX > WS-ST-CCOUNT(SX)
                  IF WS-SC-PRED(SX, CX) = 0
                     SET STEP-WAITING TO TRUE
                  END-IF
               END-PERFORM
            ELSE
               IF WS-ST-WAVE(SX) NOT = 99
                  PERFORM VARYING QX FROM 1 BY 1
                              UNTIL QX > WS-STEP-COUNT
                     IF WS-ST-WAVE(QX) < WS-ST-WAVE(SX)
                        EVALUATE TRUE
                           WHEN WS-ST-DONE(QX) = 1
                           WHEN STEP-NOT-SCHEDULED(QX)
                           WHEN STEP-BYPASSED(QX)
                              CONTINUE
                           WHEN STEP-CONTRACT-BROKEN(QX)
                              SET PRED-OUTPUT-BROKEN TO TRUE
                           WHEN STEP-ENDED(QX)
                              IF NOT STEP-RC-TESTED(QX)
                              AND NOT CONTINUE-ON-ERROR
                                 SET STEP-WAITING TO TRUE
                              END-IF
                           WHEN OTHER
                              SET STEP-WAITING TO TRUE
                        END-EVALUATE
                     END-IF
                  END-PERFORM
               END-IF
            END-IF
            .

      *
      *    JCL COND - THE STEP IS BYPASSED WHEN ANY 'CODE OP RC'
      *    TEST IS TRUE. A TESTED STEP THAT DID NOT RUN TONIGHT
      *    (BYPASSED OR OFF THE SCHEDULE) IS LEFT OUT OF THE TEST; A
      *    STEP COMPLETED BY AN EARLIER ATTEMPT COUNTS AS ZERO.
      *
         TEST-STEP-CONDITIONS SECTION.
            SET COND-LETS-RUN TO TRUE
            PERFORM VARYING CX FROM 1 BY 1
                        UNTIL CX > WS-ST-CCOUNT(SX)
               MOVE WS-SP-SX(SX, WS-SC-PRED(SX, CX)) TO QX
               IF WS-ST-DONE(QX) = 1 OR STEP-ENDED(QX)
                  IF WS-ST-DONE(QX) = 1
                     MOVE 0 TO WS-COND-RC
                  ELSE
                     MOVE WS-ST-RC(QX) TO WS-COND-RC
                  END-IF
                  EVALUATE WS-SC-OP(SX, CX)
                     WHEN 'GT'
                        IF WS-SC-CODE(SX, CX) > WS-COND-RC
                           SET COND-BYPASSES TO TRUE
                        END-IF
                     WHEN 'GE'
                        IF WS-SC-CODE(SX, CX) >= WS-COND-RC
                           SET COND-BYPASSES TO TRUE
                        END-IF
                     WHEN 'EQ'
                        IF WS-SC-CODE(SX, CX) = WS-COND-RC
                           SET COND-BYPASSES TO TRUE
                        END-IF
                     WHEN 'NE'
                        IF WS-SC-CODE(SX, CX) NOT = WS-COND-RC
                           SET COND-BYPASSES TO TRUE
                        END-IF
                     WHEN 'LT'
                        IF WS-SC-CODE(SX, CX) < WS-COND-RC
                           SET COND-BYPASSES TO TRUE
                        END-IF
                     WHEN 'LE'
                        IF WS-SC-CODE(SX, CX) <= WS-COND-RC
                           SET COND-BYPASSES TO TRUE
                        END-IF
                  END-EVALUATE
                  IF COND-BYPASSES
                     MOVE SPACES TO WS-BYPASS-WHY
                     STRING 'COND=(' WS-SC-CODE(SX, CX) ','
                            WS-SC-OP(SX, CX) ','
                            WS-SP-NAME(SX, WS-SC-PRED(SX, CX))
                               DELIMITED BY SPACE
                            ') RC ' WS-COND-RC
                        DELIMITED BY SIZE INTO WS-BYPASS-WHY
                     END-STRING
                     COMPUTE CX = WS-ST-CCOUNT(SX)
                  END-IF
               END-IF
            END-PERFORM
            .

         BYPASS-STEP SECTION.
            SET STEP-BYPASSED(SX) TO TRUE
            ADD 1 TO WS-BYPASS-COUNT
            SET OPERATOR-ATTENTION TO TRUE
            DISPLAY 'DAY00DRV STEP ' WS-ST-NAME(SX) ' '
                    WS-BYPASS-NOTE ' - ' WS-BYPASS-WHY
            IF WS-ST-WAVE(SX) NOT = 99
            AND NOT CATCH-UP-RUN
               MOVE SPACES         TO CKPT-RECORD
               MOVE WS-ST-NAME(SX) TO CKPT-STEP
               MOVE WS-BYPASS-NOTE TO CKPT-NOTE
               WRITE CKPT-RECORD
            END-IF
            .

      *
      *    A STEP MAY START IF IT HAS NO CLASS LIMIT OR ITS CLASS
      *    HAS A FREE INITIATOR.
      *
         CHECK-CLASS-SLOT SECTION.
            SET CLASS-SLOT-FREE TO TRUE
            IF WS-ST-CX(SX) > 0
               MOVE WS-ST-CX(SX) TO KX
               IF WS-CL-RUNNING(KX) >= WS-CL-MAX(KX)
                  SET CLASS-SLOT-FULL TO TRUE
               END-IF
            END-IF
            .

      *
      *    THE FIRST TIME A READY STEP FINDS ITS CLASS FULL, NOTE
      *    WHEN, SAY SO, AND LEAVE AN INI.<PROGRAM> MARKER - CLASS
      *    AND TIME HELD - FOR DAY00STA. LATER PASSES LEAVE IT BE.
      *
         HOLD-FOR-INITIATOR SECTION.
            IF STEP-NOT-INIT-HELD(SX)
               SET STEP-INIT-HELD(SX) TO TRUE
               ADD 1 TO WS-INIT-HELD-COUNT
               ACCEPT WS-NOW-TIME FROM TIME
               MOVE WS-NOW-TIME-X(1:6) TO WS-TIME-PART
               PERFORM CLOCK-TO-SECONDS
               MOVE WS-CLOCK-SECS TO WS-ST-HELD-AT(SX)
               UNSTRING WS-ST-NAME(SX)
                  DELIMITED BY '/'
                  INTO WS-STEP-DIR, WS-STEP-PGM
               END-UNSTRING
               DISPLAY 'DAY00DRV HOLDING ' WS-ST-NAME(SX)
                       ' FOR AN INITIATOR - CLASS ' WS-ST-CLASS(SX)
                       ' FULL'
               MOVE SPACES TO WS-COMMAND
               STRING 'echo ' DELIMITED BY SIZE
                      WS-ST-CLASS(SX) DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-NOW-TIME-X(1:6) DELIMITED BY SIZE
                      ' > INI.' DELIMITED BY SIZE
                      WS-STEP-PGM DELIMITED BY SPACE
                  INTO WS-COMMAND
               END-STRING
               CALL 'SYSTEM' USING WS-COMMAND
               END-CALL
            END-IF
            .

      *
      *    A STEP THAT WAS HELD FOR AN INITIATOR HAS ITS HELD TIME
      *    SETTLED AND ITS MARKER REMOVED AS IT STARTS - ACROSS
      *    MIDNIGHT THE CLOCK WRAPS - AND TAKES ONE OF ITS CLASS'S
      *    INITIATORS UNTIL IT ENDS.
      *
         LAUNCH-ONE-STEP SECTION.
            IF STEP-INIT-HELD(SX)
               ACCEPT WS-NOW-TIME FROM TIME
               MOVE WS-NOW-TIME-X(1:6) TO WS-TIME-PART
               PERFORM CLOCK-TO-SECONDS
               IF WS-CLOCK-SECS < WS-ST-HELD-AT(SX)
                  ADD 86400 TO WS-CLOCK-SECS
               END-IF
               COMPUTE WS-ST-HELD-SECS(SX)
                  = WS-CLOCK-SECS - WS-ST-HELD-AT(SX)
               SET STEP-NOT-INIT-HELD(SX) TO TRUE
               UNSTRING WS-ST-NAME(SX)
                  DELIMITED BY '/'
                  INTO WS-STEP-DIR, WS-STEP-PGM
               END-UNSTRING
               MOVE SPACES TO WS-COMMAND
               STRING 'rm -f INI.' DELIMITED BY SIZE
                      WS-STEP-PGM DELIMITED BY SPACE
                  INTO WS-COMMAND
               END-STRING
               CALL 'SYSTEM' USING WS-COMMAND
               END-CALL
               MOVE WS-ST-HELD-SECS(SX) TO WS-HELD-SECS-ED
               DISPLAY 'DAY00DRV ' WS-ST-NAME(SX) ' HELD '
                       WS-HELD-SECS-ED ' SECONDS FOR AN INITIATOR'
            END-IF
            IF WS-ST-CX(SX) > 0
               MOVE WS-ST-CX(SX) TO KX
               ADD 1 TO WS-CL-RUNNING(KX)
            END-IF
            PERFORM NOTE-START-FINGERPRINT
            PERFORM STAMP-STEP-PARMS
            MOVE SPACES TO WS-COMMAND
            MOVE 1 TO WS-CMD-PTR
            PERFORM APPEND-STEP-COMMAND
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL
            SET STEP-RUNNING(SX) TO TRUE
            ADD 1 TO WS-RUNNING-COUNT
            .

         COLLECT-ENDED-STEPS SECTION.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-STEP-COUNT
               IF STEP-RUNNING(SX)
                  UNSTRING WS-ST-NAME(SX)
                     DELIMITED BY '/'
                     INTO WS-STEP-DIR, WS-STEP-PGM
                  END-UNSTRING
                  MOVE SPACES TO WS-SEC-FILENAME
                  STRING 'END.' DELIMITED BY SIZE
                         WS-STEP-PGM DELIMITED BY SPACE
                     INTO WS-SEC-FILENAME
                  END-STRING
                  OPEN INPUT SEC-FILE
                  IF WS-SEC-STATUS = '00'
                     CLOSE SEC-FILE
                     SET STEP-ENDED(SX) TO TRUE
                     SUBTRACT 1 FROM WS-RUNNING-COUNT
                     IF WS-ST-CX(SX) > 0
                        MOVE WS-ST-CX(SX) TO KX
                        SUBTRACT 1 FROM WS-CL-RUNNING(KX)
                     END-IF
                     PERFORM COLLECT-STEP-RESULT
                  END-IF
               END-IF
            END-PERFORM
            .

      *
      *    RE-PROJECT ONLY WHEN THE LOWEST WAVE WITH WORK LEFT MOVES
      *    ON - RE-ALERTING AFTER EVERY STEP WOULD FLOOD THE CONSOLE
      *    AND THE ALERT FILE ONCE THE PROJECTION SLIPS.
      *
         REPROJECT-ON-WAVE-CHANGE SECTION.
            MOVE 99 TO WS-LOW-WAVE
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-STEP-COUNT
               IF WS-ST-WAVE(SX) < WS-LOW-WAVE
               AND WS-ST-DONE(SX) = 0
               AND STEP-SCHEDULED(SX)
               AND (STEP-PENDING(SX) OR STEP-RUNNING(SX))
                  MOVE WS-ST-WAVE(SX) TO WS-LOW-WAVE
               END-IF
            END-PERFORM
            IF WS-LOW-WAVE > WS-PROJ-FROM
            AND WS-LOW-WAVE < 99
               MOVE WS-LOW-WAVE TO WS-PROJ-FROM
               PERFORM PROJECT-FINISH
            END-IF
            .

            END-UNSTRING

            DISPLAY 'DAY00DRV EXECUTING ' WS-ST-NAME(SX)
            STRING '( ' DELIMITED BY SIZE
               INTO WS-COMMAND
               WITH POINTER WS-CMD-PTR
            END-STRING
            IF WS-ST-TRIES(SX) > 0
            AND WS-ST-RTY-DELAY(SX) > 0
               STRING 'sleep '              DELIMITED BY SIZE
                      WS-ST-RTY-DELAY(SX)   DELIMITED BY SIZE
                      ' ; '                 DELIMITED BY SIZE
                  INTO WS-COMMAND
                  WITH POINTER WS-CMD-PTR
               END-STRING
            END-IF
            STRING 'S=$(date +%s) ; cd ../' DELIMITED BY SIZE
                   WS-STEP-DIR           DELIMITED BY SPACE
                   ' && DAYRUNID='       DELIMITED BY SIZE
                   WS-RUN-ID             DELIMITED BY SIZE
                   ' ; echo $(($(date +%s)-S)) > ../day00/SEC.'
                                         DELIMITED BY SIZE
                   WS-STEP-PGM           DELIMITED BY SPACE
                   ' ; touch ../day00/END.' DELIMITED BY SIZE
                   WS-STEP-PGM           DELIMITED BY SPACE
                   ' ) & '               DELIMITED BY SIZE
               INTO WS-COMMAND
               WITH POINTER WS-CMD-PTR
               ON OVERFLOW
      *
      *    A TRUNCATED LAUNCH LINE WOULD LOSE THE STEP'S END MARKER
      *    AND THE DRIVER WOULD WAIT FOR IT FOREVER - STOP HERE
      *    INSTEAD; THE CHECKPOINT LETS THE RERUN RESUME.
      *
                  DISPLAY 'DAY00DRV ABEND - LAUNCH COMMAND FOR '
                          WS-ST-NAME(SX) ' EXCEEDS ITS BUFFER'
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
            END-STRING
                   WS-STEP-PGM  DELIMITED BY SPACE
                   ' > WRN.'    DELIMITED BY SIZE
                   WS-STEP-PGM  DELIMITED BY SPACE
                   ' 2>/dev/null ; grep -c -e " RESTART - " -e '
                                DELIMITED BY SIZE
                   '"RESUMING FROM CHECKPOINT" LOG.' DELIMITED BY SIZE
                   WS-STEP-PGM  DELIMITED BY SPACE
                   ' > RST.'    DELIMITED BY SIZE
                   WS-STEP-PGM  DELIMITED BY SPACE
                   ' 2>/dev/null ; cat LOG.' DELIMITED BY SIZE
                   WS-STEP-PGM  DELIMITED BY SPACE
                   ' 2>/dev/null ; rm -f LOG.' DELIMITED BY SIZE
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL
            PERFORM READ-STEP-WARNS
            PERFORM READ-STEP-RESUMES

            PERFORM READ-STEP-RC
            PERFORM CHECK-STEP-RETRY
            IF RETRY-DUE
               PERFORM RETRY-STEP
            ELSE
               PERFORM SETTLE-STEP-RESULT
            END-IF

            MOVE SPACES TO WS-COMMAND
            MOVE 1 TO WS-CMD-PTR
            STRING 'rm -f RC.'  DELIMITED BY SIZE
                   WS-STEP-PGM  DELIMITED BY SPACE
                   ' CTLP.'     DELIMITED BY SIZE
                   WS-STEP-PGM  DELIMITED BY SPACE
                   ' SEC.'      DELIMITED BY SIZE
                   WS-STEP-PGM  DELIMITED BY SPACE
                   ' WRN.'      DELIMITED BY SIZE
                   WS-STEP-PGM  DELIMITED BY SPACE
                   ' RST.'      DELIMITED BY SIZE
                   WS-STEP-PGM  DELIMITED BY SPACE
                   ' END.'      DELIMITED BY SIZE
                   WS-STEP-PGM  DELIMITED BY SPACE
               INTO WS-COMMAND
               WITH POINTER WS-CMD-PTR
            END-STRING
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL
            .

      *
      *    THE STEP'S LAST ATTEMPT - CHECK ITS OUTPUTS, TIME IT,
      *    RECORD IT, MERGE ITS SIDE FILE, AND CHECKPOINT OR FAIL
      *    IT. A STEP THAT NEEDED RETRIES HAS ITS OUTCOME LOGGED.
      *
         SETTLE-STEP-RESULT SECTION.
            IF WS-STEP-RC < 8 AND WS-STEP-RC NOT = 2
               PERFORM CHECK-OUTPUT-CONTRACTS
            END-IF
            PERFORM READ-STEP-SECS
            PERFORM CHECK-STEP-BUDGET
            PERFORM APPEND-RUNTIME-HISTORY

            IF WS-STEP-RC = 0
               MOVE 1 TO WS-ST-DONE(SX)
               IF WS-ST-WAVE(SX) NOT = 99
               AND NOT CATCH-UP-RUN
                  MOVE SPACES         TO CKPT-RECORD
                  MOVE WS-ST-NAME(SX) TO CKPT-STEP
                  WRITE CKPT-RECORD
                  DISPLAY 'DAY00DRV STEP ' WS-ST-NAME(SX)
                          ' ENDED WITH RETURN CODE ' WS-STEP-RC
                  MOVE WS-STEP-RC TO WS-ST-RC(SX)
      *
      *    A RETURN CODE SOME CONDITION TESTS IS AN ANSWER, NOT A
      *    FAILURE - THE DEPENDENT STEPS' CONDITIONS DECIDE. A
      *    BROKEN OUTPUT CONTRACT IS ALWAYS A FAILURE.
      *
                  IF STEP-RC-TESTED(SX)
                  AND STEP-CONTRACT-KEPT(SX)
                     DISPLAY 'DAY00DRV STEP ' WS-ST-NAME(SX)
                             ' RETURN CODE LEFT TO THE CONDITIONS '
                             'OF ITS DEPENDENT STEPS'
                  ELSE
                     ADD 1 TO WS-FAIL-COUNT
                     SET STEP-FAILED(SX) TO TRUE
                     PERFORM LOOK-UP-RUNBOOK
                  END-IF
                  IF WS-STEP-RC >= 8
                     MOVE SPACES TO WS-ALERT-LINE
                     IF WS-ST-TRIES(SX) > 0
                        STRING 'DAY00DRV ' WS-STEP-RC
                               ' STEP FAILED AFTER '
                               WS-ST-TRIES(SX) ' RETRIES - '
                               WS-ST-NAME(SX)
                           DELIMITED BY SIZE INTO WS-ALERT-LINE
                        END-STRING
                     ELSE
                        STRING 'DAY00DRV ' WS-STEP-RC
                               ' STEP FAILED - ' WS-ST-NAME(SX)
                           DELIMITED BY SIZE INTO WS-ALERT-LINE
                        END-STRING
                     END-IF
                     CALL 'DAY00ALR' USING WS-ALERT-LINE
                     END-CALL
                  END-IF
               END-IF
            END-IF

            IF WS-ST-TRIES(SX) > 0
               MOVE WS-ST-TRIES(SX) TO WS-ATTEMPT
               ADD 1 TO WS-ATTEMPT
               MOVE SPACES TO WS-EXCLOG-LINE
               IF WS-ST-DONE(SX) = 1
                  STRING 'DAY00DRV I STEP '     DELIMITED BY SIZE
                         WS-ST-NAME(SX)         DELIMITED BY SPACE
                         ' SUCCEEDED ON ATTEMPT ' DELIMITED BY SIZE
                         WS-ATTEMPT             DELIMITED BY SIZE
                         ' AFTER RC '           DELIMITED BY SIZE
                         WS-ST-FIRST-RC(SX)     DELIMITED BY SIZE
                     INTO WS-EXCLOG-LINE
                  END-STRING
               ELSE
                  STRING 'DAY00DRV E STEP '     DELIMITED BY SIZE
                         WS-ST-NAME(SX)         DELIMITED BY SPACE
                         ' FAILED ON FINAL ATTEMPT ' DELIMITED BY SIZE
                         WS-ATTEMPT             DELIMITED BY SIZE
                         ' RC '                 DELIMITED BY SIZE
                         WS-STEP-RC             DELIMITED BY SIZE
                     INTO WS-EXCLOG-LINE
                  END-STRING
               END-IF
               CALL 'DAY00LOG' USING WS-EXCLOG-LINE
               END-CALL
            END-IF
            .

      *
      *    THE RUN BOOK'S ENTRY FOR THE FAILED STEP, SHOWN TO THE
      *    OPERATOR NOW; THE RUN SHEET PRINTS IT AGAIN UNDER THE
      *    STEP. NO ENTRY IS A GAP IN THE RUN BOOK.
      *
         LOOK-UP-RUNBOOK SECTION.
            MOVE WS-STEP-PGM TO WS-RBK-STEP
            MOVE WS-STEP-RC  TO WS-RBK-RC
            CALL 'DAY00RBK' USING WS-RUNBOOK-CHECK
            END-CALL
            IF RUNBOOK-FOUND
               SET STEP-RUNBOOK-FOUND(SX) TO TRUE
               DISPLAY 'DAY00DRV RUNBOOK ' WS-RBK-REF ' RERUN SAFE '
                       WS-RBK-RERUN ' RESTORE ' WS-RBK-RESTORE
                       ' CALL ' WS-RBK-CONTACT
               DISPLAY '         ' WS-RBK-TEXT
            ELSE
               SET STEP-RUNBOOK-GAP(SX) TO TRUE
               ADD 1 TO WS-RBK-GAP-COUNT
               DISPLAY 'DAY00DRV RUNBOOK GAP - NO ENTRY FOR '
                       WS-ST-NAME(SX) ' RC ' WS-STEP-RC
               MOVE SPACES TO WS-EXCLOG-LINE
               STRING 'DAY00DRV W RUNBOOK GAP - NO ENTRY FOR STEP '
                                          DELIMITED BY SIZE
                      WS-STEP-PGM         DELIMITED BY SPACE
                      ' RC '              DELIMITED BY SIZE
                      WS-STEP-RC          DELIMITED BY SIZE
                  INTO WS-EXCLOG-LINE
               END-STRING
               CALL 'DAY00LOG' USING WS-EXCLOG-LINE
               END-CALL
            END-IF
            .

      *
      *    A RETURN CODE THE STEP'S RETRY POLICY CALLS TRANSIENT,
      *    WITH RETRIES LEFT AND NO OPERATOR STOP, IS RETRIED.
      *
         CHECK-STEP-RETRY SECTION.
            SET RETRY-NOT-DUE TO TRUE
            IF WS-ST-TRIES(SX) < WS-ST-RTY-MAX(SX)
            AND WS-STEP-RC > 0
            AND NOT RUN-QUIESCED
               PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > 4
                  IF WS-ST-RTY-CODE(SX, RX) > 0
                  AND WS-ST-RTY-CODE(SX, RX) = WS-STEP-RC
                     SET RETRY-DUE TO TRUE
                  END-IF
               END-PERFORM
            END-IF
            .

      *
      *    THE FAILED ATTEMPT GOES ON RUNHIST AND EXCLOG, ITS SIDE
      *    FILE IS DISCARDED WITH ITS OTHER FILES - THE RETRY
      *    WRITES ITS OWN BRACKETS - AND THE STEP GOES BACK TO
      *    PENDING. THE LAUNCH WAITS OUT THE DELAY IN THE STEP'S
      *    OWN BACKGROUND SHELL, SO THE REST OF THE WAVE RUNS ON.
      *
         RETRY-STEP SECTION.
            IF WS-ST-TRIES(SX) = 0
               MOVE WS-STEP-RC TO WS-ST-FIRST-RC(SX)
            END-IF
            PERFORM READ-STEP-SECS
            PERFORM APPEND-RUNTIME-HISTORY
            MOVE WS-ST-TRIES(SX) TO WS-ATTEMPT
            ADD 1 TO WS-ATTEMPT
            ADD 1 TO WS-ST-TRIES(SX)
            ADD 1 TO WS-RETRY-COUNT
            DISPLAY 'DAY00DRV STEP ' WS-ST-NAME(SX)
                    ' ENDED WITH RETURN CODE ' WS-STEP-RC
                    ' - RETRY ' WS-ST-TRIES(SX) ' OF '
                    WS-ST-RTY-MAX(SX) ' IN '
                    WS-ST-RTY-DELAY(SX) ' SECONDS'
            MOVE SPACES TO WS-EXCLOG-LINE
            STRING 'DAY00DRV W STEP '     DELIMITED BY SIZE
                   WS-ST-NAME(SX)         DELIMITED BY SPACE
                   ' ATTEMPT '            DELIMITED BY SIZE
                   WS-ATTEMPT             DELIMITED BY SIZE
                   ' ENDED RC '           DELIMITED BY SIZE
                   WS-STEP-RC             DELIMITED BY SIZE
                   ' - RETRY '            DELIMITED BY SIZE
                   WS-ST-TRIES(SX)        DELIMITED BY SIZE
                   ' OF '                 DELIMITED BY SIZE
                   WS-ST-RTY-MAX(SX)      DELIMITED BY SIZE
               INTO WS-EXCLOG-LINE
            END-STRING
            CALL 'DAY00LOG' USING WS-EXCLOG-LINE
            END-CALL
            SET STEP-PENDING(SX) TO TRUE
            .

         READ-STEP-SECS SECTION.
            MOVE SPACES TO WS-SEC-FILENAME
            STRING 'SEC.' DELIMITED BY SIZE
                   WS-STEP-PGM DELIMITED BY SPACE
               INTO WS-SEC-FILENAME
            END-STRING
            END-IF
            .

      *
      *    DID THE STEP RESUME FROM ITS OWN CHECKPOINT - THE CORES
      *    THAT KEEP ONE SAY RESTART OR RESUMING FROM CHECKPOINT ON
      *    THEIR CONSOLE, COUNTED OFF THE STEP LOG AT COLLECTION.
      *
         READ-STEP-RESUMES SECTION.
            MOVE SPACES TO WS-SEC-FILENAME
            STRING 'RST.' DELIMITED BY SIZE
                   WS-STEP-PGM DELIMITED BY SPACE
               INTO WS-SEC-FILENAME
            END-STRING

            MOVE 0 TO WS-RESUME-HITS
            OPEN INPUT SEC-FILE
            IF WS-SEC-STATUS = '00'
               READ SEC-FILE
                  AT END SET SEC-END TO TRUE
               END-READ
               IF NOT SEC-END
                  PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 10
                     MOVE SEC-TEXT(CX:1) TO WS-RC-CHAR
                     IF WS-RC-CHAR NUMERIC
                        COMPUTE WS-RESUME-HITS =
                           WS-RESUME-HITS * 10 + WS-RC-DIGIT
                     END-IF
                  END-PERFORM
               END-IF
               CLOSE SEC-FILE
            END-IF
            IF WS-RESUME-HITS > 0
               MOVE 'Y' TO WS-ST-RESUMED(SX)
            ELSE
               MOVE 'N' TO WS-ST-RESUMED(SX)
            END-IF
            .

      *
      *    THE RUN SHEET - ONE PAGE TO HAND TO THE SHIFT SUPERVISOR.
      *    THE ANSWERS ARE PULLED BACK OUT OF CTLFILE BY THIS RUN'S
               WRITE SHEET-RECORD
            END-PERFORM

            PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > WS-PLN-COUNT
               MOVE WS-PLN-LINE(LX) TO SHEET-RECORD
               WRITE SHEET-RECORD
            END-PERFORM

            OPEN INPUT ESC-FILE
            IF WS-ESC-STATUS = '00'
               READ ESC-FILE
                  IF ESC-RUN-ID NUMERIC
                  AND ESC-RUN-ID = WS-RUN-ID
                     MOVE SPACES TO SHEET-RECORD
                     IF ESC-SEVERITY = 'B'
                        STRING 'ESCALATED ' ESC-PROGRAM ' SOURCE '
                               ESC-SOURCE ' ' ESC-PART ' '
                               ESC-COUNT ' PCT OUT OF BAND OVER '
                               'BUDGET ' ESC-THRESHOLD
                           DELIMITED BY SIZE INTO SHEET-RECORD
                        END-STRING
                     ELSE
                        STRING 'ESCALATED ' ESC-PROGRAM ' '
                               ESC-COUNT ' ' ESC-SEVERITY
                               ' LINES OVER BUDGET ' ESC-THRESHOLD
                           DELIMITED BY SIZE INTO SHEET-RECORD
                        END-STRING
                     END-IF
                     WRITE SHEET-RECORD
                     SET OPERATOR-ATTENTION TO TRUE
                  END-IF
               CLOSE ESC-FILE
            END-IF

            OPEN INPUT CBK-FILE
            IF WS-CBK-STATUS = '00'
               READ CBK-FILE
                  AT END SET CBK-END TO TRUE
               END-READ
               PERFORM UNTIL CBK-END
                  IF CBK-RUN-ID NUMERIC
                  AND CBK-RUN-ID = WS-RUN-ID
                     MOVE SPACES TO SHEET-RECORD
                     STRING 'BROKEN RULE ' CBK-RULE ' '
                            CBK-LEFT-PGM ' ' CBK-LEFT-LABEL ' '
                            CBK-LEFT-FIELD ' ' CBK-OP ' '
                            CBK-RIGHT-PGM ' ' CBK-RIGHT-LABEL ' '
                            CBK-RIGHT-FIELD
                        DELIMITED BY SIZE INTO SHEET-RECORD
                     END-STRING
                     WRITE SHEET-RECORD
                     MOVE SPACES TO SHEET-RECORD
                     STRING '    FIGURES ' CBK-LEFT-FIGURE ' VS '
                            CBK-RIGHT-FIGURE
                        DELIMITED BY SIZE INTO SHEET-RECORD
                     END-STRING
                     WRITE SHEET-RECORD
                     SET OPERATOR-ATTENTION TO TRUE
                  END-IF
                  READ CBK-FILE
                     AT END SET CBK-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE CBK-FILE
            END-IF

            OPEN INPUT RCN-FILE
            IF WS-RCN-STATUS = '00'
               READ RCN-FILE
                  AT END SET RCN-END TO TRUE
               END-READ
               PERFORM UNTIL RCN-END
                  IF RCN-OUTSTANDING
                     MOVE SPACES TO SHEET-RECORD
                     STRING 'UNRECONCILED PUBFILE RUN-ID ' RCN-RUN-ID
                            ' SENT ' RCN-PUB-DATE ' ' RCN-PUB-TIME
                            ' ' RCN-STATE
                        DELIMITED BY SIZE INTO SHEET-RECORD
                     END-STRING
                     WRITE SHEET-RECORD
                     SET OPERATOR-ATTENTION TO TRUE
                  END-IF
                  READ RCN-FILE
                     AT END SET RCN-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE RCN-FILE
            END-IF

            OPEN INPUT KNW-FILE
            IF WS-KNW-STATUS = '00'
               READ KNW-FILE
                  AT END SET KNW-END TO TRUE
               END-READ
               PERFORM UNTIL KNW-END
                  IF KNW-RECORD(1:1) NOT = '*'
                  AND KNW-EXPIRY NUMERIC
                  AND KNW-EXPIRY < WS-RUN-DATE
                     MOVE SPACES TO SHEET-RECORD
                     STRING 'EXPIRED KNOWN EXCEPTION ' KNW-ID ' '
                            KNW-PROGRAM ' EXPIRED ' KNW-EXPIRY
                            ' - RENEW OR REMOVE'
                        DELIMITED BY SIZE INTO SHEET-RECORD
                     END-STRING
                     WRITE SHEET-RECORD
                     MOVE SPACES TO SHEET-RECORD
                     STRING '    PATTERN ' KNW-PATTERN
                        DELIMITED BY SIZE INTO SHEET-RECORD
                     END-STRING
                     WRITE SHEET-RECORD
                     SET OPERATOR-ATTENTION TO TRUE
                  END-IF
                  READ KNW-FILE
                     AT END SET KNW-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE KNW-FILE
            END-IF

            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-STEP-COUNT
               MOVE SPACES TO WS-SH-FLAG
               EVALUATE TRUE
                  WHEN STEP-CONTRACT-BROKEN(SX)
                     MOVE 'OUTPUT CONTRACT BROKEN' TO WS-SH-FLAG
                  WHEN STEP-OVER-CEILING(SX)
                     MOVE 'OVER CEILING' TO WS-SH-FLAG
                  WHEN STEP-OVER-BUDGET(SX)
                     MOVE 'SKIPPED (OVR)' TO WS-SH-FLAG
                  WHEN STEP-OVR-HELD(SX)
                     MOVE 'HELD (OVR)' TO WS-SH-FLAG
                  WHEN STEP-BYPASSED(SX)
                     MOVE WS-BYPASS-NOTE TO WS-SH-FLAG
                  WHEN STEP-NOT-SCHEDULED(SX)
                     MOVE 'NOT SCHEDULED' TO WS-SH-FLAG
                  WHEN WS-ST-DONE(SX) = 0
                     MOVE 'NOT RUN' TO WS-SH-FLAG
                  WHEN WS-ST-TRIES(SX) > 0
                     MOVE 'COMPLETED ON RETRY' TO WS-SH-FLAG
               END-EVALUATE
               MOVE WS-ST-NAME(SX)  TO WS-SH-NAME
               MOVE WS-ST-RC(SX)    TO WS-SH-RC
               MOVE SPACES TO SHEET-RECORD
               MOVE WS-SHEET-STEP TO SHEET-RECORD
               WRITE SHEET-RECORD
               IF STEP-CONTRACT-BROKEN(SX)
                  MOVE SPACES TO SHEET-RECORD
                  STRING '    CONTRACT ' WS-ST-CTR-NOTE(SX)
                     DELIMITED BY SIZE INTO SHEET-RECORD
                  END-STRING
                  WRITE SHEET-RECORD
               END-IF
               IF WS-ST-HELD-SECS(SX) > 0
                  MOVE WS-ST-HELD-SECS(SX) TO WS-HELD-SECS-ED
                  MOVE SPACES TO SHEET-RECORD
                  STRING '    HELD FOR INITIATOR ' WS-HELD-SECS-ED
                         ' SECS - CLASS ' WS-ST-CLASS(SX)
                     DELIMITED BY SIZE INTO SHEET-RECORD
                  END-STRING
                  WRITE SHEET-RECORD
               END-IF
               IF WS-ST-TRIES(SX) > 0
                  MOVE WS-ST-TRIES(SX) TO WS-ATTEMPT
                  ADD 1 TO WS-ATTEMPT
                  MOVE SPACES TO SHEET-RECORD
                  IF WS-ST-DONE(SX) = 1
                     STRING '    SUCCEEDED ONLY ON ATTEMPT ' WS-ATTEMPT
                            ' - FIRST RC ' WS-ST-FIRST-RC(SX)
                        DELIMITED BY SIZE INTO SHEET-RECORD
                     END-STRING
                  ELSE
                     STRING '    FAILED AFTER ' WS-ST-TRIES(SX)
                            ' RETRIES - FIRST RC ' WS-ST-FIRST-RC(SX)
                        DELIMITED BY SIZE INTO SHEET-RECORD
                     END-STRING
                  END-IF
                  WRITE SHEET-RECORD
               END-IF

               IF STEP-FAILED(SX)
                  PERFORM WRITE-STEP-RUNBOOK
               END-IF

               PERFORM WRITE-STEP-ANSWERS
            END-PERFORM

            IF WS-RBK-GAP-COUNT > 0
               MOVE SPACES TO SHEET-RECORD
               STRING 'RUNBOOK GAPS - ' WS-RBK-GAP-COUNT
                      ' FAILED STEP(S) WITH NO RUN-BOOK ENTRY - '
                      'ADD THEM TO RUNBOOK'
                  DELIMITED BY SIZE INTO SHEET-RECORD
               END-STRING
               WRITE SHEET-RECORD
               PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-STEP-COUNT
                  IF STEP-RUNBOOK-GAP(SX)
                     MOVE SPACES TO SHEET-RECORD
                     STRING '    GAP ' WS-ST-NAME(SX) ' RC '
                            WS-ST-RC(SX)
                        DELIMITED BY SIZE INTO SHEET-RECORD
                     END-STRING
                     WRITE SHEET-RECORD
                  END-IF
               END-PERFORM
               SET OPERATOR-ATTENTION TO TRUE
            END-IF

            MOVE SPACES TO SHEET-RECORD
            EVALUATE TRUE
               WHEN WS-FAIL-COUNT > 0 OR OPERATOR-ATTENTION
            DISPLAY 'DAY00DRV RUN SHEET WRITTEN TO RUNSHEET'
            .

      *
      *    THE RUN BOOK'S INSTRUCTIONS UNDER A FAILED STEP, OR THE
      *    NOTE THAT THERE ARE NONE.
      *
         WRITE-STEP-RUNBOOK SECTION.
            UNSTRING WS-ST-NAME(SX)
               DELIMITED BY '/'
               INTO WS-STEP-DIR, WS-STEP-PGM
            END-UNSTRING
            MOVE WS-STEP-PGM  TO WS-RBK-STEP
            MOVE WS-ST-RC(SX) TO WS-RBK-RC
            CALL 'DAY00RBK' USING WS-RUNBOOK-CHECK
            END-CALL
            MOVE SPACES TO SHEET-RECORD
            IF RUNBOOK-FOUND
               STRING '    RUNBOOK ' WS-RBK-REF ' RERUN SAFE '
                      WS-RBK-RERUN ' RESTORE ' WS-RBK-RESTORE
                      ' CALL ' WS-RBK-CONTACT
                  DELIMITED BY SIZE INTO SHEET-RECORD
               END-STRING
               WRITE SHEET-RECORD
               MOVE SPACES TO SHEET-RECORD
               STRING '    ' WS-RBK-TEXT
                  DELIMITED BY SIZE INTO SHEET-RECORD
               END-STRING
            ELSE
               STRING '    RUNBOOK GAP - NO ENTRY FOR THIS STEP AND '
                      'RETURN CODE'
                  DELIMITED BY SIZE INTO SHEET-RECORD
               END-STRING
            END-IF
            WRITE SHEET-RECORD
            .

      *
      *    PULL THE STEP'S ANSWER RECORDS FOR THIS RUN ID BACK OUT
      *    OF CTLFILE - THE STEP NAME'S PROGRAM PART, UPPERCASED,
            MOVE WS-RUN-DATE     TO HST-DATE
            MOVE WS-RUN-ID       TO HST-RUN-ID
            MOVE WS-ST-SECS(SX)  TO HST-SECS
            MOVE WS-STEP-RC      TO HST-RC
            MOVE WS-OPERATOR     TO HST-OPERATOR
            IF STEP-OVR-FORCED(SX)
               MOVE 'F' TO HST-OVERRIDE
            END-IF
            IF CATCH-UP-RUN
               MOVE 'C' TO HST-OVERRIDE
            END-IF
            MOVE SW-RUN-RESTART  TO HST-RUN-RESTART
            MOVE WS-ST-RESUMED(SX) TO HST-STEP-RESUMED
            MOVE WS-ST-HELD-SECS(SX) TO HST-HELD-SECS
            COMPUTE HST-ATTEMPT = WS-ST-TRIES(SX) + 1
            WRITE HIST-RECORD
            CLOSE HIST-FILE
            .

      *
      *    THE RUN'S OWN RUNHIST RECORD, WRITTEN ONCE THE FINAL
      *    RETURN CODE IS SET - 0 CLEAN, 2 QUIESCED, 4 ATTENTION,
      *    8 FAILED. THE ELAPSED TIME WRAPS AT MIDNIGHT THE SAME WAY
      *    THE DEADLINE PROJECTION DOES.
      *
         APPEND-SUITE-HISTORY SECTION.
            MOVE WS-START-TIME-X(1:6) TO WS-TIME-PART
            PERFORM CLOCK-TO-SECONDS
            MOVE WS-CLOCK-SECS TO WS-SUITE-SECS
            MOVE WS-END-TIME-X(1:6) TO WS-TIME-PART
            PERFORM CLOCK-TO-SECONDS
            COMPUTE WS-SUITE-SECS = WS-CLOCK-SECS - WS-SUITE-SECS
            IF WS-SUITE-SECS < 0
            OR WS-END-DATE NOT = WS-RUN-DATE
               ADD 86400 TO WS-SUITE-SECS
            END-IF

            OPEN EXTEND HIST-FILE
            IF WS-HIST-STATUS NOT = '00'
               OPEN OUTPUT HIST-FILE
            END-IF
            MOVE SPACES          TO HIST-RECORD
            IF CATCH-UP-RUN
               MOVE '*CATCHUP'   TO HST-STEP
            ELSE
               MOVE '*SUITE'     TO HST-STEP
            END-IF
            MOVE WS-RUN-DATE     TO HST-DATE
            MOVE WS-RUN-ID       TO HST-RUN-ID
            MOVE WS-SUITE-SECS   TO HST-SECS
            MOVE RETURN-CODE     TO HST-RC
            MOVE WS-OPERATOR     TO HST-OPERATOR
            MOVE SW-RUN-RESTART  TO HST-RUN-RESTART
            MOVE WS-START-TIME-X(1:6) TO HST-START-TIME
            MOVE WS-END-DATE     TO HST-END-DATE
            MOVE WS-END-TIME-X(1:6)   TO HST-END-TIME
            IF DEADLINE-PRESENT
               MOVE WS-DL-HHMM   TO HST-DEADLINE
            END-IF
            WRITE HIST-RECORD
            CLOSE HIST-FILE
            .
            CLOSE MAN-FILE
            .

      *
      *    THE PRVPARMS LIST - LOADED ONCE; NO LIST MEANS NOTHING
      *    IS STAMPED.
      *
         LOAD-PARM-LIST SECTION.
            OPEN INPUT PRV-FILE
            IF WS-PRV-STATUS = '00'
               READ PRV-FILE
                  AT END SET PRV-END TO TRUE
               END-READ
               PERFORM UNTIL PRV-END
                  IF PRV-TEXT NOT = SPACES
                  AND PRV-TEXT(1:1) NOT = '*'
                     IF WS-PRV-COUNT < 60
                        ADD 1 TO WS-PRV-COUNT
                        UNSTRING PRV-TEXT
                           DELIMITED BY ALL SPACE
                           INTO WS-PV-PGM(WS-PRV-COUNT),
                                WS-PV-PATH(WS-PRV-COUNT)
                        END-UNSTRING
                     ELSE
                        DISPLAY 'DAY00DRV WARNING - PRVPARMS HOLDS '
                                'MORE THAN 60 LINES; THE REST ARE '
                                'NOT STAMPED'
                     END-IF
                  END-IF
                  READ PRV-FILE
                     AT END SET PRV-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE PRV-FILE
            END-IF
            .

      *
      *    THE OUTPUT CONTRACTS - LOADED ONCE; NO TABLE MEANS NO
      *    STEP'S OUTPUTS ARE CHECKED.
      *
         LOAD-OUTPUT-CONTRACTS SECTION.
            OPEN INPUT OCT-FILE
            IF WS-OCT-STATUS = '00'
               READ OCT-FILE
                  AT END SET OCT-END TO TRUE
               END-READ
               PERFORM UNTIL OCT-END
                  IF OCT-TEXT NOT = SPACES
                  AND OCT-TEXT(1:1) NOT = '*'
                     IF WS-OCT-COUNT < 40
                        ADD 1 TO WS-OCT-COUNT
                        MOVE SPACES TO WS-OC-PARSE-MIN
                        UNSTRING OCT-TEXT
                           DELIMITED BY ALL SPACE
                           INTO WS-OC-STEP(WS-OCT-COUNT),
                                WS-OC-PATH(WS-OCT-COUNT),
                                WS-OC-PARSE-MIN,
                                WS-OC-STAMP(WS-OCT-COUNT)
                        END-UNSTRING
                        MOVE 0 TO WS-OC-MIN(WS-OCT-COUNT)
                        PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 7
                           MOVE WS-OC-PARSE-MIN(CX:1) TO WS-RC-CHAR
                           IF WS-RC-CHAR NUMERIC
                              COMPUTE WS-OC-MIN(WS-OCT-COUNT) =
                                 WS-OC-MIN(WS-OCT-COUNT) * 10
                                 + WS-RC-DIGIT
                           END-IF
                        END-PERFORM
                     ELSE
                        DISPLAY 'DAY00DRV WARNING - OUTCTR HOLDS '
                                'MORE THAN 40 LINES; THE REST ARE '
                                'NOT CHECKED'
                     END-IF
                  END-IF
                  READ OCT-FILE
                     AT END SET OCT-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE OCT-FILE
            END-IF
            .

      *
      *    THE INITIATOR CLASSES, THEN EACH STEP POINTED AT ITS OWN.
      *    NO DRVCLASS MEANS NO LIMITS. A CLASS WITH A MAXIMUM OF 0
      *    WOULD HOLD ITS STEPS FOR EVER, SO IT IS TAKEN AS 1.
      *
         LOAD-INITIATOR-CLASSES SECTION.
            OPEN INPUT CLS-FILE
            IF WS-CLS-STATUS = '00'
               READ CLS-FILE
                  AT END SET CLS-END TO TRUE
               END-READ
               PERFORM UNTIL CLS-END
                  IF CLS-TEXT NOT = SPACES
                  AND CLS-TEXT(1:1) NOT = '*'
                     IF WS-CLS-COUNT < 10
                        ADD 1 TO WS-CLS-COUNT
                        MOVE SPACES TO WS-CLS-PARSE-NAME
                                       WS-CLS-PARSE-MAX
                        UNSTRING CLS-TEXT
                           DELIMITED BY ALL SPACE
                           INTO WS-CLS-PARSE-NAME,
                                WS-CLS-PARSE-MAX
                        END-UNSTRING
                        MOVE WS-CLS-PARSE-NAME
                           TO WS-CL-NAME(WS-CLS-COUNT)
                        MOVE 0 TO WS-CL-MAX(WS-CLS-COUNT)
                        MOVE 0 TO WS-CL-RUNNING(WS-CLS-COUNT)
                        PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 2
                           MOVE WS-CLS-PARSE-MAX(CX:1) TO WS-RC-CHAR
                           IF WS-RC-CHAR NUMERIC
                              COMPUTE WS-CL-MAX(WS-CLS-COUNT) =
                                 WS-CL-MAX(WS-CLS-COUNT) * 10
                                 + WS-RC-DIGIT
                           END-IF
                        END-PERFORM
                        IF WS-CL-MAX(WS-CLS-COUNT) = 0
                           DISPLAY 'DAY00DRV WARNING - CLASS '
                                   WS-CL-NAME(WS-CLS-COUNT)
                                   ' HAS NO MAXIMUM; 1 ASSUMED'
                           MOVE 1 TO WS-CL-MAX(WS-CLS-COUNT)
                        END-IF
                     ELSE
                        DISPLAY 'DAY00DRV WARNING - DRVCLASS HOLDS '
                                'MORE THAN 10 CLASSES; THE REST ARE '
                                'NOT LIMITED'
                     END-IF
                  END-IF
                  READ CLS-FILE
                     AT END SET CLS-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE CLS-FILE
            END-IF

            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-STEP-COUNT
               IF WS-ST-CLASS(SX) NOT = SPACES
                  PERFORM VARYING KX FROM 1 BY 1
                              UNTIL KX > WS-CLS-COUNT
                     IF WS-CL-NAME(KX) = WS-ST-CLASS(SX)
                        MOVE KX TO WS-ST-CX(SX)
                     END-IF
                  END-PERFORM
                  IF WS-ST-CX(SX) = 0
                     DISPLAY 'DAY00DRV WARNING - ' WS-ST-NAME(SX)
                             ' CLASS ' WS-ST-CLASS(SX)
                             ' NOT IN DRVCLASS - NOT LIMITED'
                  END-IF
               END-IF
            END-PERFORM
            .

      *
      *    THE RETRY POLICY. A LINE NAMES A STEP BY ITS PROGRAM, OR
      *    DEFAULT FOR EVERY STEP WITHOUT A LINE OF ITS OWN, IN
      *    WHICHEVER ORDER THEY COME. NO DRVRETRY MEANS NO RETRIES.
      *
         LOAD-RETRY-POLICY SECTION.
            OPEN INPUT RTY-FILE
            IF WS-RTY-STATUS = '00'
               READ RTY-FILE
                  AT END SET RTY-END TO TRUE
               END-READ
               PERFORM UNTIL RTY-END
                  IF RTY-TEXT NOT = SPACES
                  AND RTY-TEXT(1:1) NOT = '*'
                     PERFORM TAKE-RETRY-LINE
                  END-IF
                  READ RTY-FILE
                     AT END SET RTY-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE RTY-FILE
            END-IF
            .

         TAKE-RETRY-LINE SECTION.
            MOVE SPACES TO WS-RTY-PARSE-STEP WS-RTY-PARSE-MAX
                           WS-RTY-PARSE-DELAY WS-RTY-PARSE-CODES
            UNSTRING RTY-TEXT
               DELIMITED BY ALL SPACE
               INTO WS-RTY-PARSE-STEP, WS-RTY-PARSE-MAX,
                    WS-RTY-PARSE-DELAY, WS-RTY-PARSE-CODES
            END-UNSTRING
            MOVE WS-RTY-PARSE-MAX TO WS-RTY-CELL
            PERFORM PARSE-RETRY-FIGURE
            IF WS-RTY-VALUE > 9
               MOVE 9 TO WS-RTY-VALUE
            END-IF
            MOVE WS-RTY-VALUE TO WS-RTY-MAX
            MOVE WS-RTY-PARSE-DELAY TO WS-RTY-CELL
            PERFORM PARSE-RETRY-FIGURE
            IF WS-RTY-VALUE > 3600
               MOVE 3600 TO WS-RTY-VALUE
            END-IF
            MOVE WS-RTY-VALUE TO WS-RTY-DELAY
            PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > 4
               MOVE SPACES TO WS-RTY-PARSE-CODE(RX)
            END-PERFORM
            UNSTRING WS-RTY-PARSE-CODES
               DELIMITED BY ','
               INTO WS-RTY-PARSE-CODE(1), WS-RTY-PARSE-CODE(2),
                    WS-RTY-PARSE-CODE(3), WS-RTY-PARSE-CODE(4)
            END-UNSTRING
            PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > 4
               MOVE WS-RTY-PARSE-CODE(RX) TO WS-RTY-CELL
               PERFORM PARSE-RETRY-FIGURE
               IF WS-RTY-VALUE > 9999
                  MOVE 0 TO WS-RTY-VALUE
               END-IF
               MOVE WS-RTY-VALUE TO WS-RTY-CODES(RX)
            END-PERFORM

            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-STEP-COUNT
               UNSTRING WS-ST-NAME(SX)
                  DELIMITED BY '/'
                  INTO WS-STEP-DIR, WS-STEP-PGM
               END-UNSTRING
               IF WS-RTY-PARSE-STEP = WS-STEP-PGM
               OR (WS-RTY-PARSE-STEP = 'DEFAULT'
                   AND NOT STEP-RETRY-OWN(SX))
                  IF WS-RTY-PARSE-STEP NOT = 'DEFAULT'
                     SET STEP-RETRY-OWN(SX) TO TRUE
                  END-IF
                  MOVE WS-RTY-MAX   TO WS-ST-RTY-MAX(SX)
                  MOVE WS-RTY-DELAY TO WS-ST-RTY-DELAY(SX)
                  PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > 4
                     MOVE WS-RTY-CODES(RX) TO WS-ST-RTY-CODE(SX, RX)
                  END-PERFORM
               END-IF
            END-PERFORM
            .

         PARSE-RETRY-FIGURE SECTION.
            MOVE 0 TO WS-RTY-VALUE
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 5
               MOVE WS-RTY-CELL(CX:1) TO WS-RC-CHAR
               IF WS-RC-CHAR NUMERIC
                  COMPUTE WS-RTY-VALUE = WS-RTY-VALUE * 10
                                       + WS-RC-DIGIT
               END-IF
            END-PERFORM
            .

      *
      *    A STEP THAT ENDED BELOW RC 8 MUST HAVE LEFT EVERY OUTPUT
      *    ITS CONTRACTS NAME - PRESENT, HOLDING AT LEAST THE
      *    MINIMUM DATA RECORDS AND, WHERE THE CONTRACT SAYS SO,
      *    STAMPED WITH TONIGHT'S RUN-ID. THE FIRST BROKEN CONTRACT
      *    FAILS THE STEP WITH WS-CONTRACT-RC. WS-STEP-PGM IS
      *    ALREADY SPLIT OUT BY COLLECT-STEP-RESULT.
      *
         CHECK-OUTPUT-CONTRACTS SECTION.
            PERFORM VARYING TX FROM 1 BY 1
                        UNTIL TX > WS-OCT-COUNT
                           OR STEP-CONTRACT-BROKEN(SX)
               IF WS-OC-STEP(TX) = WS-STEP-PGM
                  PERFORM CHECK-ONE-CONTRACT
               END-IF
            END-PERFORM

            IF STEP-CONTRACT-BROKEN(SX)
               DISPLAY 'DAY00DRV STEP ' WS-ST-NAME(SX)
                       ' ENDED WITH RETURN CODE ' WS-STEP-RC
                       ' BUT BROKE ITS OUTPUT CONTRACT - '
                       WS-ST-CTR-NOTE(SX)
               MOVE SPACES TO WS-EXCLOG-LINE
               STRING 'DAY00DRV E OUTPUT CONTRACT BROKEN - '
                                       DELIMITED BY SIZE
                      WS-STEP-PGM      DELIMITED BY SPACE
                      ' '              DELIMITED BY SIZE
                      WS-ST-CTR-NOTE(SX) DELIMITED BY SIZE
                  INTO WS-EXCLOG-LINE
               END-STRING
               CALL 'DAY00LOG' USING WS-EXCLOG-LINE
               END-CALL
               SET OPERATOR-ATTENTION TO TRUE
               MOVE WS-CONTRACT-RC TO WS-STEP-RC
            END-IF
            .

         CHECK-ONE-CONTRACT SECTION.
            MOVE SPACES TO WS-COMMAND
            MOVE 1 TO WS-CMD-PTR
            STRING 'ls -1t '       DELIMITED BY SIZE
                   WS-OC-PATH(TX)  DELIMITED BY SPACE
                   ' 2>/dev/null | head -1 > OCT.tmp'
                                   DELIMITED BY SIZE
               INTO WS-COMMAND
               WITH POINTER WS-CMD-PTR
            END-STRING
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL

            MOVE SPACES TO WS-OUT-FILENAME
            OPEN INPUT OCL-FILE
            IF WS-OCL-STATUS = '00'
               READ OCL-FILE
                  AT END SET OCL-END TO TRUE
               END-READ
               IF NOT OCL-END
                  MOVE OCL-TEXT TO WS-OUT-FILENAME
               END-IF
               CLOSE OCL-FILE
            END-IF
            MOVE 'rm -f OCT.tmp' TO WS-COMMAND
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL

            MOVE SPACES TO WS-CONTRACT-WHY
            MOVE 0 TO WS-OUT-RECS
            SET OUT-NOT-STAMPED TO TRUE
            IF WS-OUT-FILENAME = SPACES
               MOVE 'MISSING' TO WS-CONTRACT-WHY
            ELSE
               OPEN INPUT OUT-FILE
               IF WS-OUT-STATUS NOT = '00'
                  MOVE 'CANNOT BE OPENED' TO WS-CONTRACT-WHY
               ELSE
                  READ OUT-FILE
                     AT END SET OUT-END TO TRUE
                  END-READ
                  PERFORM UNTIL OUT-END
                     IF OUT-TEXT(1:1) = '*'
                        IF OUT-TEXT(1:5) = '*RUN '
                        AND OUT-TEXT(22:6) = WS-RUN-ID
                           SET OUT-STAMPED TO TRUE
                        END-IF
                     ELSE
                        ADD 1 TO WS-OUT-RECS
                     END-IF
                     READ OUT-FILE
                        AT END SET OUT-END TO TRUE
                     END-READ
                  END-PERFORM
                  CLOSE OUT-FILE
                  EVALUATE TRUE
                     WHEN OC-STAMP-REQUIRED(TX) AND OUT-NOT-STAMPED
                        STRING 'NO *RUN STAMP FOR RUN ' WS-RUN-ID
                           DELIMITED BY SIZE INTO WS-CONTRACT-WHY
                        END-STRING
                     WHEN WS-OUT-RECS < WS-OC-MIN(TX)
                        STRING WS-OUT-RECS ' RECORDS, MINIMUM '
                               WS-OC-MIN(TX)
                           DELIMITED BY SIZE INTO WS-CONTRACT-WHY
                        END-STRING
                  END-EVALUATE
               END-IF
            END-IF

            IF WS-CONTRACT-WHY NOT = SPACES
               SET STEP-CONTRACT-BROKEN(SX) TO TRUE
               MOVE SPACES TO WS-ST-CTR-NOTE(SX)
               STRING WS-OC-PATH(TX)   DELIMITED BY SPACE
                      ' - '            DELIMITED BY SIZE
                      WS-CONTRACT-WHY  DELIMITED BY SIZE
                  INTO WS-ST-CTR-NOTE(SX)
               END-STRING
            END-IF
            .

      *
      *    STAMP EVERY PARAMETER FILE OF THE STEP ABOUT TO LAUNCH.
      *    WS-STEP-PGM IS ALREADY SPLIT OUT BY NOTE-START-FINGERPRINT.
      *
         STAMP-STEP-PARMS SECTION.
            MOVE WS-STEP-PGM TO WS-PRV-PGM
            INSPECT WS-PRV-PGM
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            PERFORM VARYING VX FROM 1 BY 1 UNTIL VX > WS-PRV-COUNT
               IF WS-PV-PGM(VX) = WS-PRV-PGM
                  PERFORM STAMP-ONE-PARM
               END-IF
            END-PERFORM
            .

         STAMP-ONE-PARM SECTION.
            MOVE SPACES TO WS-FPR-COMMAND
            MOVE 1 TO WS-FPR-PTR
            STRING '( cksum < ' DELIMITED BY SIZE
                   WS-PV-PATH(VX) DELIMITED BY SPACE
                   ' | cut -d" " -f1 ; wc -l < ' DELIMITED BY SIZE
                   WS-PV-PATH(VX) DELIMITED BY SPACE
                   ' ; date -r ' DELIMITED BY SIZE
                   WS-PV-PATH(VX) DELIMITED BY SPACE
                   ' +%Y%m%d%H%M%S ) > FPR.tmp 2>/dev/null'
                                 DELIMITED BY SIZE
               INTO WS-FPR-COMMAND
               WITH POINTER WS-FPR-PTR
            END-STRING
            CALL 'SYSTEM' USING WS-FPR-COMMAND
            END-CALL

            MOVE SPACES TO WS-FPR-SUM WS-FPR-COUNT WS-PRV-STAMP
            OPEN INPUT FPR-FILE
            IF WS-FPR-STATUS = '00'
               READ FPR-FILE
                  AT END SET FPR-END TO TRUE
               END-READ
               IF NOT FPR-END
                  MOVE FPR-TEXT(1:10) TO WS-FPR-SUM
                  READ FPR-FILE
                     AT END SET FPR-END TO TRUE
                  END-READ
               END-IF
               IF NOT FPR-END
                  MOVE FPR-TEXT(1:10) TO WS-FPR-COUNT
                  READ FPR-FILE
                     AT END SET FPR-END TO TRUE
                  END-READ
               END-IF
               IF NOT FPR-END
                  MOVE FPR-TEXT(1:14) TO WS-PRV-STAMP
               END-IF
               CLOSE FPR-FILE
            END-IF
            MOVE 'rm -f FPR.tmp' TO WS-FPR-COMMAND
            CALL 'SYSTEM' USING WS-FPR-COMMAND
            END-CALL
            IF WS-PRV-STAMP = SPACES
               MOVE 'ABSENT' TO WS-PRV-STAMP
            END-IF

            OPEN EXTEND PARM-MAN-FILE
            IF WS-PARMMAN-STATUS NOT = '00'
               OPEN OUTPUT PARM-MAN-FILE
            END-IF
            MOVE SPACES         TO PARM-MAN-RECORD
            MOVE WS-ST-NAME(SX) TO PMN-STEP
            MOVE WS-RUN-DATE    TO PMN-DATE
            MOVE WS-RUN-ID      TO PMN-RUN-ID
            MOVE WS-PV-PATH(VX) TO PMN-PATH
            MOVE WS-FPR-SUM     TO PMN-SUM
            MOVE WS-FPR-COUNT   TO PMN-COUNT
            MOVE WS-PRV-STAMP   TO PMN-STAMP
            WRITE PARM-MAN-RECORD
            CLOSE PARM-MAN-FILE
            .

      *
      *    THE PARAMETER LIBRARY AGAINST THE PREVIOUS RUN. NO PRMLIB
      *    MEANS NO LIBRARY AND NOTHING TO NOTE; NO PRMSEEN (THE
      *    FIRST RUN UNDER THE LIBRARY) ONLY RECORDS TONIGHT'S
      *    PICTURE FOR THE NEXT RUN.
      *
         CHECK-PARM-LIBRARY SECTION.
            OPEN INPUT PLIB-FILE
            IF WS-PLIB-STATUS = '00'
               READ PLIB-FILE
                  AT END SET PLIB-END TO TRUE
               END-READ
               PERFORM UNTIL PLIB-END
                  IF PLIB-TEXT NOT = SPACES
                  AND PLIB-TEXT(1:1) NOT = '*'
                     IF WS-PLB-COUNT < 50
                        ADD 1 TO WS-PLB-COUNT
                        MOVE SPACES TO WS-PL-PARSE-TABLE
                                       WS-PL-PARSE-PATH
                        UNSTRING PLIB-TEXT
                           DELIMITED BY ALL SPACE
                           INTO WS-PL-PARSE-TABLE, WS-PL-PARSE-PATH
                        END-UNSTRING
                        INITIALIZE WS-PLB-ENTRY(WS-PLB-COUNT)
                        MOVE WS-PL-PARSE-TABLE
                           TO WS-PL-TABLE(WS-PLB-COUNT)
                        MOVE WS-PL-PARSE-PATH
                           TO WS-PL-PATH(WS-PLB-COUNT)
                     ELSE
                        DISPLAY 'DAY00DRV WARNING - PRMLIB HOLDS '
                                'MORE THAN 50 TABLES; THE REST ARE '
                                'NOT WATCHED'
                     END-IF
                  END-IF
                  READ PLIB-FILE
                     AT END SET PLIB-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE PLIB-FILE

               PERFORM READ-PARM-AUDIT
               PERFORM READ-PARM-SEEN
               PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > WS-PLB-COUNT
                  PERFORM SUM-PARM-TABLE
                  IF PL-SEEN-BEFORE(LX)
                     PERFORM NOTE-PARM-CHANGE
                  END-IF
               END-PERFORM
               PERFORM WRITE-PARM-SEEN
               IF WS-PLN-COUNT > 0
                  DISPLAY 'DAY00DRV ' WS-PLN-COUNT ' PARAMETER '
                          'LIBRARY NOTE(S) - SEE THE RUN SHEET'
               END-IF
            END-IF
            .

         READ-PARM-AUDIT SECTION.
            OPEN INPUT PAUD-FILE
            IF WS-PAUD-STATUS = '00'
               READ PAUD-FILE
                  AT END SET PAUD-END TO TRUE
               END-READ
               PERFORM UNTIL PAUD-END
                  PERFORM VARYING LX FROM 1 BY 1
                              UNTIL LX > WS-PLB-COUNT
                     IF PAU-TABLE = WS-PL-TABLE(LX)
                     AND PAU-VERSION NUMERIC
                     AND PAU-VERSION > WS-PL-VERSION(LX)
                        MOVE PAU-VERSION  TO WS-PL-VERSION(LX)
                        MOVE PAU-SUM      TO WS-PL-AUD-SUM(LX)
                        MOVE PAU-OPERATOR TO WS-PL-AUD-OPER(LX)
                        MOVE PAU-DATE     TO WS-PL-AUD-DATE(LX)
                        MOVE PAU-REASON   TO WS-PL-REASON(LX)
                     END-IF
                  END-PERFORM
                  READ PAUD-FILE
                     AT END SET PAUD-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE PAUD-FILE
            END-IF
            .

         READ-PARM-SEEN SECTION.
            OPEN INPUT PSEEN-FILE
            IF WS-PSEEN-STATUS = '00'
               READ PSEEN-FILE
                  AT END SET PSEEN-END TO TRUE
               END-READ
               PERFORM UNTIL PSEEN-END
                  PERFORM VARYING LX FROM 1 BY 1
                              UNTIL LX > WS-PLB-COUNT
                     IF PSN-TABLE = WS-PL-TABLE(LX)
                     AND PSN-VERSION NUMERIC
                        SET PL-SEEN-BEFORE(LX) TO TRUE
                        MOVE PSN-VERSION TO WS-PL-SEEN-VER(LX)
                        MOVE PSN-SUM     TO WS-PL-SEEN-SUM(LX)
                     END-IF
                  END-PERFORM
                  READ PSEEN-FILE
                     AT END SET PSEEN-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE PSEEN-FILE
            END-IF
            .

         SUM-PARM-TABLE SECTION.
            MOVE SPACES TO WS-FPR-COMMAND
            MOVE 1 TO WS-FPR-PTR
            STRING '( cksum < ' DELIMITED BY SIZE
                   WS-PL-PATH(LX) DELIMITED BY SPACE
                   ' | cut -d" " -f1 ) > FPR.tmp 2>/dev/null'
                                 DELIMITED BY SIZE
               INTO WS-FPR-COMMAND
               WITH POINTER WS-FPR-PTR
            END-STRING
            CALL 'SYSTEM' USING WS-FPR-COMMAND
            END-CALL

            MOVE SPACES TO WS-FPR-SUM
            OPEN INPUT FPR-FILE
            IF WS-FPR-STATUS = '00'
               READ FPR-FILE
                  AT END SET FPR-END TO TRUE
               END-READ
               IF NOT FPR-END
                  MOVE FPR-TEXT(1:10) TO WS-FPR-SUM
               END-IF
               CLOSE FPR-FILE
            END-IF
            MOVE 'rm -f FPR.tmp' TO WS-FPR-COMMAND
            CALL 'SYSTEM' USING WS-FPR-COMMAND
            END-CALL
            IF WS-FPR-SUM = SPACES
               MOVE 'ABSENT' TO WS-FPR-SUM
            END-IF
            MOVE WS-FPR-SUM TO WS-PL-SUM(LX)
            .

      *
      *    A NEW VERSION ON PRMAUDIT IS A CHECKED-IN CHANGE; IT IS
      *    ALSO AN OUTSIDE EDIT IF THE TABLE NO LONGER MATCHES THE
      *    CHECKSUM IT WAS CHECKED IN WITH. THE SAME VERSION WITH A
      *    DIFFERENT CHECKSUM IS AN OUTSIDE EDIT.
      *
         NOTE-PARM-CHANGE SECTION.
            IF WS-PL-VERSION(LX) NOT = WS-PL-SEEN-VER(LX)
               IF WS-PLN-COUNT < 60
                  ADD 1 TO WS-PLN-COUNT
                  MOVE SPACES TO WS-PLN-LINE(WS-PLN-COUNT)
                  STRING 'PARAMETER TABLE ' WS-PL-TABLE(LX)
                         ' NOW VERSION ' WS-PL-VERSION(LX)
                         ' (WAS ' WS-PL-SEEN-VER(LX) ') BY '
                         WS-PL-AUD-OPER(LX) ' ' WS-PL-AUD-DATE(LX)
                         ' ' WS-PL-REASON(LX)
                     DELIMITED BY SIZE
                     INTO WS-PLN-LINE(WS-PLN-COUNT)
                  END-STRING
               END-IF
               IF WS-PL-SUM(LX) NOT = WS-PL-AUD-SUM(LX)
                  PERFORM NOTE-PARM-OUTSIDE-EDIT
               END-IF
            ELSE
               IF WS-PL-SUM(LX) NOT = WS-PL-SEEN-SUM(LX)
                  PERFORM NOTE-PARM-OUTSIDE-EDIT
               END-IF
            END-IF
            .

         NOTE-PARM-OUTSIDE-EDIT SECTION.
            IF WS-PLN-COUNT < 60
               ADD 1 TO WS-PLN-COUNT
               MOVE SPACES TO WS-PLN-LINE(WS-PLN-COUNT)
               STRING 'PARAMETER TABLE ' WS-PL-TABLE(LX)
                      ' CHANGED WITHOUT A CHECK-IN - STILL VERSION '
                      WS-PL-VERSION(LX)
                  DELIMITED BY SIZE
                  INTO WS-PLN-LINE(WS-PLN-COUNT)
               END-STRING
            END-IF
            DISPLAY 'DAY00DRV WARNING - PARAMETER TABLE '
                    WS-PL-TABLE(LX) ' CHANGED WITHOUT A CHECK-IN'
            SET OPERATOR-ATTENTION TO TRUE
            MOVE SPACES TO WS-EXCLOG-LINE
            STRING 'DAY00DRV W PARAMETER TABLE CHANGED WITHOUT '
                   'CHECK-IN - ' WS-PL-TABLE(LX)
               DELIMITED BY SIZE INTO WS-EXCLOG-LINE
            END-STRING
            CALL 'DAY00LOG' USING WS-EXCLOG-LINE
            END-CALL
            .

         WRITE-PARM-SEEN SECTION.
            OPEN OUTPUT PSEEN-FILE
            PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > WS-PLB-COUNT
               MOVE SPACES            TO PSEEN-RECORD
               MOVE WS-PL-TABLE(LX)   TO PSN-TABLE
               MOVE WS-RUN-ID         TO PSN-RUN-ID
               MOVE WS-PL-VERSION(LX) TO PSN-VERSION
               MOVE WS-PL-SUM(LX)     TO PSN-SUM
               WRITE PSEEN-RECORD
            END-PERFORM
            CLOSE PSEEN-FILE
            .

      *
      *    RE-FINGERPRINT AFTER THE STEP FINISHES - A DIFFERENT
      *    FIGURE MEANS THE FILE WAS SWAPPED WHILE THE STEP RAN.
