         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY08MNT.

      *
      *    NETWORK MAINTENANCE FOR THE DAY08 MAPS. WHEN THE NETWORK
      *    OWNER REPORTS THAT A NODE'S LEFT OR RIGHT TARGET HAS
      *    CHANGED THE MAP USED TO BE EDITED BY HAND, AND DAY08CMP
      *    ONLY FOUND OUT WHAT HAD CHANGED THE NEXT NIGHT. THIS
      *    UTILITY APPLIES A TRANSACTION FILE (NETTXN) TO THE MAP IN
      *    EFFECT ON THE EFFECTIVE DATE, CHECKING EVERY CHANGE AND
      *    DELETE AGAINST ITS BEFORE-IMAGE THE WAY DAY03FIX CHECKS
      *    THE SCHEMATIC, AND PUBLISHES THE RESULT AS A NEW
      *    EFFECTIVE-DATED VERSION (NETMAP.CCYYMMDD.HHMMSS, NAMED IN
      *    THE MAPVERS CATALOG) - THE VERSION IT WAS BUILT FROM IS
      *    NEVER OVERWRITTEN. EVERY TRANSACTION, APPLIED OR
      *    REJECTED, IS APPENDED TO THE DATED NETAUDIT TRAIL WITH
      *    THE SIGNED-ON OPERATOR.
      *
      *    TRANSACTION LAYOUT, ONE PER LINE, * COMMENTS:
      *       A NNN LLL RRR REASON...            ADD A NODE
      *       C NNN OLDL OLDR NEWL NEWR REASON...  RETARGET A NODE
      *       D NNN OLDL OLDR REASON...          DELETE A NODE
      *       E CCYYMMDD                         EFFECTIVE DATE
      *    THE EFFECTIVE DATE DEFAULTS TO THE RUN DATE AND MAY NOT
      *    BE EARLIER - A BACK-DATED VERSION WOULD REWRITE WHAT A
      *    PAST NIGHT RAN AGAINST. AN ADD OF A NODE ALREADY ON THE
      *    MAP, A CHANGE OR DELETE OF ONE THAT ISN'T, A BEFORE-IMAGE
      *    THAT DOESN'T MATCH THE MAP, AND A NODE NAME THAT ISN'T
      *    THREE LETTERS ARE ALL REJECTED TO THE AUDIT TRAIL.
      *
      *    ONCE THE TRANSACTIONS ARE APPLIED EVERY LEFT AND RIGHT
      *    TARGET MUST STILL NAME A NODE ON THE MAP - A DELETE THAT
      *    LEAVES A DANGLING TARGET WOULD SEND THE NIGHTLY WALK OFF
      *    THE MAP, SO NO VERSION IS PUBLISHED (THE APPLIED
      *    TRANSACTIONS ARE AUDITED AS WITHHELD) AND THE STEP ENDS
      *    WITH RETURN CODE 8.
      *
      *    THE AAA-TO-ZZZ STEP COUNT AND THE GHOST SYNCHRONIZATION
      *    ANSWER ARE WORKED OUT FOR THE MAP BEFORE AND AFTER THE
      *    TRANSACTIONS AND SHOWN SIDE BY SIDE, BY THE SAME RULES AS
      *    DAY08P1C AND DAY08P2C. THEY ARE WORKED HERE RATHER THAN
      *    BY CALLING THE CORES SO THAT A WHAT-IF NEVER DISTURBS THE
      *    NIGHTLY CHECKPOINT, TRACE OR HEARTBEAT FILES, AND A MAP
      *    THAT CANNOT BE WALKED IS REPORTED INSTEAD OF ENDING THE
      *    RUN. WITH 'PREVIEW' ON THE COMMAND LINE THE TRANSACTIONS
      *    ARE APPLIED TO THE IN-MEMORY COPY ONLY AND THE FIGURES
      *    REPORTED - NO AUDIT, NO NEW VERSION, MAPVERS UNCHANGED -
      *    SO A PREVIEW NEEDS NO AUTHTAB GRANT.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT INPUT-FILE ASSIGN TO DYNAMIC WS-INPUT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INPUT-STATUS.

            SELECT NEW-FILE ASSIGN TO DYNAMIC WS-NEW-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NEW-STATUS.

            SELECT TXN-FILE ASSIGN TO NETTXN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TXN-STATUS.

            SELECT AUDIT-FILE ASSIGN TO NETAUDIT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

            SELECT VERS-FILE ASSIGN TO MAPVERS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VERS-STATUS.

         DATA DIVISION.

         FILE SECTION.
         FD INPUT-FILE.
         01 INPUT-RECORD.
            88 INPUT-END        VALUE LOW-VALUE.
            05 INPUT-TEXT       PIC X(300).
            05 FILLER REDEFINES INPUT-TEXT.
               10 INPUT-NODE    PIC X(3).
               10 FILLER        PIC X(4).
               10 INPUT-LEFT    PIC X(3).
               10 FILLER        PIC X(2).
               10 INPUT-RIGHT   PIC X(3).
               10 FILLER        PIC X.

         FD NEW-FILE.
         01 NEW-RECORD.
            05 NEW-TEXT          PIC X(300).

         FD TXN-FILE.
         01 TXN-RECORD.
            88 TXN-END          VALUE LOW-VALUE.
            05 TXN-TEXT          PIC X(80).

         FD AUDIT-FILE.
         01 AUDIT-RECORD.
            05 AUD-DATE          PIC 9(8).
            05 FILLER            PIC X VALUE SPACE.
            05 AUD-OPERATOR      PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 AUD-EFF-DATE      PIC 9(8).
            05 FILLER            PIC X VALUE SPACE.
            05 AUD-ACTION        PIC X.
            05 FILLER            PIC X VALUE SPACE.
            05 AUD-NODE          PIC X(3).
            05 FILLER            PIC X VALUE SPACE.
            05 AUD-OLD-LEFT      PIC X(3).
            05 FILLER            PIC X VALUE SPACE.
            05 AUD-OLD-RIGHT     PIC X(3).
            05 FILLER            PIC X VALUE SPACE.
            05 AUD-NEW-LEFT      PIC X(3).
            05 FILLER            PIC X VALUE SPACE.
            05 AUD-NEW-RIGHT     PIC X(3).
            05 FILLER            PIC X VALUE SPACE.
            05 AUD-RESULT        PIC X(10).
            05 FILLER            PIC X VALUE SPACE.
            05 AUD-REASON        PIC X(40).
            05 FILLER            PIC X VALUE SPACE.
            05 AUD-VERSION       PIC X(24).

         FD VERS-FILE.
         01 VERS-RECORD.
            88 VERS-END         VALUE LOW-VALUE.
            05 VRS-DATE          PIC X(8).
            05 FILLER            PIC X.
            05 VRS-PATH          PIC X(60).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         01 WS-INPUT-FILENAME    PIC X(100).
         01 WS-INPUT-STATUS      PIC XX.
         01 WS-NEW-FILENAME      PIC X(60).
         01 WS-NEW-STATUS        PIC XX.
         01 WS-TXN-STATUS        PIC XX.
         01 WS-AUDIT-STATUS      PIC XX.
         01 WS-VERS-STATUS       PIC XX.

      *
      *    PUBLISHING A MAP VERSION CHANGES WHAT EVERY LATER NIGHT'S
      *    DAY08 RUN WALKS - ONLY AN OPERATOR GRANTED DAY08MNT IN
      *    AUTHTAB MAY RUN IT FOR REAL.
      *
         01 WS-AUTH-PGM          PIC X(8) VALUE 'DAY08MNT'.
         01 WS-AUTH-FLAG         PIC 9 VALUE 0.
            88 OPERATOR-AUTHORIZED     VALUE 1.

      *
      *    THE SIGNED-ON OPERATOR - FROM THE DAYOPID ENVIRONMENT
      *    VARIABLE, AS DAY00AUT CHECKED IT.
      *
         01 WS-OPERATOR          PIC X(8) VALUE SPACES.

         01 WS-CMD-INPUT         PIC X(20) VALUE SPACES.
         01 SW-RUN-MODE          PIC 9 VALUE 0.
            88 UPDATE-MODE             VALUE 0.
            88 PREVIEW-MODE            VALUE 1.

         01 WS-RUN-DATE          PIC 9(8).
         01 WS-RUN-TIME          PIC 9(8).
         01 WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
            05 WS-RUN-HHMMSS     PIC X(6).
            05 FILLER            PIC XX.
         01 WS-EFF-DATE          PIC 9(8).
         01 WS-EFF-DATE-X REDEFINES WS-EFF-DATE PIC X(8).

      *
      *    THE MAPVERS CATALOG, HELD WHOLE SO THE NEW VERSION'S LINE
      *    CAN BE PUT BACK IN PLACE. THE BASE MAP IS THE VERSION IN
      *    EFFECT ON THE EFFECTIVE DATE BY THE SAME RULE THE CORES
      *    USE - THE LATEST DATE NOT PAST IT, THE FIRST LINE OF A
      *    TIE - FALLING BACK TO INPFILE WITH NO CATALOG ENTRY.
      *
         01 WS-VERS-COUNT        PIC 999 VALUE 0.
         01 WS-VERS-TABLE.
            05 WS-VERS-LINE      PIC X(80) OCCURS 200.
         01 WS-VERS-DATE         PIC 9(8).
         01 WS-VERS-BEST         PIC 9(8).
         01 WS-VERS-PATH         PIC X(60).
         01 WS-VERS-SLOT         PIC 999.

         01 WS-STEPS             PIC X(300).
         01 WS-STEPS-SIZE        PIC 999 VALUE 0.
         01 WS-GAP-LINE          PIC X(300).

         01 WS-LETTERS           PIC X(3).
         01 WS-DIGIT             PIC 99.

         01 WS-POWER-TABLE.
            05 FILLER            PIC 9(5) VALUE 676.
            05 FILLER            PIC 9(5) VALUE  26.
            05 FILLER            PIC 9(5) VALUE   1.
         01 FILLER REDEFINES WS-POWER-TABLE.
            05 WS-POWER          PIC 9(5) OCCURS 3.

         01 WS-CONV-LETTER       PIC 9(5).
         01 WS-DECODE-VALUE      PIC 9(5).
         01 WS-NODE-NAME         PIC X(3).

         01 WS-PARSED-TYPE          PIC 9 VALUE 0.
            88 WS-PAR-INIT                VALUE 0.
            88 WS-PAR-SPACE               VALUE 1.
            88 WS-PAR-STEP                VALUE 2.

      *
      *    ONE SLOT PER POSSIBLE THREE-LETTER NODE, INDEXED BY THE
      *    SAME BASE-26 CONVERSION THE CORES USE. TRAV-LIST-IX
      *    POINTS AT THE NODE'S PLACE IN THE LOAD-ORDER LIST, SO THE
      *    NEW VERSION KEEPS THE SUPPLIER'S RECORD ORDER WITH ADDED
      *    NODES AT THE END.
      *
         01 WS-TRAVERSAL-TABLE.
            05 TRAV-NODE         OCCURS 17576.
               10 TRAV-DEFINED      PIC 9.
               10 TRAV-LEFT         PIC 9(5).
               10 TRAV-RIGHT        PIC 9(5).
               10 TRAV-LIST-IX      PIC 9(5).

         01 WS-NODE-COUNT        PIC 9(5) VALUE 0.
         01 WS-LIVE-COUNT        PIC 9(5) VALUE 0.
         01 WS-NODE-LIST-TAB.
            05 WS-NODE-ENTRY     OCCURS 2000.
               10 WS-NODE-CODE      PIC 9(5).
               10 WS-NODE-LIVE      PIC 9.

      *
      *    TRANSACTION PARSE - THE ACTION AND NODE FIRST, THEN AS
      *    MANY TARGET FIELDS AS THE ACTION CARRIES, WITH THE REST
      *    OF THE LINE KEPT AS THE REASON.
      *
         01 WS-P-ACTION          PIC X(2).
         01 WS-P-NODE            PIC X(4).
         01 WS-P-F1              PIC X(9).
         01 WS-P-F2              PIC X(4).
         01 WS-P-F3              PIC X(4).
         01 WS-P-F4              PIC X(4).
         01 WS-TXN-PTR           PIC 999.
         01 WS-CHK-NAME          PIC X(4).
         01 WS-CHK-SPACES        PIC 9.
         01 SW-NAMES             PIC 9.
            88 NAMES-VALID             VALUE 0.
            88 NAMES-INVALID           VALUE 1.
         01 WS-TXN-NODE          PIC 9(5).
         01 WS-TXN-OLD-LEFT      PIC 9(5).
         01 WS-TXN-OLD-RIGHT     PIC 9(5).
         01 WS-TXN-NEW-LEFT      PIC 9(5).
         01 WS-TXN-NEW-RIGHT     PIC 9(5).

         01 WS-TXN-COUNT         PIC 9(5) VALUE 0.
         01 WS-APPLIED-COUNT     PIC 9(5) VALUE 0.
         01 WS-REJECT-COUNT      PIC 9(5) VALUE 0.
         01 WS-UNDEF-COUNT       PIC 9(5) VALUE 0.

      *
      *    AUDIT LINES ARE HELD UNTIL THE END OF THE RUN, SINCE AN
      *    APPLIED TRANSACTION IS ONLY PUBLISHED IF THE MAP IT
      *    LEAVES BEHIND STILL HANGS TOGETHER.
      *
         01 WS-AUD-COUNT         PIC 999 VALUE 0.
         01 WS-AUD-TABLE.
            05 WS-AUD-LINE       PIC X(130) OCCURS 500.

      *
      *    FIGURES FOR ONE MAP STATE - THE PART-1 STEP COUNT AND THE
      *    PART-2 GHOST ANSWER, EACH WITH A NOTE IN PLACE OF THE
      *    FIGURE WHEN THE MAP CANNOT BE WALKED.
      *
         01 WS-FIG-STEPS         PIC 9(10).
         01 WS-FIG-GHOST         PIC 9(18).
         01 WS-FIG-STEPS-NOTE    PIC X(24).
         01 WS-FIG-GHOST-NOTE    PIC X(24).
         01 SW-FIG-STEPS         PIC 9.
            88 FIG-STEPS-OK            VALUE 0.
            88 FIG-STEPS-FAILED        VALUE 1.
         01 SW-FIG-GHOST         PIC 9.
            88 FIG-GHOST-OK            VALUE 0.
            88 FIG-GHOST-FAILED        VALUE 1.

         01 WS-CUR-STEPS-TEXT    PIC X(24).
         01 WS-CUR-GHOST-TEXT    PIC X(24).
         01 WS-NEW-STEPS-TEXT    PIC X(24).
         01 WS-NEW-GHOST-TEXT    PIC X(24).
         01 WS-GHOST-EDIT        PIC Z(17)9.

         01 WS-FIG-LINE.
            05 FILLER            PIC X(9) VALUE 'DAY08MNT '.
            05 WS-FL-LABEL       PIC X(22).
            05 WS-FL-CURRENT     PIC X(24).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-FL-AFTER       PIC X(24).

         01 WS-WALK-NODE         PIC 9(5).
         01 WS-WALK-STEPS        PIC 9(10).
         01 WS-WALK-BOUND        PIC 9(10).
         01 WS-STEP-IX           PIC 999.
         01 WS-Z-REM             PIC 9(5).

      *
      *    GHOST WALK - EACH ..A NODE IS WALKED TO ITS FIRST Z NODE
      *    (ITS OFFSET) AND ON TO ITS NEXT (ITS CYCLE), AND THE
      *    GHOSTS ARE SYNCHRONIZED BY SOLVING THE RESIDUE SYSTEM,
      *    AS DAY08P2C DOES.
      *
         01 WS-GHOST-COUNT       PIC 99 VALUE 0.
         01 WS-GHOST-TABLE.
            05 WS-GHOST-ENTRY    OCCURS 20.
               10 WS-GHOST-START    PIC 9(5).
               10 WS-OFFSET         PIC 9(10).
               10 WS-LOOP           PIC 9(10).
         01 WS-FIRST-Z           PIC 9(10).
         01 SW-GHOST-DONE        PIC 9.
            88 GHOST-DONE              VALUE 1.
         01 WS-MAX-OFFSET        PIC 9(10).
         01 WS-SYN-RES           PIC 9(18).
         01 WS-SYN-MOD           PIC 9(18).
         01 WS-SYN-TARGET        PIC 9(18).
         01 WS-SYN-TRY           PIC 9(18).
         01 WS-SYN-REM           PIC 9(18).
         01 WS-SYN-QUOT          PIC 9(18).
         01 WS-SYN-K             PIC 9(18).
         01 SW-SYN-FOUND         PIC 9.
            88 SYN-FOUND               VALUE 1.
         01 WS-GCD-A             PIC 9(18).
         01 WS-GCD-B             PIC 9(18).
         01 WS-GCD-QUOT          PIC 9(18).
         01 WS-GCD-REM           PIC 9(18).

      *
      *    SUPPLIER BATCH CONTROLS - A MAP MAY OPEN WITH A *HDR
      *    RECORD AND CLOSE WITH A *TRL RECORD (SEE BATCHDAT.CPY).
      *    BOTH ARE LIFTED OUT OF THE LOAD AND PUT BACK AROUND THE
      *    NEW VERSION, WITH THE TRAILER'S COUNT AND HASH
      *    RECOMPUTED OVER THE RECORDS ACTUALLY WRITTEN, AS DAY03FIX
      *    DOES FOR THE SCHEMATIC.
      *
         01 SW-HDR-HELD          PIC 9 VALUE 0.
            88 HDR-HELD                VALUE 1.
         01 SW-TRL-HELD          PIC 9 VALUE 0.
            88 TRL-HELD                VALUE 1.
         01 WS-HDR-LINE          PIC X(300).
         01 WS-CTL-TAG           PIC X(6).
         01 WS-CTL-NAME          PIC X(12).
         01 WS-CTL-DATE          PIC X(16).
         01 WS-CTL-COL-X         PIC X(6).
         01 WS-CTL-LEN-X         PIC X(6).
         01 WS-TRL-COL           PIC 9(4) VALUE 0.
         01 WS-TRL-LEN           PIC 9(4) VALUE 0.
         01 WS-NEW-COUNT         PIC 9(7).
         01 WS-NEW-HASH          PIC 9(16).
         01 WS-HASH-VALUE        PIC 9(16).
         01 WS-TOKEN             PIC X(6).
         01 WS-TOKEN-VALUE       PIC 9(4).
         01 WS-TOKEN-DIGIT       PIC 9.
         01 WS-TOKEN-CHAR REDEFINES WS-TOKEN-DIGIT PIC X.

         77 IX                   PIC 9(5).
         77 TRAV-IX              PIC 9(5).
         77 NX                   PIC 9(5).
         77 GX                   PIC 99.
         77 AX                   PIC 999.
         77 VX                   PIC 999.
         77 CX                   PIC 9.
         77 HX                   PIC 9(4).

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY08MNT'==
                         ==PFX-SUB== BY =='/day08'==.

            ACCEPT WS-CMD-INPUT FROM COMMAND-LINE
            IF WS-CMD-INPUT = 'PREVIEW'
               SET PREVIEW-MODE TO TRUE
            END-IF

            IF UPDATE-MODE
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

            PERFORM SCAN-EFFECTIVE-DATE
            PERFORM LOAD-VERSION-CATALOG
            PERFORM LOAD-BASE-NETWORK

            PERFORM COMPUTE-FIGURES
            MOVE WS-FIG-STEPS-NOTE TO WS-CUR-STEPS-TEXT
            MOVE WS-FIG-GHOST-NOTE TO WS-CUR-GHOST-TEXT

            PERFORM APPLY-TRANSACTIONS
            PERFORM CHECK-UNDEFINED-TARGETS

            PERFORM COMPUTE-FIGURES
            MOVE WS-FIG-STEPS-NOTE TO WS-NEW-STEPS-TEXT
            MOVE WS-FIG-GHOST-NOTE TO WS-NEW-GHOST-TEXT
            PERFORM REPORT-FIGURES

            IF PREVIEW-MODE
               DISPLAY 'DAY08MNT PREVIEW ONLY - NO AUDIT WRITTEN, NO '
                       'VERSION PUBLISHED, MAPVERS UNCHANGED'
            ELSE
               EVALUATE TRUE
                  WHEN WS-UNDEF-COUNT > 0
                     DISPLAY 'DAY08MNT NO VERSION PUBLISHED - '
                             WS-UNDEF-COUNT ' TARGET(S) WOULD NAME '
                             'A NODE NOT ON THE MAP'
                     MOVE 'WITHHELD' TO WS-NEW-FILENAME
                     MOVE 8 TO RETURN-CODE
                  WHEN WS-APPLIED-COUNT = 0
                     DISPLAY 'DAY08MNT NO TRANSACTION APPLIED - NO '
                             'VERSION PUBLISHED'
                     MOVE SPACES TO WS-NEW-FILENAME
                  WHEN OTHER
                     PERFORM WRITE-NEW-VERSION
                     PERFORM REWRITE-VERSION-CATALOG
                     DISPLAY 'DAY08MNT VERSION ' WS-NEW-FILENAME(1:24)
                             ' PUBLISHED EFFECTIVE ' WS-EFF-DATE
               END-EVALUATE
               PERFORM WRITE-AUDIT-TRAIL
            END-IF

            DISPLAY 'DAY08MNT ' WS-TXN-COUNT ' TRANSACTIONS READ, '
                    WS-APPLIED-COUNT ' APPLIED, '
                    WS-REJECT-COUNT ' REJECTED (SEE NETAUDIT)'
            IF WS-REJECT-COUNT > 0
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF

            STOP RUN.

      *
      *    THE EFFECTIVE DATE DECIDES WHICH VERSION THE TRANSACTIONS
      *    ARE APPLIED TO, SO IT IS PICKED OFF THE TRANSACTION FILE
      *    BEFORE ANYTHING ELSE IS LOADED. THE LAST E LINE WINS.
      *
         SCAN-EFFECTIVE-DATE SECTION.
            MOVE WS-RUN-DATE TO WS-EFF-DATE
            OPEN INPUT TXN-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-TXN-STATUS==
                         ==FS-FILE-NAME== BY =='NETTXN'==
                         ==FS-PGM==       BY =='DAY08MNT'==.
            READ TXN-FILE
               AT END SET TXN-END TO TRUE
            END-READ
            PERFORM UNTIL TXN-END
               IF TXN-TEXT(1:2) = 'E '
                  MOVE SPACES TO WS-P-ACTION WS-P-F1
                  UNSTRING TXN-TEXT
                     DELIMITED BY ALL SPACE
                     INTO WS-P-ACTION, WS-P-F1
                  END-UNSTRING
                  IF WS-P-F1(1:8) NOT NUMERIC
                  OR WS-P-F1(9:1) NOT = SPACE
                     DISPLAY 'DAY08MNT ABEND - EFFECTIVE DATE "'
                             WS-P-F1 '" IS NOT CCYYMMDD'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                  END-IF
                  MOVE WS-P-F1(1:8) TO WS-EFF-DATE-X
               END-IF
               READ TXN-FILE
                  AT END SET TXN-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE TXN-FILE

            IF WS-EFF-DATE < WS-RUN-DATE
               DISPLAY 'DAY08MNT ABEND - EFFECTIVE DATE ' WS-EFF-DATE
                       ' IS EARLIER THAN THE RUN DATE ' WS-RUN-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            .

         LOAD-VERSION-CATALOG SECTION.
            MOVE 'INPFILE' TO WS-INPUT-FILENAME
            MOVE 0 TO WS-VERS-BEST
            OPEN INPUT VERS-FILE
            IF WS-VERS-STATUS = '00'
               READ VERS-FILE
                  AT END SET VERS-END TO TRUE
               END-READ
               PERFORM UNTIL VERS-END
                  IF WS-VERS-COUNT >= 200
                     DISPLAY 'DAY08MNT ABEND - MAPVERS EXCEEDS TABLE '
                             'CAPACITY 200'
                     MOVE 12 TO RETURN-CODE
                     STOP RUN
                  END-IF
                  ADD 1 TO WS-VERS-COUNT
                  MOVE VERS-RECORD TO WS-VERS-LINE(WS-VERS-COUNT)
                  IF VERS-RECORD(1:1) NOT = '*'
                  AND VRS-DATE NUMERIC
                     MOVE VRS-DATE TO WS-VERS-DATE
                     IF WS-VERS-DATE <= WS-EFF-DATE
                     AND WS-VERS-DATE > WS-VERS-BEST
                        MOVE WS-VERS-DATE TO WS-VERS-BEST
                        MOVE VRS-PATH     TO WS-VERS-PATH
                     END-IF
                  END-IF
                  READ VERS-FILE
                     AT END SET VERS-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE VERS-FILE
               IF WS-VERS-BEST > 0
                  MOVE WS-VERS-PATH TO WS-INPUT-FILENAME
               END-IF
            END-IF
            DISPLAY 'DAY08MNT BASE MAP ' WS-INPUT-FILENAME(1:30)
                    ' IN EFFECT ON ' WS-EFF-DATE
            .

         LOAD-BASE-NETWORK SECTION.
            INITIALIZE WS-TRAVERSAL-TABLE
            SET WS-PAR-INIT TO TRUE
            MOVE SPACES TO WS-STEPS WS-GAP-LINE
            OPEN INPUT INPUT-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-INPUT-STATUS==
                         ==FS-FILE-NAME== BY =='INPFILE'==
                         ==FS-PGM==       BY =='DAY08MNT'==.
            PERFORM READ-INPUT-RECORD
            PERFORM UNTIL INPUT-END
               EVALUATE TRUE
                  WHEN WS-PAR-INIT
                     MOVE INPUT-TEXT  TO WS-STEPS
                     SET WS-PAR-SPACE TO TRUE
                  WHEN WS-PAR-SPACE
                     MOVE INPUT-TEXT  TO WS-GAP-LINE
                     SET WS-PAR-STEP TO TRUE
                  WHEN WS-PAR-STEP
                     PERFORM LOAD-ONE-NODE
               END-EVALUATE
               PERFORM READ-INPUT-RECORD
            END-PERFORM
            CLOSE INPUT-FILE

            INSPECT WS-STEPS TALLYING WS-STEPS-SIZE
                             FOR ALL 'L', ALL 'R'
            .

      *
      *    A HAND-EDITED MAP MAY ALREADY CARRY THE SAME NODE TWICE -
      *    THE CORES WALK WHICHEVER CAME LAST, SO THE LAST RECORD'S
      *    TARGETS ARE KEPT IN THE FIRST RECORD'S PLACE, WITH A
      *    WARNING, AND THE NEW VERSION CARRIES THE NODE ONCE.
      *
         LOAD-ONE-NODE SECTION.
            MOVE INPUT-NODE TO WS-LETTERS
            PERFORM CONV-LETTER-TO-NUM
            MOVE WS-CONV-LETTER TO TRAV-IX
            IF TRAV-DEFINED(TRAV-IX) = 1
               DISPLAY 'DAY08MNT WARNING - NODE ' INPUT-NODE
                       ' DEFINED TWICE ON THE BASE MAP; LAST '
                       'DEFINITION KEPT'
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            ELSE
               IF WS-NODE-COUNT >= 2000
                  DISPLAY 'DAY08MNT ABEND - BASE MAP EXCEEDS NODE '
                          'TABLE CAPACITY 2000'
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-NODE-COUNT
               ADD 1 TO WS-LIVE-COUNT
               MOVE TRAV-IX TO WS-NODE-CODE(WS-NODE-COUNT)
               MOVE 1 TO WS-NODE-LIVE(WS-NODE-COUNT)
               MOVE WS-NODE-COUNT TO TRAV-LIST-IX(TRAV-IX)
               MOVE 1 TO TRAV-DEFINED(TRAV-IX)
            END-IF

            MOVE INPUT-LEFT TO WS-LETTERS
            PERFORM CONV-LETTER-TO-NUM
            MOVE WS-CONV-LETTER TO TRAV-LEFT(TRAV-IX)

            MOVE INPUT-RIGHT TO WS-LETTERS
            PERFORM CONV-LETTER-TO-NUM
            MOVE WS-CONV-LETTER TO TRAV-RIGHT(TRAV-IX)
            .

      *
      *    NEXT DATA RECORD - THE *HDR RECORD IS HELD VERBATIM
      *    (ITS HASH COLUMN AND SLICE LENGTH ARE ALSO PARSED OFF,
      *    SEE BATCHDAT.CPY) SO THE NEW VERSION CAN CARRY FRESH
      *    CONTROLS.
      *
         READ-INPUT-RECORD SECTION.
            READ INPUT-FILE
               AT END SET INPUT-END TO TRUE
            END-READ
            PERFORM UNTIL INPUT-END
                         OR (INPUT-TEXT(1:5) NOT = '*HDR '
                             AND INPUT-TEXT(1:5) NOT = '*TRL ')
               IF INPUT-TEXT(1:5) = '*HDR '
                  MOVE INPUT-TEXT TO WS-HDR-LINE
                  SET HDR-HELD TO TRUE
                  MOVE SPACES TO WS-CTL-TAG
                                 WS-CTL-NAME
                                 WS-CTL-DATE
                                 WS-CTL-COL-X
                                 WS-CTL-LEN-X
                  UNSTRING INPUT-TEXT
                     DELIMITED BY ALL SPACE
                     INTO WS-CTL-TAG, WS-CTL-NAME,
                          WS-CTL-DATE, WS-CTL-COL-X, WS-CTL-LEN-X
                  END-UNSTRING
                  MOVE WS-CTL-COL-X TO WS-TOKEN
                  PERFORM CONVERT-TOKEN
                  MOVE WS-TOKEN-VALUE TO WS-TRL-COL
                  MOVE WS-CTL-LEN-X TO WS-TOKEN
                  PERFORM CONVERT-TOKEN
                  MOVE WS-TOKEN-VALUE TO WS-TRL-LEN
               ELSE
                  SET TRL-HELD TO TRUE
               END-IF
               READ INPUT-FILE
                  AT END SET INPUT-END TO TRUE
               END-READ
            END-PERFORM
            .

         APPLY-TRANSACTIONS SECTION.
            OPEN INPUT TXN-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-TXN-STATUS==
                         ==FS-FILE-NAME== BY =='NETTXN'==
                         ==FS-PGM==       BY =='DAY08MNT'==.
            READ TXN-FILE
               AT END SET TXN-END TO TRUE
            END-READ
            PERFORM UNTIL TXN-END
               IF TXN-TEXT NOT = SPACES
               AND TXN-TEXT(1:1) NOT = '*'
               AND TXN-TEXT(1:2) NOT = 'E '
                  ADD 1 TO WS-TXN-COUNT
                  PERFORM APPLY-ONE-TRANSACTION
               END-IF
               READ TXN-FILE
                  AT END SET TXN-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE TXN-FILE
            .

         APPLY-ONE-TRANSACTION SECTION.
            IF WS-AUD-COUNT >= 500
               DISPLAY 'DAY08MNT ABEND - NETTXN EXCEEDS 500 '
                       'TRANSACTIONS; NOTHING HAS BEEN CHANGED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF

            MOVE SPACES TO WS-P-ACTION
                           WS-P-NODE
                           WS-P-F1
                           WS-P-F2
                           WS-P-F3
                           WS-P-F4
            MOVE 1 TO WS-TXN-PTR
            UNSTRING TXN-TEXT
               DELIMITED BY ALL SPACE
               INTO WS-P-ACTION, WS-P-NODE
               WITH POINTER WS-TXN-PTR
            END-UNSTRING
            EVALUATE WS-P-ACTION
               WHEN 'A'
               WHEN 'D'
                  UNSTRING TXN-TEXT
                     DELIMITED BY ALL SPACE
                     INTO WS-P-F1, WS-P-F2
                     WITH POINTER WS-TXN-PTR
                  END-UNSTRING
               WHEN 'C'
                  UNSTRING TXN-TEXT
                     DELIMITED BY ALL SPACE
                     INTO WS-P-F1, WS-P-F2, WS-P-F3, WS-P-F4
                     WITH POINTER WS-TXN-PTR
                  END-UNSTRING
            END-EVALUATE

            MOVE SPACES           TO AUDIT-RECORD
            MOVE WS-RUN-DATE      TO AUD-DATE
            MOVE WS-OPERATOR      TO AUD-OPERATOR
            MOVE WS-EFF-DATE      TO AUD-EFF-DATE
            MOVE WS-P-ACTION(1:1) TO AUD-ACTION
            MOVE WS-P-NODE(1:3)   TO AUD-NODE
            IF WS-TXN-PTR <= 80
               MOVE TXN-TEXT(WS-TXN-PTR:) TO AUD-REASON
            END-IF

            SET NAMES-VALID TO TRUE
            MOVE WS-P-NODE TO WS-CHK-NAME
            PERFORM CHECK-NODE-NAME
            IF NAMES-VALID
               MOVE WS-P-NODE(1:3) TO WS-LETTERS
               PERFORM CONV-LETTER-TO-NUM
               MOVE WS-CONV-LETTER TO WS-TXN-NODE
            END-IF

            EVALUATE WS-P-ACTION
               WHEN 'A'
                  MOVE WS-P-F1(1:3) TO AUD-NEW-LEFT
                  MOVE WS-P-F2(1:3) TO AUD-NEW-RIGHT
                  PERFORM APPLY-ADD
               WHEN 'C'
                  MOVE WS-P-F1(1:3) TO AUD-OLD-LEFT
                  MOVE WS-P-F2      TO AUD-OLD-RIGHT
                  MOVE WS-P-F3      TO AUD-NEW-LEFT
                  MOVE WS-P-F4      TO AUD-NEW-RIGHT
                  PERFORM APPLY-CHANGE
               WHEN 'D'
                  MOVE WS-P-F1(1:3) TO AUD-OLD-LEFT
                  MOVE WS-P-F2(1:3) TO AUD-OLD-RIGHT
                  PERFORM APPLY-DELETE
               WHEN OTHER
                  MOVE 'REJ-ACTION' TO AUD-RESULT
                  DISPLAY 'DAY08MNT REJECT - ACTION "' WS-P-ACTION
                          '" IS NOT A, C OR D'
            END-EVALUATE

            IF AUD-RESULT = 'APPLIED'
               ADD 1 TO WS-APPLIED-COUNT
            ELSE
               ADD 1 TO WS-REJECT-COUNT
            END-IF
            ADD 1 TO WS-AUD-COUNT
            MOVE AUDIT-RECORD TO WS-AUD-LINE(WS-AUD-COUNT)
            .

         APPLY-ADD SECTION.
            MOVE WS-P-F1(1:4) TO WS-CHK-NAME
            PERFORM CHECK-NODE-NAME
            MOVE WS-P-F2 TO WS-CHK-NAME
            PERFORM CHECK-NODE-NAME
            EVALUATE TRUE
               WHEN NAMES-INVALID
                  MOVE 'REJ-FORMAT' TO AUD-RESULT
                  DISPLAY 'DAY08MNT REJECT - ADD ' WS-P-NODE
                          ' - NODE NAMES MUST BE THREE LETTERS'
               WHEN TRAV-DEFINED(WS-TXN-NODE) = 1
                  MOVE 'REJ-EXISTS' TO AUD-RESULT
                  DISPLAY 'DAY08MNT REJECT - ADD ' WS-P-NODE
                          ' - NODE IS ALREADY ON THE MAP'
               WHEN OTHER
                  MOVE WS-P-F1(1:3) TO WS-LETTERS
                  PERFORM CONV-LETTER-TO-NUM
                  MOVE WS-CONV-LETTER TO TRAV-LEFT(WS-TXN-NODE)
                  MOVE WS-P-F2(1:3) TO WS-LETTERS
                  PERFORM CONV-LETTER-TO-NUM
                  MOVE WS-CONV-LETTER TO TRAV-RIGHT(WS-TXN-NODE)
                  MOVE 1 TO TRAV-DEFINED(WS-TXN-NODE)
                  IF TRAV-LIST-IX(WS-TXN-NODE) > 0
                     MOVE 1 TO WS-NODE-LIVE(TRAV-LIST-IX(WS-TXN-NODE))
                  ELSE
                     IF WS-NODE-COUNT >= 2000
                        DISPLAY 'DAY08MNT ABEND - NODE TABLE FULL AT '
                                '2000 ENTRIES; NOTHING HAS BEEN '
                                'CHANGED'
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-NODE-COUNT
                     MOVE WS-TXN-NODE TO WS-NODE-CODE(WS-NODE-COUNT)
                     MOVE 1 TO WS-NODE-LIVE(WS-NODE-COUNT)
                     MOVE WS-NODE-COUNT TO TRAV-LIST-IX(WS-TXN-NODE)
                  END-IF
                  ADD 1 TO WS-LIVE-COUNT
                  MOVE 'APPLIED' TO AUD-RESULT
            END-EVALUATE
            .

         APPLY-CHANGE SECTION.
            MOVE WS-P-F1(1:4) TO WS-CHK-NAME
            PERFORM CHECK-NODE-NAME
            MOVE WS-P-F2 TO WS-CHK-NAME
            PERFORM CHECK-NODE-NAME
            MOVE WS-P-F3 TO WS-CHK-NAME
            PERFORM CHECK-NODE-NAME
            MOVE WS-P-F4 TO WS-CHK-NAME
            PERFORM CHECK-NODE-NAME
            IF NAMES-INVALID
               MOVE 'REJ-FORMAT' TO AUD-RESULT
               DISPLAY 'DAY08MNT REJECT - CHANGE ' WS-P-NODE
                       ' - NODE NAMES MUST BE THREE LETTERS'
            ELSE
               PERFORM CONVERT-BEFORE-IMAGE
               MOVE WS-P-F3(1:3) TO WS-LETTERS
               PERFORM CONV-LETTER-TO-NUM
               MOVE WS-CONV-LETTER TO WS-TXN-NEW-LEFT
               MOVE WS-P-F4(1:3) TO WS-LETTERS
               PERFORM CONV-LETTER-TO-NUM
               MOVE WS-CONV-LETTER TO WS-TXN-NEW-RIGHT
               EVALUATE TRUE
                  WHEN TRAV-DEFINED(WS-TXN-NODE) = 0
                     MOVE 'REJ-MISSING' TO AUD-RESULT
                     DISPLAY 'DAY08MNT REJECT - CHANGE ' WS-P-NODE
                             ' - NODE IS NOT ON THE MAP'
                  WHEN TRAV-LEFT(WS-TXN-NODE)  NOT = WS-TXN-OLD-LEFT
                  OR   TRAV-RIGHT(WS-TXN-NODE) NOT = WS-TXN-OLD-RIGHT
                     MOVE 'REJ-MATCH' TO AUD-RESULT
                     PERFORM REPORT-BEFORE-IMAGE-MISMATCH
                  WHEN OTHER
                     MOVE WS-TXN-NEW-LEFT  TO TRAV-LEFT(WS-TXN-NODE)
                     MOVE WS-TXN-NEW-RIGHT TO TRAV-RIGHT(WS-TXN-NODE)
                     MOVE 'APPLIED' TO AUD-RESULT
               END-EVALUATE
            END-IF
            .

         APPLY-DELETE SECTION.
            MOVE WS-P-F1(1:4) TO WS-CHK-NAME
            PERFORM CHECK-NODE-NAME
            MOVE WS-P-F2 TO WS-CHK-NAME
            PERFORM CHECK-NODE-NAME
            IF NAMES-INVALID
               MOVE 'REJ-FORMAT' TO AUD-RESULT
               DISPLAY 'DAY08MNT REJECT - DELETE ' WS-P-NODE
                       ' - NODE NAMES MUST BE THREE LETTERS'
            ELSE
               PERFORM CONVERT-BEFORE-IMAGE
               EVALUATE TRUE
                  WHEN TRAV-DEFINED(WS-TXN-NODE) = 0
                     MOVE 'REJ-MISSING' TO AUD-RESULT
                     DISPLAY 'DAY08MNT REJECT - DELETE ' WS-P-NODE
                             ' - NODE IS NOT ON THE MAP'
                  WHEN TRAV-LEFT(WS-TXN-NODE)  NOT = WS-TXN-OLD-LEFT
                  OR   TRAV-RIGHT(WS-TXN-NODE) NOT = WS-TXN-OLD-RIGHT
                     MOVE 'REJ-MATCH' TO AUD-RESULT
                     PERFORM REPORT-BEFORE-IMAGE-MISMATCH
                  WHEN OTHER
                     MOVE 0 TO TRAV-DEFINED(WS-TXN-NODE)
                     MOVE 0 TO TRAV-LEFT(WS-TXN-NODE)
                     MOVE 0 TO TRAV-RIGHT(WS-TXN-NODE)
                     MOVE 0 TO WS-NODE-LIVE(TRAV-LIST-IX(WS-TXN-NODE))
                     SUBTRACT 1 FROM WS-LIVE-COUNT
                     MOVE 'APPLIED' TO AUD-RESULT
               END-EVALUATE
            END-IF
            .

         CONVERT-BEFORE-IMAGE SECTION.
            MOVE WS-P-F1(1:3) TO WS-LETTERS
            PERFORM CONV-LETTER-TO-NUM
            MOVE WS-CONV-LETTER TO WS-TXN-OLD-LEFT
            MOVE WS-P-F2(1:3) TO WS-LETTERS
            PERFORM CONV-LETTER-TO-NUM
            MOVE WS-CONV-LETTER TO WS-TXN-OLD-RIGHT
            .

         REPORT-BEFORE-IMAGE-MISMATCH SECTION.
            MOVE TRAV-LEFT(WS-TXN-NODE) TO WS-CONV-LETTER
            PERFORM DECODE-NODE-NAME
            MOVE WS-NODE-NAME TO WS-LETTERS
            MOVE TRAV-RIGHT(WS-TXN-NODE) TO WS-CONV-LETTER
            PERFORM DECODE-NODE-NAME
            DISPLAY 'DAY08MNT REJECT - NODE ' WS-P-NODE(1:3)
                    ' IS (' WS-LETTERS ', ' WS-NODE-NAME ') NOT ('
                    WS-P-F1(1:3) ', ' WS-P-F2(1:3) ')'
            .

      *
      *    A NODE NAME IS EXACTLY THREE LETTERS - THE BASE-26 SLOT
      *    FOR ANYTHING ELSE WOULD LAND ON SOME OTHER NODE.
      *
         CHECK-NODE-NAME SECTION.
            MOVE 0 TO WS-CHK-SPACES
            INSPECT WS-CHK-NAME(1:3) TALLYING WS-CHK-SPACES
                                     FOR ALL SPACE
            IF WS-CHK-SPACES > 0
            OR WS-CHK-NAME(4:1) NOT = SPACE
            OR WS-CHK-NAME(1:3) NOT ALPHABETIC-UPPER
               SET NAMES-INVALID TO TRUE
            END-IF
            .

      *
      *    EVERY TARGET OF EVERY NODE LEFT ON THE MAP MUST ITSELF BE
      *    ON THE MAP, OR THE WALK STEPS OFF IT.
      *
         CHECK-UNDEFINED-TARGETS SECTION.
            MOVE 0 TO WS-UNDEF-COUNT
            PERFORM VARYING NX FROM 1 BY 1 UNTIL NX > WS-NODE-COUNT
               IF WS-NODE-LIVE(NX) = 1
                  MOVE WS-NODE-CODE(NX) TO TRAV-IX
                  IF TRAV-DEFINED(TRAV-LEFT(TRAV-IX)) = 0
                     MOVE TRAV-LEFT(TRAV-IX) TO WS-CONV-LETTER
                     PERFORM REPORT-UNDEFINED-TARGET
                  END-IF
                  IF TRAV-DEFINED(TRAV-RIGHT(TRAV-IX)) = 0
                     MOVE TRAV-RIGHT(TRAV-IX) TO WS-CONV-LETTER
                     PERFORM REPORT-UNDEFINED-TARGET
                  END-IF
               END-IF
            END-PERFORM
            .

         REPORT-UNDEFINED-TARGET SECTION.
            ADD 1 TO WS-UNDEF-COUNT
            PERFORM DECODE-NODE-NAME
            MOVE WS-NODE-NAME TO WS-LETTERS
            MOVE TRAV-IX TO WS-CONV-LETTER
            PERFORM DECODE-NODE-NAME
            DISPLAY 'DAY08MNT EXCEPTION - NODE ' WS-NODE-NAME
                    ' TARGETS ' WS-LETTERS ', WHICH IS NOT ON THE MAP'
            .

      *
      *    BOTH FIGURES FOR THE MAP AS IT STANDS IN THE TABLE. THE
      *    WALK BOUND IS THE STATE-SPACE SIZE - EVERY (NODE,
      *    INSTRUCTION-POSITION) PAIR - SO A WALK STILL SHORT OF
      *    ITS GOAL PAST IT NEVER GETS THERE.
      *
         COMPUTE-FIGURES SECTION.
            COMPUTE WS-WALK-BOUND = WS-STEPS-SIZE * WS-LIVE-COUNT
            PERFORM COMPUTE-STEP-FIGURE
            PERFORM COMPUTE-GHOST-FIGURE
            IF FIG-STEPS-OK
               MOVE WS-FIG-STEPS TO WS-GHOST-EDIT
               MOVE WS-GHOST-EDIT TO WS-FIG-STEPS-NOTE
            END-IF
            IF FIG-GHOST-OK
               MOVE WS-FIG-GHOST TO WS-GHOST-EDIT
               MOVE WS-GHOST-EDIT TO WS-FIG-GHOST-NOTE
            END-IF
            .

         COMPUTE-STEP-FIGURE SECTION.
            SET FIG-STEPS-OK TO TRUE
            MOVE 0 TO WS-FIG-STEPS
            IF WS-STEPS-SIZE = 0
               SET FIG-STEPS-FAILED TO TRUE
               MOVE 'NO LR INSTRUCTIONS' TO WS-FIG-STEPS-NOTE
            END-IF
            IF FIG-STEPS-OK
            AND TRAV-DEFINED(1) = 0
               SET FIG-STEPS-FAILED TO TRUE
               MOVE 'NO AAA NODE' TO WS-FIG-STEPS-NOTE
            END-IF

            MOVE 1 TO WS-WALK-NODE
            MOVE 0 TO WS-STEP-IX
            PERFORM UNTIL FIG-STEPS-FAILED
                       OR WS-WALK-NODE = 17576
               ADD 1 TO WS-FIG-STEPS
               ADD 1 TO WS-STEP-IX
               IF WS-STEP-IX > WS-STEPS-SIZE
                  MOVE 1 TO WS-STEP-IX
               END-IF
               EVALUATE WS-STEPS(WS-STEP-IX:1)
                  WHEN 'L'
                     MOVE TRAV-LEFT(WS-WALK-NODE)  TO WS-WALK-NODE
                  WHEN 'R'
                     MOVE TRAV-RIGHT(WS-WALK-NODE) TO WS-WALK-NODE
               END-EVALUATE
               IF WS-WALK-NODE NOT = 17576
                  IF TRAV-DEFINED(WS-WALK-NODE) = 0
                     SET FIG-STEPS-FAILED TO TRUE
                     MOVE 'WALKS OFF THE MAP' TO WS-FIG-STEPS-NOTE
                  END-IF
                  IF WS-FIG-STEPS >= WS-WALK-BOUND
                     SET FIG-STEPS-FAILED TO TRUE
                     MOVE 'NEVER REACHES ZZZ' TO WS-FIG-STEPS-NOTE
                  END-IF
               END-IF
            END-PERFORM
            .

         COMPUTE-GHOST-FIGURE SECTION.
            SET FIG-GHOST-OK TO TRUE
            MOVE 0 TO WS-FIG-GHOST
            MOVE 0 TO WS-GHOST-COUNT
            PERFORM VARYING NX FROM 1 BY 1 UNTIL NX > WS-NODE-COUNT
               IF WS-NODE-LIVE(NX) = 1
                  COMPUTE WS-DECODE-VALUE = WS-NODE-CODE(NX) - 1
                  DIVIDE WS-DECODE-VALUE BY 26
                     GIVING WS-DECODE-VALUE
                     REMAINDER WS-Z-REM
                  IF WS-Z-REM = 0
                     IF WS-GHOST-COUNT >= 20
                        SET FIG-GHOST-FAILED TO TRUE
                        MOVE 'OVER 20 START NODES'
                           TO WS-FIG-GHOST-NOTE
                     ELSE
                        ADD 1 TO WS-GHOST-COUNT
                        MOVE WS-NODE-CODE(NX)
                           TO WS-GHOST-START(WS-GHOST-COUNT)
                     END-IF
                  END-IF
               END-IF
            END-PERFORM
            IF FIG-GHOST-OK
            AND WS-GHOST-COUNT = 0
               SET FIG-GHOST-FAILED TO TRUE
               MOVE 'NO ..A START NODES' TO WS-FIG-GHOST-NOTE
            END-IF
            IF FIG-GHOST-OK
            AND WS-STEPS-SIZE = 0
               SET FIG-GHOST-FAILED TO TRUE
               MOVE 'NO LR INSTRUCTIONS' TO WS-FIG-GHOST-NOTE
            END-IF

            PERFORM VARYING GX FROM 1 BY 1
                    UNTIL GX > WS-GHOST-COUNT OR FIG-GHOST-FAILED
               PERFORM WALK-ONE-GHOST
            END-PERFORM

            IF FIG-GHOST-OK
               PERFORM SOLVE-SYNCHRONIZATION
            END-IF
            .

         WALK-ONE-GHOST SECTION.
            MOVE WS-GHOST-START(GX) TO WS-WALK-NODE
            MOVE 0 TO WS-STEP-IX
            MOVE 0 TO WS-WALK-STEPS
            MOVE 0 TO WS-FIRST-Z
            MOVE 0 TO SW-GHOST-DONE
            PERFORM UNTIL GHOST-DONE OR FIG-GHOST-FAILED
               ADD 1 TO WS-STEP-IX
               IF WS-STEP-IX > WS-STEPS-SIZE
                  MOVE 1 TO WS-STEP-IX
               END-IF
               ADD 1 TO WS-WALK-STEPS
               EVALUATE WS-STEPS(WS-STEP-IX:1)
                  WHEN 'L'
                     MOVE TRAV-LEFT(WS-WALK-NODE)  TO WS-WALK-NODE
                  WHEN 'R'
                     MOVE TRAV-RIGHT(WS-WALK-NODE) TO WS-WALK-NODE
               END-EVALUATE

               COMPUTE WS-DECODE-VALUE = WS-WALK-NODE - 1
               DIVIDE WS-DECODE-VALUE BY 26
                  GIVING WS-DECODE-VALUE
                  REMAINDER WS-Z-REM
               EVALUATE TRUE
                  WHEN WS-Z-REM = 25 AND WS-FIRST-Z = 0
                     MOVE WS-WALK-STEPS TO WS-FIRST-Z
                  WHEN WS-Z-REM = 25
                     SET GHOST-DONE TO TRUE
                     MOVE WS-FIRST-Z TO WS-OFFSET(GX)
                     COMPUTE WS-LOOP(GX) = WS-WALK-STEPS - WS-FIRST-Z
                  WHEN WS-WALK-STEPS >= WS-WALK-BOUND * 2
                     SET FIG-GHOST-FAILED TO TRUE
                     MOVE 'GHOST NEVER CYCLES ON Z' TO WS-FIG-GHOST-NOTE
               END-EVALUATE
               IF NOT GHOST-DONE
               AND TRAV-DEFINED(WS-WALK-NODE) = 0
                  SET FIG-GHOST-FAILED TO TRUE
                  MOVE 'WALKS OFF THE MAP' TO WS-FIG-GHOST-NOTE
               END-IF
            END-PERFORM
            .

      *
      *    SMALLEST STEP COUNT AT WHICH EVERY GHOST STANDS ON A Z
      *    NODE - THE RESIDUE SYSTEM STEP = OFFSET MOD CYCLE SOLVED
      *    GHOST BY GHOST, THEN LIFTED PAST THE LATEST FIRST
      *    ARRIVAL. ON A CLASSIC MAP THIS IS THE LCM OF THE CYCLES.
      *
         SOLVE-SYNCHRONIZATION SECTION.
            MOVE 0 TO WS-MAX-OFFSET
            PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > WS-GHOST-COUNT
               IF WS-OFFSET(GX) > WS-MAX-OFFSET
                  MOVE WS-OFFSET(GX) TO WS-MAX-OFFSET
               END-IF
            END-PERFORM

            DIVIDE WS-OFFSET(1) BY WS-LOOP(1)
               GIVING WS-SYN-QUOT
               REMAINDER WS-SYN-RES
            MOVE WS-LOOP(1) TO WS-SYN-MOD

            PERFORM VARYING GX FROM 2 BY 1
                    UNTIL GX > WS-GHOST-COUNT OR FIG-GHOST-FAILED
               DIVIDE WS-OFFSET(GX) BY WS-LOOP(GX)
                  GIVING WS-SYN-QUOT
                  REMAINDER WS-SYN-TARGET

               MOVE 0 TO SW-SYN-FOUND
               MOVE 0 TO WS-SYN-K
               PERFORM UNTIL SYN-FOUND OR FIG-GHOST-FAILED
                            OR WS-SYN-K >= WS-LOOP(GX)
                  COMPUTE WS-SYN-TRY = WS-SYN-RES
                                     + WS-SYN-K * WS-SYN-MOD
                     ON SIZE ERROR
                        SET FIG-GHOST-FAILED TO TRUE
                        MOVE 'ANSWER OVERFLOWS' TO WS-FIG-GHOST-NOTE
                  END-COMPUTE
                  IF FIG-GHOST-OK
                  AND WS-SYN-TRY >= WS-SYN-TARGET
                     COMPUTE WS-SYN-REM = WS-SYN-TRY - WS-SYN-TARGET
                     DIVIDE WS-SYN-REM BY WS-LOOP(GX)
                        GIVING WS-SYN-QUOT
                        REMAINDER WS-SYN-REM
                     IF WS-SYN-REM = 0
                        SET SYN-FOUND TO TRUE
                        MOVE WS-SYN-TRY TO WS-SYN-RES
                     END-IF
                  END-IF
                  IF NOT SYN-FOUND
                     ADD 1 TO WS-SYN-K
                  END-IF
               END-PERFORM

               IF FIG-GHOST-OK
                  IF NOT SYN-FOUND
                     SET FIG-GHOST-FAILED TO TRUE
                     MOVE 'GHOSTS NEVER SYNCHRONIZE'
                        TO WS-FIG-GHOST-NOTE
                  ELSE
                     MOVE WS-SYN-MOD  TO WS-GCD-A
                     MOVE WS-LOOP(GX) TO WS-GCD-B
                     PERFORM COMPUTE-GCD
                     COMPUTE WS-SYN-MOD = WS-SYN-MOD
                                        / WS-GCD-A
                                        * WS-LOOP(GX)
                        ON SIZE ERROR
                           SET FIG-GHOST-FAILED TO TRUE
                           MOVE 'ANSWER OVERFLOWS'
                              TO WS-FIG-GHOST-NOTE
                     END-COMPUTE
                  END-IF
               END-IF
            END-PERFORM

            PERFORM UNTIL FIG-GHOST-FAILED
                         OR (WS-SYN-RES >= WS-MAX-OFFSET
                             AND WS-SYN-RES > 0)
               ADD WS-SYN-MOD TO WS-SYN-RES
                  ON SIZE ERROR
                     SET FIG-GHOST-FAILED TO TRUE
                     MOVE 'ANSWER OVERFLOWS' TO WS-FIG-GHOST-NOTE
               END-ADD
            END-PERFORM
            MOVE WS-SYN-RES TO WS-FIG-GHOST
            .

         COMPUTE-GCD SECTION.
            PERFORM UNTIL WS-GCD-B = 0
               DIVIDE WS-GCD-A BY WS-GCD-B GIVING WS-GCD-QUOT
                                           REMAINDER WS-GCD-REM
               MOVE WS-GCD-B   TO WS-GCD-A
               MOVE WS-GCD-REM TO WS-GCD-B
            END-PERFORM
            .

         REPORT-FIGURES SECTION.
            MOVE SPACES TO WS-FL-LABEL WS-FL-CURRENT WS-FL-AFTER
            MOVE '           CURRENT' TO WS-FL-CURRENT
            IF PREVIEW-MODE
               MOVE '           PREVIEW' TO WS-FL-AFTER
            ELSE
               MOVE '     AFTER CHANGES' TO WS-FL-AFTER
            END-IF
            DISPLAY WS-FIG-LINE

            MOVE 'AAA-TO-ZZZ STEPS'  TO WS-FL-LABEL
            MOVE WS-CUR-STEPS-TEXT   TO WS-FL-CURRENT
            MOVE WS-NEW-STEPS-TEXT   TO WS-FL-AFTER
            DISPLAY WS-FIG-LINE

            MOVE 'GHOST SYNCHRONIZATION' TO WS-FL-LABEL
            MOVE WS-CUR-GHOST-TEXT   TO WS-FL-CURRENT
            MOVE WS-NEW-GHOST-TEXT   TO WS-FL-AFTER
            DISPLAY WS-FIG-LINE

            IF WS-CUR-STEPS-TEXT NOT = WS-NEW-STEPS-TEXT
            OR WS-CUR-GHOST-TEXT NOT = WS-NEW-GHOST-TEXT
               DISPLAY 'DAY08MNT THE TRANSACTIONS CHANGE THE ANSWERS'
            ELSE
               DISPLAY 'DAY08MNT THE TRANSACTIONS LEAVE THE ANSWERS '
                       'UNCHANGED'
            END-IF
            .

      *
      *    THE NEW VERSION - INSTRUCTION LINE, SPACER, THEN THE
      *    NODES STILL ON THE MAP IN THEIR LOAD ORDER, WRAPPED IN
      *    FRESH BATCH CONTROLS WHEN THE BASE MAP CARRIED THEM.
      *
         WRITE-NEW-VERSION SECTION.
            MOVE SPACES TO WS-NEW-FILENAME
            STRING 'NETMAP.' WS-EFF-DATE '.' WS-RUN-HHMMSS
               DELIMITED BY SIZE INTO WS-NEW-FILENAME
            END-STRING
            OPEN OUTPUT NEW-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-NEW-STATUS==
                         ==FS-FILE-NAME== BY =='NETMAP'==
                         ==FS-PGM==       BY =='DAY08MNT'==.
            IF HDR-HELD
               MOVE WS-HDR-LINE TO NEW-TEXT
               WRITE NEW-RECORD
            END-IF
            MOVE 0 TO WS-NEW-COUNT
            MOVE 0 TO WS-NEW-HASH
            MOVE WS-STEPS TO NEW-TEXT
            PERFORM WRITE-VERSION-RECORD
            MOVE WS-GAP-LINE TO NEW-TEXT
            PERFORM WRITE-VERSION-RECORD
            PERFORM VARYING NX FROM 1 BY 1 UNTIL NX > WS-NODE-COUNT
               IF WS-NODE-LIVE(NX) = 1
                  MOVE WS-NODE-CODE(NX) TO TRAV-IX
                  MOVE SPACES TO NEW-TEXT
                  MOVE TRAV-IX TO WS-CONV-LETTER
                  PERFORM DECODE-NODE-NAME
                  MOVE WS-NODE-NAME TO NEW-TEXT(1:3)
                  MOVE ' = ('        TO NEW-TEXT(4:4)
                  MOVE TRAV-LEFT(TRAV-IX) TO WS-CONV-LETTER
                  PERFORM DECODE-NODE-NAME
                  MOVE WS-NODE-NAME TO NEW-TEXT(8:3)
                  MOVE ', '          TO NEW-TEXT(11:2)
                  MOVE TRAV-RIGHT(TRAV-IX) TO WS-CONV-LETTER
                  PERFORM DECODE-NODE-NAME
                  MOVE WS-NODE-NAME TO NEW-TEXT(13:3)
                  MOVE ')'           TO NEW-TEXT(16:1)
                  PERFORM WRITE-VERSION-RECORD
               END-IF
            END-PERFORM
            IF TRL-HELD
               MOVE SPACES TO NEW-TEXT
               STRING '*TRL ' WS-NEW-COUNT ' ' WS-NEW-HASH
                  DELIMITED BY SIZE INTO NEW-TEXT
               END-STRING
               WRITE NEW-RECORD
            END-IF
            CLOSE NEW-FILE
            .

      *
      *    ONE DATA RECORD OF THE NEW VERSION, COUNTED AND HASHED
      *    TOWARD THE FRESH TRAILER THE SAME WAY THE PART PROGRAMS
      *    VERIFY IT.
      *
         WRITE-VERSION-RECORD SECTION.
            ADD 1 TO WS-NEW-COUNT
            IF TRL-HELD
            AND WS-TRL-LEN > 0 AND WS-TRL-COL > 0
               MOVE 0 TO WS-HASH-VALUE
               PERFORM VARYING HX FROM 1 BY 1
                           UNTIL HX > WS-TRL-LEN
                  MOVE NEW-TEXT(WS-TRL-COL + HX - 1:1)
                     TO WS-TOKEN-CHAR
                  IF WS-TOKEN-CHAR NUMERIC
                     COMPUTE WS-HASH-VALUE =
                        WS-HASH-VALUE * 10 + WS-TOKEN-DIGIT
                  END-IF
               END-PERFORM
               ADD WS-HASH-VALUE TO WS-NEW-HASH
            END-IF
            WRITE NEW-RECORD
            .

      *
      *    THE CATALOG LINE FOR THE EFFECTIVE DATE NAMES THE NEW
      *    VERSION - AN EXISTING LINE FOR THAT DATE (THE ONE THE
      *    CORES WOULD HAVE PICKED) IS REPOINTED, SINCE THE NEW
      *    VERSION WAS BUILT FROM IT; OTHERWISE A LINE IS ADDED.
      *    EVERY OTHER LINE, COMMENTS INCLUDED, IS KEPT AS IT WAS.
      *
         REWRITE-VERSION-CATALOG SECTION.
            MOVE 0 TO WS-VERS-SLOT
            PERFORM VARYING VX FROM 1 BY 1 UNTIL VX > WS-VERS-COUNT
               IF WS-VERS-SLOT = 0
               AND WS-VERS-LINE(VX)(1:8) = WS-EFF-DATE-X
                  MOVE VX TO WS-VERS-SLOT
               END-IF
            END-PERFORM
            IF WS-VERS-SLOT = 0
               IF WS-VERS-COUNT >= 200
                  DISPLAY 'DAY08MNT ABEND - MAPVERS FULL AT 200 '
                          'LINES; ' WS-NEW-FILENAME(1:24)
                          ' WRITTEN BUT NOT CATALOGUED'
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-VERS-COUNT
               MOVE WS-VERS-COUNT TO WS-VERS-SLOT
            END-IF
            MOVE SPACES TO VERS-RECORD
            MOVE WS-EFF-DATE-X   TO VRS-DATE
            MOVE WS-NEW-FILENAME TO VRS-PATH
            MOVE VERS-RECORD TO WS-VERS-LINE(WS-VERS-SLOT)

            OPEN OUTPUT VERS-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-VERS-STATUS==
                         ==FS-FILE-NAME== BY =='MAPVERS'==
                         ==FS-PGM==       BY =='DAY08MNT'==.
            PERFORM VARYING VX FROM 1 BY 1 UNTIL VX > WS-VERS-COUNT
               MOVE WS-VERS-LINE(VX) TO VERS-RECORD
               WRITE VERS-RECORD
            END-PERFORM
            CLOSE VERS-FILE
            .

      *
      *    THE HELD AUDIT LINES, STAMPED WITH THE VERSION THEY WENT
      *    INTO - AN APPLIED TRANSACTION WHOSE VERSION WAS NOT
      *    PUBLISHED IS RECORDED AS WITHHELD.
      *
         WRITE-AUDIT-TRAIL SECTION.
            OPEN EXTEND AUDIT-FILE
            IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-FILE
            END-IF
            PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > WS-AUD-COUNT
               MOVE WS-AUD-LINE(AX) TO AUDIT-RECORD
               IF AUD-RESULT = 'APPLIED'
                  IF WS-NEW-FILENAME = 'WITHHELD'
                     MOVE 'WITHHELD' TO AUD-RESULT
                  ELSE
                     MOVE WS-NEW-FILENAME TO AUD-VERSION
                  END-IF
               END-IF
               WRITE AUDIT-RECORD
            END-PERFORM
            CLOSE AUDIT-FILE
            .

         CONVERT-TOKEN SECTION.
            MOVE 0 TO WS-TOKEN-VALUE
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 6
               MOVE WS-TOKEN(CX:1) TO WS-TOKEN-CHAR
               IF WS-TOKEN-CHAR NUMERIC
                  COMPUTE WS-TOKEN-VALUE =
                     WS-TOKEN-VALUE * 10 + WS-TOKEN-DIGIT
               END-IF
            END-PERFORM
            .

         DECODE-NODE-NAME SECTION.
            COMPUTE WS-DECODE-VALUE = WS-CONV-LETTER - 1
            MOVE SPACES TO WS-NODE-NAME
            PERFORM VARYING IX FROM 3 BY -1 UNTIL IX < 1
               DIVIDE WS-DECODE-VALUE BY 26
                  GIVING WS-DECODE-VALUE
                  REMAINDER WS-DIGIT
               EVALUATE WS-DIGIT
                  WHEN  0 MOVE 'A' TO WS-NODE-NAME(IX:1)
                  WHEN  1 MOVE 'B' TO WS-NODE-NAME(IX:1)
                  WHEN  2 MOVE 'C' TO WS-NODE-NAME(IX:1)
                  WHEN  3 MOVE 'D' TO WS-NODE-NAME(IX:1)
                  WHEN  4 MOVE 'E' TO WS-NODE-NAME(IX:1)
                  WHEN  5 MOVE 'F' TO WS-NODE-NAME(IX:1)
                  WHEN  6 MOVE 'G' TO WS-NODE-NAME(IX:1)
                  WHEN  7 MOVE 'H' TO WS-NODE-NAME(IX:1)
                  WHEN  8 MOVE 'I' TO WS-NODE-NAME(IX:1)
                  WHEN  9 MOVE 'J' TO WS-NODE-NAME(IX:1)
                  WHEN 10 MOVE 'K' TO WS-NODE-NAME(IX:1)
                  WHEN 11 MOVE 'L' TO WS-NODE-NAME(IX:1)
                  WHEN 12 MOVE 'M' TO WS-NODE-NAME(IX:1)
                  WHEN 13 MOVE 'N' TO WS-NODE-NAME(IX:1)
                  WHEN 14 MOVE 'O' TO WS-NODE-NAME(IX:1)
                  WHEN 15 MOVE 'P' TO WS-NODE-NAME(IX:1)
                  WHEN 16 MOVE 'Q' TO WS-NODE-NAME(IX:1)
                  WHEN 17 MOVE 'R' TO WS-NODE-NAME(IX:1)
                  WHEN 18 MOVE 'S' TO WS-NODE-NAME(IX:1)
                  WHEN 19 MOVE 'T' TO WS-NODE-NAME(IX:1)
                  WHEN 20 MOVE 'U' TO WS-NODE-NAME(IX:1)
                  WHEN 21 MOVE 'V' TO WS-NODE-NAME(IX:1)
                  WHEN 22 MOVE 'W' TO WS-NODE-NAME(IX:1)
                  WHEN 23 MOVE 'X' TO WS-NODE-NAME(IX:1)
                  WHEN 24 MOVE 'Y' TO WS-NODE-NAME(IX:1)
                  WHEN 25 MOVE 'Z' TO WS-NODE-NAME(IX:1)
               END-EVALUATE
            END-PERFORM
            .

         CONV-LETTER-TO-NUM SECTION.
            MOVE ZERO TO WS-CONV-LETTER

            PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 3
               EVALUATE WS-LETTERS(IX:1)
                  WHEN 'A' MOVE 0 TO WS-DIGIT
                  WHEN 'B' MOVE 1 TO WS-DIGIT
                  WHEN 'C' MOVE 2 TO WS-DIGIT
                  WHEN 'D' MOVE 3 TO WS-DIGIT
                  WHEN 'E' MOVE 4 TO WS-DIGIT
                  WHEN 'F' MOVE 5 TO WS-DIGIT
                  WHEN 'G' MOVE 6 TO WS-DIGIT
                  WHEN 'H' MOVE 7 TO WS-DIGIT
                  WHEN 'I' MOVE 8 TO WS-DIGIT
                  WHEN 'J' MOVE 9 TO WS-DIGIT
                  WHEN 'K' MOVE 10 TO WS-DIGIT
                  WHEN 'L' MOVE 11 TO WS-DIGIT
                  WHEN 'M' MOVE 12 TO WS-DIGIT
                  WHEN 'N' MOVE 13 TO WS-DIGIT
                  WHEN 'O' MOVE 14 TO WS-DIGIT
                  WHEN 'P' MOVE 15 TO WS-DIGIT
                  WHEN 'Q' MOVE 16 TO WS-DIGIT
                  WHEN 'R' MOVE 17 TO WS-DIGIT
                  WHEN 'S' MOVE 18 TO WS-DIGIT
                  WHEN 'T' MOVE 19 TO WS-DIGIT
                  WHEN 'U' MOVE 20 TO WS-DIGIT
                  WHEN 'V' MOVE 21 TO WS-DIGIT
                  WHEN 'W' MOVE 22 TO WS-DIGIT
                  WHEN 'X' MOVE 23 TO WS-DIGIT
                  WHEN 'Y' MOVE 24 TO WS-DIGIT
                  WHEN 'Z' MOVE 25 TO WS-DIGIT
               END-EVALUATE
               COMPUTE WS-CONV-LETTER = WS-CONV-LETTER
                                      + WS-POWER(IX)
                                      * WS-DIGIT
            END-PERFORM
            ADD 1 TO WS-CONV-LETTER
            .
