         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY00PRV.

      *
      *    ANSWER PROVENANCE DOSSIER. WHEN A PUBLISHED FIGURE IS
      *    CHALLENGED IT USED TO TAKE HALF A DAY TO PIECE TOGETHER
      *    WHAT PRODUCED IT. THIS INQUIRY TAKES A PROGRAM, A LABEL
      *    AND A RUN-ID FROM THE CONSOLE, FINDS THE FIGURE ON
      *    CTLMAST, AND PRINTS ONE DOSSIER PULLING TOGETHER
      *       - THE STEP'S RUNHIST TIMING, RETURN CODE, OPERATOR,
      *         ANY DRVOVRD OVERRIDE, AND WHETHER THE RUN WAS A
      *         DRVCKPT RESTART OR THE STEP RESUMED FROM ITS OWN
      *         CHECKPOINT;
      *       - THE INPUT FEED - ITS FPRMAN FINGERPRINT, ITS ARCHMAN
      *         ARCHIVE ENTRY, AND THE BUSINESS DATE ON ITS BATCH
      *         HEADER (READ FROM THE ARCHIVED GENERATION, OR FROM
      *         THE INPFILE STILL IN PLACE WHEN ITS CHECKSUM MATCHES
      *         THE FINGERPRINT);
      *       - THE PARAMETER FILES IN EFFECT, AS STAMPED INTO
      *         PARMMAN WHEN THE DRIVER LAUNCHED THE STEP, AND FOR
      *         DAY08 THE MAPVERS NETWORK VERSION IN EFFECT ON THE
      *         RUN DATE;
      *       - EVERY EXCLOG LINE OF THAT RUN THAT NAMES THE PROGRAM
      *         (OR ITS CORE) OR THE STEP;
      *       - THE REVMAST REVIEW VERDICTS ON THE RUN, WITH THE
      *         STANDING VERDICT ON THIS FIGURE.
      *    THE SAME LINES ARE WRITTEN TO DOSSIER.PGM.LABEL.RUNID IN
      *    DAY00 SO THE DOSSIER CAN BE ATTACHED TO THE QUERY. A
      *    FIGURE NOT ON CTLMAST ENDS RC 8 WITH NO DOSSIER.
      *
      *    THE DAY07 FIGURES ARE DERIVED FROM HANDMST, SO A DOSSIER
      *    ON ONE IS GIVEN ONLY TO AN OPERATOR WITH A HANDMST READ
      *    GRANT IN AUTHTAB, AS DAY00GET GIVES THE FIGURES
      *    THEMSELVES; WITHOUT ONE THE DOSSIER IS WITHHELD, RC 8,
      *    AND THE REFUSAL LOGGED TO EXCLOG. EVERY INQUIRY - AND ANY
      *    REFUSAL - IS RECORDED ON THE SHARED ACCESS LOG THROUGH
      *    DAY00ACL.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT MAST-FILE ASSIGN TO CTLMAST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MAST-STATUS.

            SELECT HIST-FILE ASSIGN TO RUNHIST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HIST-STATUS.

            SELECT MAN-FILE ASSIGN TO FPRMAN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MAN-STATUS.

            SELECT ARCH-MAN-FILE ASSIGN TO ARCHMAN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARCHMAN-STATUS.

            SELECT PARM-MAN-FILE ASSIGN TO PARMMAN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARMMAN-STATUS.

            SELECT VERS-FILE ASSIGN TO "../day08/MAPVERS"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VERS-STATUS.

            SELECT EXC-FILE ASSIGN TO "../EXCLOG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EXC-STATUS.

            SELECT REV-FILE ASSIGN TO REVMAST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REV-STATUS.

            SELECT FEED-FILE ASSIGN TO DYNAMIC WS-FEED-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FEED-STATUS.

            SELECT SUM-FILE ASSIGN TO "PRV.tmp"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SUM-STATUS.

            SELECT DOS-FILE ASSIGN TO DYNAMIC WS-DOS-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DOS-STATUS.

         DATA DIVISION.

         FILE SECTION.
         FD MAST-FILE.
         01 MAST-RECORD.
            88 MAST-END          VALUE LOW-VALUE.
            05 MST-PROGRAM       PIC X(8).
            05 MST-LABEL         PIC X(10).
            05 MST-RUN-DATE      PIC 9(8).
            05 MST-RUN-ID        PIC 9(6).
            05 FILLER            PIC X.
            05 MST-RUN-TIME      PIC 9(6).
            05 FILLER            PIC X.
            05 MST-ANSWER        PIC S9(18).
            05 FILLER            PIC X.
            05 MST-IN-COUNT      PIC 9(7).
            05 FILLER            PIC X.
            05 MST-OUT-COUNT     PIC 9(7).
            05 FILLER            PIC X(39).

         FD HIST-FILE.
         01 HIST-RECORD.
            88 HIST-END          VALUE LOW-VALUE.
            05 HST-STEP          PIC X(30).
            05 FILLER            PIC X.
            05 HST-DATE          PIC 9(8).
            05 FILLER            PIC X.
            05 HST-RUN-ID        PIC 9(6).
            05 FILLER            PIC X.
            05 HST-SECS          PIC 9(7).
            05 FILLER            PIC X.
            05 HST-RC            PIC X(4).
            05 FILLER            PIC X.
            05 HST-OPERATOR      PIC X(8).
            05 FILLER            PIC X.
            05 HST-OVERRIDE      PIC X.
            05 FILLER            PIC X.
            05 HST-RUN-RESTART   PIC X.
            05 FILLER            PIC X.
            05 HST-STEP-RESUMED  PIC X.
            05 FILLER            PIC X(39).

         FD MAN-FILE.
         01 MAN-RECORD.
            88 MAN-END           VALUE LOW-VALUE.
            05 MAN-STEP          PIC X(30).
            05 FILLER            PIC X.
            05 MAN-DATE          PIC 9(8).
            05 FILLER            PIC X.
            05 MAN-RUN-ID        PIC 9(6).
            05 FILLER            PIC X.
            05 MAN-SUM           PIC X(10).
            05 FILLER            PIC X.
            05 MAN-COUNT         PIC X(10).

         FD ARCH-MAN-FILE.
         01 ARCH-MAN-RECORD.
            88 ARCH-MAN-END      VALUE LOW-VALUE.
            05 AMN-DIR           PIC X(12).
            05 FILLER            PIC X.
            05 AMN-DATE          PIC 9(8).
            05 FILLER            PIC X.
            05 AMN-RUN-ID        PIC 9(6).
            05 FILLER            PIC X.
            05 AMN-PATH          PIC X(60).

         FD PARM-MAN-FILE.
         01 PARM-MAN-RECORD.
            88 PARM-MAN-END      VALUE LOW-VALUE.
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

         FD VERS-FILE.
         01 VERS-RECORD.
            88 VERS-END          VALUE LOW-VALUE.
            05 VRS-DATE          PIC X(8).
            05 FILLER            PIC X.
            05 VRS-PATH          PIC X(60).

         FD EXC-FILE.
         01 EXC-RECORD.
            88 EXC-END           VALUE LOW-VALUE.
            05 EXC-DATE          PIC 9(8).
            05 FILLER            PIC X.
            05 EXC-TIME          PIC 9(6).
            05 FILLER            PIC X.
            05 EXC-RUN-ID        PIC 9(6).
            05 FILLER            PIC X.
            05 EXC-OPERATOR      PIC X(8).
            05 FILLER            PIC X.
            05 EXC-LINE          PIC X(100).

         FD REV-FILE.
         01 REV-RECORD.
            88 REV-END           VALUE LOW-VALUE.
            05 REV-RUN-ID        PIC 9(6).
            05 FILLER            PIC X.
            05 REV-STATUS        PIC X.
            05 FILLER            PIC X.
            05 REV-DATE          PIC 9(8).
            05 FILLER            PIC X.
            05 REV-OPERATOR      PIC X(8).
            05 FILLER            PIC X.
            05 REV-PROGRAM       PIC X(8).
            05 FILLER            PIC X.
            05 REV-LABEL         PIC X(10).
            05 FILLER            PIC X.
            05 REV-NOTE          PIC X(60).

         FD FEED-FILE.
         01 FEED-RECORD.
            88 FEED-END          VALUE LOW-VALUE.
            05 FEED-TEXT         PIC X(200).

         FD SUM-FILE.
         01 SUM-RECORD.
            88 SUM-END           VALUE LOW-VALUE.
            05 SUM-TEXT          PIC X(20).

         FD DOS-FILE.
         01 DOS-RECORD           PIC X(100).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         COPY "ACCDAT.CPY".
         COPY "EXCLOG.CPY".

         01 WS-MAST-STATUS       PIC XX.
         01 WS-HIST-STATUS       PIC XX.
         01 WS-MAN-STATUS        PIC XX.
         01 WS-ARCHMAN-STATUS    PIC XX.
         01 WS-PARMMAN-STATUS    PIC XX.
         01 WS-VERS-STATUS       PIC XX.
         01 WS-EXC-STATUS        PIC XX.
         01 WS-REV-STATUS        PIC XX.
         01 WS-FEED-STATUS       PIC XX.
         01 WS-SUM-STATUS        PIC XX.
         01 WS-DOS-STATUS        PIC XX.

         01 WS-ASK-PROGRAM       PIC X(8).
         01 WS-ASK-LABEL         PIC X(10).
         01 WS-ASK-RUNID         PIC X(6).
         01 WS-SEL-RUNID         PIC 9(6).

      *
      *    READ CONTROL OVER THE HANDMST-DERIVED DAY07 FIGURES.
      *
         01 WS-AUTH-PGM          PIC X(8) VALUE 'HANDMST'.
         01 WS-AUTH-FLAG         PIC 9 VALUE 1.
            88 OPERATOR-AUTHORIZED     VALUE 1.

      *
      *    THE FIGURE AS CTLMAST HOLDS IT.
      *
         01 SW-FIGURE            PIC 9 VALUE 0.
            88 FIGURE-FOUND            VALUE 1.
         01 WS-FIG-DATE          PIC 9(8).
         01 WS-FIG-TIME          PIC 9(6).
         01 WS-FIG-ANSWER        PIC S9(18).
         01 WS-FIG-IN            PIC 9(7).
         01 WS-FIG-OUT           PIC 9(7).

      *
      *    THE DRIVER STEP THAT PRODUCED IT - day01/day01p2 FOR
      *    DAY01P2 - AND THE LENGTHS FOR SCANNING EXCLOG TEXT.
      *
         01 WS-STEP-PGM          PIC X(8).
         01 WS-STEP-DIR          PIC X(5).
         01 WS-STEP-NAME         PIC X(30).
         01 WS-STEP-LEN          PIC 99.
         01 WS-PGM-LEN           PIC 99.
         01 WS-TALLY             PIC 99.

         01 WS-DOS-NAME          PIC X(60).
         01 WS-DOS-LINE          PIC X(100).

         01 SW-HIST              PIC 9 VALUE 0.
            88 HIST-FOUND              VALUE 1.
         01 WS-H-SECS            PIC 9(7).
         01 WS-H-RC              PIC X(4).
         01 WS-H-OPERATOR        PIC X(8).
         01 WS-H-OVERRIDE        PIC X.
         01 WS-H-RESTART         PIC X.
         01 WS-H-RESUMED         PIC X.

         01 SW-FPR               PIC 9 VALUE 0.
            88 FPR-FOUND               VALUE 1.
         01 WS-F-SUM             PIC X(10).
         01 WS-F-COUNT           PIC X(10).
         01 SW-ARCH              PIC 9 VALUE 0.
            88 ARCH-FOUND              VALUE 1.
         01 WS-A-PATH            PIC X(60).
         01 WS-FEED-NAME         PIC X(100).
         01 WS-CUR-SUM           PIC X(10).
         01 WS-COMMAND           PIC X(200).

         01 WS-HDR-TAG           PIC X(5).
         01 WS-HDR-FEED          PIC X(12).
         01 WS-HDR-DATE          PIC X(8).

         01 WS-PARM-HITS         PIC 99 VALUE 0.
         01 WS-VERS-BEST         PIC 9(8) VALUE 0.
         01 WS-VERS-DATE         PIC 9(8).
         01 WS-VERS-PATH         PIC X(60).

         01 WS-EXC-HITS          PIC 9(4) VALUE 0.
         01 WS-REV-HITS          PIC 9(3) VALUE 0.
         01 WS-REV-MARK          PIC X.

      *
      *    THE STANDING VERDICT ON THIS FIGURE - SPACE NOT
      *    REVIEWED, A APPROVED (A LATER APPROVAL CLOSES EARLIER
      *    QUERIES, AS DAY00REV RULES), Q QUERIED ON THIS FIGURE,
      *    O QUERIED ON ANOTHER FIGURE OF THE SAME RUN.
      *
         01 WS-VERDICT           PIC X VALUE SPACE.

         01 WS-ED-ANSWER         PIC ----,---,---,---,---,--9.
         01 WS-ED-COUNT          PIC Z(6)9.
         01 WS-ED-OUT            PIC Z(6)9.
         01 WS-ED-SECS           PIC Z(6)9.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY00PRV'==
                         ==PFX-SUB== BY =='/day00'==.

            DISPLAY 'DAY00PRV - PROGRAM: '
            MOVE SPACES TO WS-ASK-PROGRAM
            ACCEPT WS-ASK-PROGRAM
            DISPLAY 'DAY00PRV - LABEL: '
            MOVE SPACES TO WS-ASK-LABEL
            ACCEPT WS-ASK-LABEL
            DISPLAY 'DAY00PRV - RUN-ID: '
            MOVE SPACES TO WS-ASK-RUNID
            ACCEPT WS-ASK-RUNID
            INSPECT WS-ASK-PROGRAM
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            INSPECT WS-ASK-LABEL
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            IF WS-ASK-PROGRAM = SPACES
            OR WS-ASK-LABEL = SPACES
            OR WS-ASK-RUNID NOT NUMERIC
               DISPLAY 'DAY00PRV PROGRAM, LABEL AND A SIX-DIGIT '
                       'RUN-ID ARE ALL NEEDED - NO DOSSIER'
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WS-ASK-RUNID TO WS-SEL-RUNID

            IF WS-ASK-PROGRAM(1:5) = 'DAY07'
               CALL 'DAY00AUT' USING WS-AUTH-PGM, WS-AUTH-FLAG
               END-CALL
               IF NOT OPERATOR-AUTHORIZED
                  PERFORM WITHHOLD-DOSSIER
                  STOP RUN
               END-IF
            END-IF

            PERFORM FIND-FIGURE
            IF NOT FIGURE-FOUND
               DISPLAY 'DAY00PRV ' WS-ASK-PROGRAM ' ' WS-ASK-LABEL
                       ' RUN ' WS-SEL-RUNID ' IS NOT ON CTLMAST - '
                       'NO DOSSIER'
               MOVE 0 TO WS-ACC-RETURNED
               PERFORM LOG-INQUIRY
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF

            PERFORM NAME-THE-STEP

            MOVE SPACES TO WS-DOS-NAME
            STRING 'DOSSIER.'     DELIMITED BY SIZE
                   WS-ASK-PROGRAM DELIMITED BY SPACE
                   '.'            DELIMITED BY SIZE
                   WS-ASK-LABEL   DELIMITED BY SPACE
                   '.'            DELIMITED BY SIZE
                   WS-SEL-RUNID   DELIMITED BY SIZE
               INTO WS-DOS-NAME
            END-STRING
            OPEN OUTPUT DOS-FILE
            IF WS-DOS-STATUS NOT = '00'
               DISPLAY 'DAY00PRV CANNOT OPEN ' WS-DOS-NAME
                       ' STATUS ' WS-DOS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF

            PERFORM REPORT-FIGURE
            PERFORM REPORT-RUN-HISTORY
            PERFORM REPORT-FEED
            PERFORM REPORT-PARAMETERS
            PERFORM REPORT-EXCEPTIONS
            PERFORM REPORT-REVIEWS

            CLOSE DOS-FILE
            DISPLAY 'DAY00PRV DOSSIER WRITTEN TO ' WS-DOS-NAME

            MOVE 1 TO WS-ACC-RETURNED
            PERFORM LOG-INQUIRY

            STOP RUN.

      *
      *    NO HANDMST READ GRANT - NOTHING OF THE FIGURE IS SHOWN OR
      *    FILED, NOT EVEN WHETHER CTLMAST HOLDS IT.
      *
         WITHHOLD-DOSSIER SECTION.
            DISPLAY 'DAY00PRV REFUSED - NO HANDMST READ GRANT - '
                    WS-ASK-PROGRAM ' DOSSIER WITHHELD'
            MOVE SPACES TO WS-EXCLOG-LINE
            STRING 'DAY00PRV E DOSSIER WITHHELD - NO HANDMST READ '
                   'GRANT FOR ' WS-ASK-PROGRAM ' ' WS-ASK-LABEL
                   ' RUN ' WS-SEL-RUNID
               DELIMITED BY SIZE INTO WS-EXCLOG-LINE
            END-STRING
            CALL 'DAY00LOG' USING WS-EXCLOG-LINE
            END-CALL
            MOVE 0 TO WS-ACC-RETURNED
            PERFORM LOG-INQUIRY
            MOVE 'REFUSED - NO HANDMST READ GRANT' TO WS-ACC-KEY
            CALL 'DAY00ACL' USING WS-ACCESS-ENTRY
            END-CALL
            MOVE 8 TO RETURN-CODE
            .

      *
      *    THE FIGURE ASKED FOR - PROGRAM, LABEL AND RUN-ID - WITH 1
      *    WHEN ITS DOSSIER WAS GIVEN, 0 WHEN NONE WAS.
      *
         LOG-INQUIRY SECTION.
            MOVE 'DAY00PRV' TO WS-ACC-PROGRAM
            MOVE SPACES TO WS-ACC-KEY
            STRING WS-ASK-PROGRAM ' ' WS-ASK-LABEL ' ' WS-SEL-RUNID
               DELIMITED BY SIZE INTO WS-ACC-KEY
            END-STRING
            CALL 'DAY00ACL' USING WS-ACCESS-ENTRY
            END-CALL
            .

         FIND-FIGURE SECTION.
            OPEN INPUT MAST-FILE
            IF WS-MAST-STATUS NOT = '00'
               DISPLAY 'DAY00PRV NO CTLMAST MASTER - RUN DAY00LOD '
                       'FIRST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF
            READ MAST-FILE
               AT END SET MAST-END TO TRUE
            END-READ
            PERFORM UNTIL MAST-END
               IF MST-PROGRAM = WS-ASK-PROGRAM
               AND MST-LABEL = WS-ASK-LABEL
               AND MST-RUN-ID = WS-SEL-RUNID
                  SET FIGURE-FOUND TO TRUE
                  MOVE MST-RUN-DATE  TO WS-FIG-DATE
                  MOVE MST-RUN-TIME  TO WS-FIG-TIME
                  MOVE MST-ANSWER    TO WS-FIG-ANSWER
                  MOVE MST-IN-COUNT  TO WS-FIG-IN
                  MOVE MST-OUT-COUNT TO WS-FIG-OUT
               END-IF
               READ MAST-FILE
                  AT END SET MAST-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE MAST-FILE
            .

      *
      *    THE STEP NAME THE DRIVER FILES EVERYTHING UNDER IS THE
      *    LOWER-CASE DAY DIRECTORY AND PROGRAM.
      *
         NAME-THE-STEP SECTION.
            MOVE WS-ASK-PROGRAM TO WS-STEP-PGM
            INSPECT WS-STEP-PGM
               CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                       TO 'abcdefghijklmnopqrstuvwxyz'
            MOVE WS-STEP-PGM(1:5) TO WS-STEP-DIR
            MOVE SPACES TO WS-STEP-NAME
            STRING WS-STEP-DIR DELIMITED BY SIZE
                   '/'         DELIMITED BY SIZE
                   WS-STEP-PGM DELIMITED BY SPACE
               INTO WS-STEP-NAME
            END-STRING
            MOVE 0 TO WS-PGM-LEN WS-STEP-LEN
            INSPECT WS-ASK-PROGRAM TALLYING WS-PGM-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
            INSPECT WS-STEP-NAME TALLYING WS-STEP-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
            .

         REPORT-FIGURE SECTION.
            MOVE SPACES TO WS-DOS-LINE
            STRING 'PROVENANCE DOSSIER - ' DELIMITED BY SIZE
                   WS-ASK-PROGRAM DELIMITED BY SPACE
                   ' '            DELIMITED BY SIZE
                   WS-ASK-LABEL   DELIMITED BY SPACE
                   ' RUN '        DELIMITED BY SIZE
                   WS-SEL-RUNID   DELIMITED BY SIZE
                   ' (STEP '      DELIMITED BY SIZE
                   WS-STEP-NAME   DELIMITED BY SPACE
                   ')'            DELIMITED BY SIZE
               INTO WS-DOS-LINE
            END-STRING
            PERFORM PUT-LINE
            MOVE WS-FIG-ANSWER TO WS-ED-ANSWER
            MOVE SPACES TO WS-DOS-LINE
            STRING 'FIGURE    '  DELIMITED BY SIZE
                   WS-ED-ANSWER  DELIMITED BY SIZE
                   '  RUN DATE ' DELIMITED BY SIZE
                   WS-FIG-DATE   DELIMITED BY SIZE
                   ' STARTED '   DELIMITED BY SIZE
                   WS-FIG-TIME   DELIMITED BY SIZE
               INTO WS-DOS-LINE
            END-STRING
            PERFORM PUT-LINE
            MOVE WS-FIG-IN  TO WS-ED-COUNT
            MOVE WS-FIG-OUT TO WS-ED-OUT
            MOVE SPACES TO WS-DOS-LINE
            STRING '          RECORDS IN ' DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   '  OUT '    DELIMITED BY SIZE
                   WS-ED-OUT   DELIMITED BY SIZE
               INTO WS-DOS-LINE
            END-STRING
            PERFORM PUT-LINE
            IF WS-SEL-RUNID = 0
               MOVE '          RUN-ID 000000 - A MANUAL RUN OUTSIDE '
                  & 'THE DRIVER; NO DRIVER RECORDS EXIST FOR IT'
                  TO WS-DOS-LINE
               PERFORM PUT-LINE
            END-IF
            .

         REPORT-RUN-HISTORY SECTION.
            OPEN INPUT HIST-FILE
            IF WS-HIST-STATUS = '00'
               READ HIST-FILE
                  AT END SET HIST-END TO TRUE
               END-READ
               PERFORM UNTIL HIST-END
                  IF HST-STEP = WS-STEP-NAME
                  AND HST-RUN-ID = WS-SEL-RUNID
                     SET HIST-FOUND TO TRUE
                     MOVE HST-SECS         TO WS-H-SECS
                     MOVE HST-RC           TO WS-H-RC
                     MOVE HST-OPERATOR     TO WS-H-OPERATOR
                     MOVE HST-OVERRIDE     TO WS-H-OVERRIDE
                     MOVE HST-RUN-RESTART  TO WS-H-RESTART
                     MOVE HST-STEP-RESUMED TO WS-H-RESUMED
                  END-IF
                  READ HIST-FILE
                     AT END SET HIST-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE HIST-FILE
            END-IF

            IF NOT HIST-FOUND
               MOVE 'RUN       NO RUNHIST RECORD - THE STEP WAS NOT '
                  & 'RUN BY THE DRIVER UNDER THIS RUN-ID'
                  TO WS-DOS-LINE
               PERFORM PUT-LINE
            ELSE
               MOVE WS-H-SECS TO WS-ED-SECS
               MOVE SPACES TO WS-DOS-LINE
               IF WS-H-RC NUMERIC
                  STRING 'RUN       ELAPSED SECS ' DELIMITED BY SIZE
                         WS-ED-SECS     DELIMITED BY SIZE
                         '  RC '        DELIMITED BY SIZE
                         WS-H-RC        DELIMITED BY SIZE
                         '  OPERATOR '  DELIMITED BY SIZE
                         WS-H-OPERATOR  DELIMITED BY SIZE
                     INTO WS-DOS-LINE
                  END-STRING
               ELSE
                  STRING 'RUN       ELAPSED SECS ' DELIMITED BY SIZE
                         WS-ED-SECS     DELIMITED BY SIZE
                         '  RC AND OPERATOR NOT RECORDED ON THIS '
                                        DELIMITED BY SIZE
                         'OLDER RUNHIST RECORD' DELIMITED BY SIZE
                     INTO WS-DOS-LINE
                  END-STRING
               END-IF
               PERFORM PUT-LINE
               IF WS-H-RC NUMERIC
                  IF WS-H-OVERRIDE = 'F'
                     MOVE '          DRVOVRD FORCE - THE STEP WAS '
                        & 'FORCED TO RE-RUN BY THE OPERATOR'
                        TO WS-DOS-LINE
                  ELSE
                     MOVE '          NO DRVOVRD OVERRIDE ON THIS STEP'
                        TO WS-DOS-LINE
                  END-IF
                  PERFORM PUT-LINE
                  IF WS-H-RESTART = 'Y'
                     MOVE '          THE RUN WAS A RESTART FROM '
                        & 'DRVCKPT'
                        TO WS-DOS-LINE
                  ELSE
                     MOVE '          THE RUN WAS A FRESH START, NOT '
                        & 'A DRVCKPT RESTART'
                        TO WS-DOS-LINE
                  END-IF
                  PERFORM PUT-LINE
                  IF WS-H-RESUMED = 'Y'
                     MOVE '          THE STEP RESUMED FROM ITS OWN '
                        & 'CHECKPOINT PART WAY THROUGH'
                        TO WS-DOS-LINE
                  ELSE
                     MOVE '          THE STEP RAN FROM THE TOP - NO '
                        & 'CHECKPOINT RESUME'
                        TO WS-DOS-LINE
                  END-IF
                  PERFORM PUT-LINE
               END-IF
            END-IF
            .

         REPORT-FEED SECTION.
            OPEN INPUT MAN-FILE
            IF WS-MAN-STATUS = '00'
               READ MAN-FILE
                  AT END SET MAN-END TO TRUE
               END-READ
               PERFORM UNTIL MAN-END
                  IF MAN-STEP = WS-STEP-NAME
                  AND MAN-RUN-ID = WS-SEL-RUNID
                     SET FPR-FOUND TO TRUE
                     MOVE MAN-SUM   TO WS-F-SUM
                     MOVE MAN-COUNT TO WS-F-COUNT
                  END-IF
                  READ MAN-FILE
                     AT END SET MAN-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE MAN-FILE
            END-IF

            OPEN INPUT ARCH-MAN-FILE
            IF WS-ARCHMAN-STATUS = '00'
               READ ARCH-MAN-FILE
                  AT END SET ARCH-MAN-END TO TRUE
               END-READ
               PERFORM UNTIL ARCH-MAN-END
                  IF AMN-DIR = WS-STEP-DIR
                  AND AMN-RUN-ID = WS-SEL-RUNID
                     SET ARCH-FOUND TO TRUE
                     MOVE AMN-PATH TO WS-A-PATH
                  END-IF
                  READ ARCH-MAN-FILE
                     AT END SET ARCH-MAN-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE ARCH-MAN-FILE
            END-IF

            MOVE SPACES TO WS-DOS-LINE
            IF FPR-FOUND
               STRING 'FEED      FINGERPRINT CHECKSUM ' DELIMITED BY
                                                           SIZE
                      WS-F-SUM    DELIMITED BY SPACE
                      ' RECORDS '  DELIMITED BY SIZE
                      WS-F-COUNT  DELIMITED BY SPACE
                  INTO WS-DOS-LINE
               END-STRING
            ELSE
               MOVE 'FEED      NO FPRMAN FINGERPRINT FOR THIS STEP AND '
                  & 'RUN (THE STEP DID NOT COMPLETE)'
                  TO WS-DOS-LINE
            END-IF
            PERFORM PUT-LINE

            MOVE SPACES TO WS-FEED-NAME
            MOVE SPACES TO WS-DOS-LINE
            IF ARCH-FOUND
               STRING '          ARCHMAN ENTRY ../' DELIMITED BY SIZE
                      WS-STEP-DIR DELIMITED BY SIZE
                      '/'         DELIMITED BY SIZE
                      WS-A-PATH   DELIMITED BY SPACE
                  INTO WS-DOS-LINE
               END-STRING
               STRING '../'       DELIMITED BY SIZE
                      WS-STEP-DIR DELIMITED BY SIZE
                      '/'         DELIMITED BY SIZE
                      WS-A-PATH   DELIMITED BY SPACE
                  INTO WS-FEED-NAME
               END-STRING
            ELSE
               MOVE '          NOT ARCHIVED - THE RUN DID NOT END '
                  & 'CLEAN OR THE DAY HAS NO INBOX'
                  TO WS-DOS-LINE
               IF FPR-FOUND
                  PERFORM CHECK-CURRENT-FEED
               END-IF
            END-IF
            PERFORM PUT-LINE
            IF NOT ARCH-FOUND AND WS-FEED-NAME NOT = SPACES
               MOVE '          THE INPFILE IN PLACE MATCHES THE '
                  & 'FINGERPRINT - READ FOR THE HEADER'
                  TO WS-DOS-LINE
               PERFORM PUT-LINE
            END-IF

            IF WS-FEED-NAME = SPACES
               MOVE '          BUSINESS DATE UNKNOWN - THE FEED IS '
                  & 'NO LONGER ON HAND'
                  TO WS-DOS-LINE
            ELSE
               PERFORM READ-BATCH-HEADER
            END-IF
            PERFORM PUT-LINE
            .

      *
      *    AN UNARCHIVED FEED MAY STILL BE THE INPFILE IN PLACE -
      *    TRUSTED ONLY WHEN ITS CHECKSUM IS THE FINGERPRINT'S.
      *
         CHECK-CURRENT-FEED SECTION.
            MOVE SPACES TO WS-COMMAND
            STRING 'cksum < ../'  DELIMITED BY SIZE
                   WS-STEP-DIR    DELIMITED BY SIZE
                   '/INPFILE 2>/dev/null | cut -d" " -f1 > PRV.tmp'
                                  DELIMITED BY SIZE
               INTO WS-COMMAND
            END-STRING
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL
            MOVE SPACES TO WS-CUR-SUM
            OPEN INPUT SUM-FILE
            IF WS-SUM-STATUS = '00'
               READ SUM-FILE
                  AT END SET SUM-END TO TRUE
               END-READ
               IF NOT SUM-END
                  MOVE SUM-TEXT(1:10) TO WS-CUR-SUM
               END-IF
               CLOSE SUM-FILE
            END-IF
            MOVE 'rm -f PRV.tmp' TO WS-COMMAND
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL
            MOVE 0 TO RETURN-CODE
            IF WS-CUR-SUM NOT = SPACES
            AND WS-CUR-SUM = WS-F-SUM
               STRING '../'       DELIMITED BY SIZE
                      WS-STEP-DIR DELIMITED BY SIZE
                      '/INPFILE'  DELIMITED BY SIZE
                  INTO WS-FEED-NAME
               END-STRING
            END-IF
            .

         READ-BATCH-HEADER SECTION.
            MOVE SPACES TO WS-DOS-LINE
            OPEN INPUT FEED-FILE
            IF WS-FEED-STATUS NOT = '00'
               MOVE '          BUSINESS DATE UNKNOWN - THE FEED '
                  & 'CANNOT BE OPENED'
                  TO WS-DOS-LINE
            ELSE
               READ FEED-FILE
                  AT END SET FEED-END TO TRUE
               END-READ
               IF NOT FEED-END AND FEED-TEXT(1:4) = '*HDR'
                  MOVE SPACES TO WS-HDR-TAG WS-HDR-FEED WS-HDR-DATE
                  UNSTRING FEED-TEXT
                     DELIMITED BY ALL SPACE
                     INTO WS-HDR-TAG, WS-HDR-FEED, WS-HDR-DATE
                  END-UNSTRING
                  STRING '          BATCH HEADER FEED ' DELIMITED BY
                                                           SIZE
                         WS-HDR-FEED DELIMITED BY SPACE
                         ' BUSINESS DATE ' DELIMITED BY SIZE
                         WS-HDR-DATE DELIMITED BY SIZE
                     INTO WS-DOS-LINE
                  END-STRING
               ELSE
                  MOVE '          THE FEED CARRIES NO BATCH HEADER - '
                     & 'NO BUSINESS DATE'
                     TO WS-DOS-LINE
               END-IF
               CLOSE FEED-FILE
            END-IF
            .

         REPORT-PARAMETERS SECTION.
            OPEN INPUT PARM-MAN-FILE
            IF WS-PARMMAN-STATUS = '00'
               READ PARM-MAN-FILE
                  AT END SET PARM-MAN-END TO TRUE
               END-READ
               PERFORM UNTIL PARM-MAN-END
                  IF PMN-STEP = WS-STEP-NAME
                  AND PMN-RUN-ID = WS-SEL-RUNID
                     ADD 1 TO WS-PARM-HITS
                     MOVE SPACES TO WS-DOS-LINE
                     IF PMN-STAMP = 'ABSENT'
                        STRING 'PARAMETER ' DELIMITED BY SIZE
                               PMN-PATH DELIMITED BY SPACE
                               ' NOT ON HAND WHEN THE STEP STARTED'
                                        DELIMITED BY SIZE
                           INTO WS-DOS-LINE
                        END-STRING
                     ELSE
                        STRING 'PARAMETER ' DELIMITED BY SIZE
                               PMN-PATH DELIMITED BY SPACE
                               ' CHANGED ' DELIMITED BY SIZE
                               PMN-STAMP DELIMITED BY SIZE
                               ' CHECKSUM ' DELIMITED BY SIZE
                               PMN-SUM DELIMITED BY SPACE
                               ' LINES ' DELIMITED BY SIZE
                               PMN-COUNT DELIMITED BY SPACE
                           INTO WS-DOS-LINE
                        END-STRING
                     END-IF
                     PERFORM PUT-LINE
                  END-IF
                  READ PARM-MAN-FILE
                     AT END SET PARM-MAN-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE PARM-MAN-FILE
            END-IF
            IF WS-PARM-HITS = 0
               MOVE 'PARAMETER NONE STAMPED FOR THIS STEP AND RUN'
                  TO WS-DOS-LINE
               PERFORM PUT-LINE
            END-IF
            IF WS-STEP-DIR = 'day08'
               PERFORM REPORT-MAP-VERSION
            END-IF
            .

      *
      *    THE MAPVERS CATALOG ONLY EVER GAINS LINES DATED TODAY OR
      *    LATER, SO THE VERSION IN EFFECT ON A PAST RUN DATE CAN BE
      *    READ BACK FROM TODAY'S CATALOG BY THE DAY08 CORES' RULE.
      *
         REPORT-MAP-VERSION SECTION.
            OPEN INPUT VERS-FILE
            IF WS-VERS-STATUS = '00'
               READ VERS-FILE
                  AT END SET VERS-END TO TRUE
               END-READ
               PERFORM UNTIL VERS-END
                  IF VERS-RECORD(1:1) NOT = '*'
                  AND VRS-DATE NUMERIC
                     MOVE VRS-DATE TO WS-VERS-DATE
                     IF WS-VERS-DATE <= WS-FIG-DATE
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
            END-IF
            MOVE SPACES TO WS-DOS-LINE
            IF WS-VERS-BEST > 0
               STRING '          MAPVERS VERSION IN EFFECT '
                                     DELIMITED BY SIZE
                      WS-VERS-PATH   DELIMITED BY SPACE
                      ' EFFECTIVE '  DELIMITED BY SIZE
                      WS-VERS-BEST   DELIMITED BY SIZE
                  INTO WS-DOS-LINE
               END-STRING
            ELSE
               MOVE '          NO MAPVERS VERSION IN EFFECT - THE '
                  & 'TRADITIONAL INPFILE WAS READ'
                  TO WS-DOS-LINE
            END-IF
            PERFORM PUT-LINE
            .

         REPORT-EXCEPTIONS SECTION.
            OPEN INPUT EXC-FILE
            IF WS-EXC-STATUS = '00'
               READ EXC-FILE
                  AT END SET EXC-END TO TRUE
               END-READ
               PERFORM UNTIL EXC-END
                  IF EXC-RUN-ID = WS-SEL-RUNID
                     MOVE 0 TO WS-TALLY
                     INSPECT EXC-LINE TALLYING WS-TALLY
                        FOR ALL WS-ASK-PROGRAM(1:WS-PGM-LEN)
                            ALL WS-STEP-NAME(1:WS-STEP-LEN)
                     IF WS-TALLY > 0
                        ADD 1 TO WS-EXC-HITS
                        MOVE SPACES TO WS-DOS-LINE
                        STRING 'EXCLOG    ' DELIMITED BY SIZE
                               EXC-TIME     DELIMITED BY SIZE
                               ' '          DELIMITED BY SIZE
                               EXC-LINE(1:73) DELIMITED BY SIZE
                           INTO WS-DOS-LINE
                        END-STRING
                        PERFORM PUT-LINE
                     END-IF
                  END-IF
                  READ EXC-FILE
                     AT END SET EXC-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE EXC-FILE
            END-IF
            IF WS-EXC-HITS = 0
               MOVE 'EXCLOG    NO EXCEPTION-LOG LINES FOR THIS STEP '
                  & 'AND RUN'
                  TO WS-DOS-LINE
               PERFORM PUT-LINE
            END-IF
            .

         REPORT-REVIEWS SECTION.
            OPEN INPUT REV-FILE
            IF WS-REV-STATUS = '00'
               READ REV-FILE
                  AT END SET REV-END TO TRUE
               END-READ
               PERFORM UNTIL REV-END
                  IF REV-RUN-ID = WS-SEL-RUNID
                     ADD 1 TO WS-REV-HITS
                     MOVE SPACE TO WS-REV-MARK
                     IF REV-PROGRAM = WS-ASK-PROGRAM
                     AND REV-LABEL = WS-ASK-LABEL
                        MOVE '*' TO WS-REV-MARK
                     END-IF
                     EVALUATE TRUE
                        WHEN REV-STATUS = 'A'
                           MOVE 'A' TO WS-VERDICT
                        WHEN REV-STATUS = 'Q' AND WS-REV-MARK = '*'
                           MOVE 'Q' TO WS-VERDICT
                        WHEN REV-STATUS = 'Q' AND WS-VERDICT NOT = 'Q'
                           MOVE 'O' TO WS-VERDICT
                     END-EVALUATE
                     MOVE SPACES TO WS-DOS-LINE
                     STRING 'REVIEW   '  DELIMITED BY SIZE
                            WS-REV-MARK  DELIMITED BY SIZE
                            REV-STATUS   DELIMITED BY SIZE
                            ' '          DELIMITED BY SIZE
                            REV-DATE     DELIMITED BY SIZE
                            ' '          DELIMITED BY SIZE
                            REV-OPERATOR DELIMITED BY SIZE
                            ' '          DELIMITED BY SIZE
                            REV-PROGRAM  DELIMITED BY SIZE
                            ' '          DELIMITED BY SIZE
                            REV-LABEL    DELIMITED BY SIZE
                            ' '          DELIMITED BY SIZE
                            REV-NOTE(1:40) DELIMITED BY SIZE
                        INTO WS-DOS-LINE
                     END-STRING
                     PERFORM PUT-LINE
                  END-IF
                  READ REV-FILE
                     AT END SET REV-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE REV-FILE
            END-IF
            EVALUATE WS-VERDICT
               WHEN 'A'
                  MOVE 'VERDICT   APPROVED AT MORNING REVIEW'
                     TO WS-DOS-LINE
               WHEN 'Q'
                  MOVE 'VERDICT   OPEN QUERY ON THIS FIGURE (MARKED *)'
                     TO WS-DOS-LINE
               WHEN 'O'
                  MOVE 'VERDICT   RUN QUERIED ON ANOTHER FIGURE - '
                     & 'NOT YET APPROVED'
                     TO WS-DOS-LINE
               WHEN OTHER
                  MOVE 'VERDICT   NOT YET REVIEWED ON REVMAST'
                     TO WS-DOS-LINE
            END-EVALUATE
            PERFORM PUT-LINE
            .

         PUT-LINE SECTION.
            DISPLAY WS-DOS-LINE
            MOVE WS-DOS-LINE TO DOS-RECORD
            WRITE DOS-RECORD
            MOVE SPACES TO WS-DOS-LINE
            .
