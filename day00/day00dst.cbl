         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY00DST.

      *
      *    MORNING REPORT DISTRIBUTION. EVERY MORNING SOMEONE COPIED
      *    RPTFILE, DIFFRPT, THE VALIDATORS' EXCEPTION FILES, THE
      *    RUN SHEET AND THE SETTLEMENT STATEMENT TO THE TEAMS THAT
      *    READ THEM BY HAND. THE DRIVER NOW RUNS THIS STEP AS SOON
      *    AS THE RUN SHEET IS WRITTEN. THE DISTRIBUTION TABLE
      *    (DSTTAB - REPORT, RECIPIENT GROUP, DROP-BOX DIRECTORY,
      *    SPLIT) NAMES WHO GETS WHAT; EACH REPORT WRITTEN DURING
      *    THE RUN IS COPIED TO EACH OF ITS GROUPS' DROP BOXES AS
      *    <REPORT>.<RUN-ID>, HEADED BY A *DST LINE CARRYING THE
      *    RUN-ID, OR BURST INTO ONE COPY PER PROGRAM (SPLIT P) OR
      *    PER DAY (SPLIT D) NAMED IN IT AS <REPORT>.<KEY>.<RUN-ID>.
      *    THE LINES AHEAD OF THE FIRST PROGRAM OR DAY NAME ARE THE
      *    REPORT'S HEADINGS AND GO TO EVERY BURST; A LINE WITH NO
      *    NAME OF ITS OWN STAYS WITH THE ONE ABOVE IT.
      *
      *    EVERY DELIVERY, AND EVERY REPORT NOT DELIVERED, IS
      *    LOGGED IN DSTLOG. A REPORT THE TABLE EXPECTS BUT THE RUN
      *    DID NOT WRITE (ITS FILE IS MISSING OR OLDER THAN THE RUN
      *    START) IS LOGGED UNDELIVERED AND LISTED ON THE RUN SHEET,
      *    WHICH IS ITSELF DELIVERED LAST SO ITS COPIES CARRY THE
      *    LIST; SO IS A COPY A DROP BOX WOULD NOT TAKE. EITHER ENDS
      *    WITH RETURN CODE 4. THE RUN-ID AND THE RUN START
      *    (YYYYMMDDHHMMSS) COME FROM DAYRUNID AND DAYRUNSTART; RUN
      *    BY HAND WITHOUT THEM, THE RUN-ID IS ZERO, ANY REPORT
      *    WRITTEN TODAY COUNTS AS PRODUCED, AND THE RUN SHEET IS
      *    LEFT AS IT IS.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT TAB-FILE ASSIGN TO DSTTAB
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TAB-STATUS.

            SELECT SRC-FILE ASSIGN TO DYNAMIC WS-SRC-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SRC-STATUS.

            SELECT COPY-FILE ASSIGN TO DYNAMIC WS-COPY-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COPY-STATUS.

            SELECT STAMP-FILE ASSIGN TO "DST.tmp"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STAMP-STATUS.

            SELECT LOG-FILE ASSIGN TO DSTLOG
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOG-STATUS.

            SELECT SHEET-FILE ASSIGN TO RUNSHEET
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SHEET-STATUS.

         DATA DIVISION.

         FILE SECTION.
         FD TAB-FILE.
         01 TAB-RECORD.
            88 TAB-END           VALUE LOW-VALUE.
            05 TAB-TEXT          PIC X(120).

         FD SRC-FILE.
         01 SRC-RECORD.
            88 SRC-END           VALUE LOW-VALUE.
            05 SRC-TEXT          PIC X(200).

         FD COPY-FILE.
         01 COPY-RECORD          PIC X(200).

         FD STAMP-FILE.
         01 STAMP-RECORD.
            88 STAMP-END         VALUE LOW-VALUE.
            05 STAMP-TEXT        PIC X(40).

      *
      *    THE DELIVERY LOG - ONE RECORD PER COPY DELIVERED, AND ONE
      *    PER REPORT AND GROUP NOT DELIVERED, WITH THE REASON.
      *
         FD LOG-FILE.
         01 LOG-RECORD.
            05 DSL-RUN-ID        PIC 9(6).
            05 FILLER            PIC X.
            05 DSL-DATE          PIC 9(8).
            05 FILLER            PIC X.
            05 DSL-TIME          PIC 9(6).
            05 FILLER            PIC X.
            05 DSL-STATUS        PIC X(11).
            05 FILLER            PIC X.
            05 DSL-REPORT        PIC X(39).
            05 FILLER            PIC X.
            05 DSL-GROUP         PIC X(12).
            05 FILLER            PIC X.
            05 DSL-LINES         PIC 9(7).
            05 FILLER            PIC X.
            05 DSL-TARGET        PIC X(100).

         FD SHEET-FILE.
         01 SHEET-RECORD         PIC X(100).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         01 WS-TAB-STATUS        PIC XX.
         01 WS-SRC-STATUS        PIC XX.
         01 WS-COPY-STATUS       PIC XX.
         01 WS-STAMP-STATUS      PIC XX.
         01 WS-LOG-STATUS        PIC XX.
         01 WS-SHEET-STATUS      PIC XX.
         01 WS-SRC-NAME          PIC X(100).
         01 WS-COPY-NAME         PIC X(100).
         01 WS-COMMAND           PIC X(200).
         01 WS-CMD-PTR           PIC 999.

         01 WS-RUNID-X           PIC X(6).
         01 WS-RUN-ID            PIC 9(6) VALUE 0.
         01 WS-RUN-START         PIC X(14).
         01 WS-TODAY             PIC 9(8).
         01 WS-NOW               PIC 9(8).
         01 WS-FILE-STAMP        PIC X(14).

      *
      *    THE DISTRIBUTION TABLE, ONE ENTRY PER REPORT AND GROUP.
      *    THE RUN SHEET'S ENTRIES ARE DELIVERED IN THE SECOND PASS.
      *
         01 WS-DST-COUNT         PIC 99 VALUE 0.
         01 WS-DST-TABLE.
            05 WS-DST-ENTRY OCCURS 40.
               10 WS-D-REPORT    PIC X(39).
               10 WS-D-GROUP     PIC X(12).
               10 WS-D-DROP      PIC X(39).
               10 WS-D-SPLIT     PIC X.
                  88 SPLIT-NONE        VALUE 'N'.
                  88 SPLIT-PROGRAM     VALUE 'P'.
                  88 SPLIT-DAY         VALUE 'D'.
               10 WS-D-SHEET     PIC X.
                  88 ENTRY-IS-SHEET    VALUE 'Y'.
               10 WS-D-UNDELIV   PIC X(30).
         01 WS-PARSE-REPORT      PIC X(40).
         01 WS-PARSE-GROUP       PIC X(20).
         01 WS-PARSE-DROP        PIC X(40).
         01 WS-PARSE-SPLIT       PIC X(4).
         01 WS-UPPER-REPORT      PIC X(39).

      *
      *    THE PROGRAM OR DAY NAMES A BURST REPORT CARRIES, IN THE
      *    ORDER FIRST SEEN.
      *
         01 WS-KEY-COUNT         PIC 99 VALUE 0.
         01 WS-KEY-TABLE.
            05 WS-KEY-ENTRY      PIC X(8) OCCURS 40.
         01 WS-BASE-NAME         PIC X(39).
         01 WS-BURST-KEY         PIC X(8).
         01 WS-CUR-KEY           PIC X(8).
         01 WS-LINE-KEY          PIC X(8).
         01 WS-SCAN-LINE         PIC X(200).
         01 WS-SCAN-CHAR         PIC X.
            88 SCAN-CHAR-NAME          VALUE 'A' THRU 'Z'
                                             '0' THRU '9'.
         01 WS-TOKEN-END         PIC 999.
         01 WS-COPY-LINES        PIC 9(7).
         01 WS-UNDELIV-WHY       PIC X(30).

         01 SW-KEY-FOUND         PIC 9.
            88 KEY-FOUND               VALUE 1.
            88 KEY-NOT-FOUND           VALUE 0.

         01 WS-STAMP-LINE        PIC X(200).
         01 WS-DELIVER-COUNT     PIC 9(4) VALUE 0.
         01 WS-UNDELIV-COUNT     PIC 99 VALUE 0.
         01 WS-WARN-COUNT        PIC 99 VALUE 0.

         77 DX                   PIC 99.
         77 KX                   PIC 99.
         77 CX                   PIC 999.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY00DST'==
                         ==PFX-SUB== BY =='/day00'==.

            ACCEPT WS-TODAY FROM DATE YYYYMMDD
            MOVE SPACES TO WS-RUNID-X
            ACCEPT WS-RUNID-X FROM ENVIRONMENT 'DAYRUNID'
            IF WS-RUNID-X NUMERIC
               MOVE WS-RUNID-X TO WS-RUN-ID
            END-IF
            MOVE SPACES TO WS-RUN-START
            ACCEPT WS-RUN-START FROM ENVIRONMENT 'DAYRUNSTART'
            IF WS-RUN-START NOT NUMERIC
               MOVE WS-TODAY TO WS-RUN-START(1:8)
               MOVE '000000' TO WS-RUN-START(9:6)
            END-IF

            PERFORM LOAD-DISTRIBUTION-TABLE

            OPEN EXTEND LOG-FILE
            IF WS-LOG-STATUS NOT = '00'
               OPEN OUTPUT LOG-FILE
            END-IF

            PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > WS-DST-COUNT
               IF NOT ENTRY-IS-SHEET(DX)
                  PERFORM DELIVER-ONE-REPORT
               END-IF
            END-PERFORM

            IF WS-RUN-ID > 0
               PERFORM LIST-UNDELIVERED-ON-SHEET
            END-IF

            PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > WS-DST-COUNT
               IF ENTRY-IS-SHEET(DX)
                  PERFORM DELIVER-ONE-REPORT
               END-IF
            END-PERFORM

            CLOSE LOG-FILE

            DISPLAY 'DAY00DST RUN ' WS-RUN-ID ' - ' WS-DELIVER-COUNT
                    ' COPY(IES) DELIVERED, ' WS-UNDELIV-COUNT
                    ' UNDELIVERED - SEE DSTLOG'
            IF WS-UNDELIV-COUNT > 0 OR WS-WARN-COUNT > 0
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF

            STOP RUN.

         LOAD-DISTRIBUTION-TABLE SECTION.
            OPEN INPUT TAB-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-TAB-STATUS==
                         ==FS-FILE-NAME== BY =='DSTTAB'==
                         ==FS-PGM==       BY =='DAY00DST'==.
            READ TAB-FILE
               AT END SET TAB-END TO TRUE
            END-READ
            PERFORM UNTIL TAB-END
               IF TAB-TEXT NOT = SPACES
               AND TAB-TEXT(1:1) NOT = '*'
                  IF WS-DST-COUNT >= 40
                     DISPLAY 'DAY00DST WARNING - DISTRIBUTION TABLE '
                             'FULL AT 40 ENTRIES; ENTRY DROPPED'
                     ADD 1 TO WS-WARN-COUNT
                  ELSE
                     PERFORM LOAD-ONE-DESTINATION
                  END-IF
               END-IF
               READ TAB-FILE
                  AT END SET TAB-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE TAB-FILE
            .

         LOAD-ONE-DESTINATION SECTION.
            MOVE SPACES TO WS-PARSE-REPORT WS-PARSE-GROUP
                           WS-PARSE-DROP WS-PARSE-SPLIT
            UNSTRING TAB-TEXT DELIMITED BY ALL SPACE
               INTO WS-PARSE-REPORT, WS-PARSE-GROUP, WS-PARSE-DROP,
                    WS-PARSE-SPLIT
            END-UNSTRING
            INSPECT WS-PARSE-SPLIT CONVERTING 'npd' TO 'NPD'
            IF WS-PARSE-DROP = SPACES
            OR (WS-PARSE-SPLIT NOT = 'N' AND WS-PARSE-SPLIT NOT = 'P'
                AND WS-PARSE-SPLIT NOT = 'D')
               DISPLAY 'DAY00DST WARNING - BAD DISTRIBUTION LINE '
                       'IGNORED: ' TAB-TEXT(1:60)
               ADD 1 TO WS-WARN-COUNT
            ELSE
               ADD 1 TO WS-DST-COUNT
               MOVE WS-PARSE-REPORT TO WS-D-REPORT(WS-DST-COUNT)
               MOVE WS-PARSE-GROUP  TO WS-D-GROUP(WS-DST-COUNT)
               MOVE WS-PARSE-DROP   TO WS-D-DROP(WS-DST-COUNT)
               MOVE WS-PARSE-SPLIT  TO WS-D-SPLIT(WS-DST-COUNT)
               MOVE SPACES TO WS-D-UNDELIV(WS-DST-COUNT)
               MOVE WS-PARSE-REPORT TO WS-UPPER-REPORT
               INSPECT WS-UPPER-REPORT CONVERTING
                  'abcdefghijklmnopqrstuvwxyz' TO
                  'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF WS-UPPER-REPORT = 'RUNSHEET'
                  MOVE 'Y' TO WS-D-SHEET(WS-DST-COUNT)
               ELSE
                  MOVE 'N' TO WS-D-SHEET(WS-DST-COUNT)
               END-IF
            END-IF
            .

      *
      *    ONE REPORT TO ONE GROUP - CHECK THE RUN WROTE IT, THEN
      *    COPY IT WHOLE OR ONE BURST AT A TIME.
      *
         DELIVER-ONE-REPORT SECTION.
            MOVE WS-D-REPORT(DX) TO WS-SRC-NAME
            PERFORM STAMP-REPORT
            IF WS-FILE-STAMP = SPACES
               MOVE 'NOT PRODUCED - NO REPORT FILE' TO WS-UNDELIV-WHY
               PERFORM NOTE-UNDELIVERED
            ELSE
               IF WS-FILE-STAMP < WS-RUN-START
                  MOVE 'NOT PRODUCED - NOT WRITTEN' TO WS-UNDELIV-WHY
                  PERFORM NOTE-UNDELIVERED
               ELSE
                  PERFORM MAKE-DROP-BOX
                  PERFORM TAKE-BASE-NAME
                  MOVE 0 TO WS-KEY-COUNT
                  IF NOT SPLIT-NONE(DX)
                     PERFORM COLLECT-BURST-KEYS
                  END-IF
                  IF WS-KEY-COUNT = 0
                     MOVE SPACES TO WS-BURST-KEY
                     PERFORM WRITE-ONE-COPY
                  ELSE
                     PERFORM VARYING KX FROM 1 BY 1
                             UNTIL KX > WS-KEY-COUNT
                        MOVE WS-KEY-ENTRY(KX) TO WS-BURST-KEY
                        PERFORM WRITE-ONE-COPY
                     END-PERFORM
                  END-IF
               END-IF
            END-IF
            .

      *
      *    DATE AND TIME THE REPORT WAS LAST WRITTEN,
      *    YYYYMMDDHHMMSS. BLANK IF THE FILE IS NOT THERE.
      *
         STAMP-REPORT SECTION.
            MOVE SPACES TO WS-FILE-STAMP
            MOVE SPACES TO WS-COMMAND
            MOVE 1 TO WS-CMD-PTR
            STRING 'date -r ' DELIMITED BY SIZE
                   WS-SRC-NAME DELIMITED BY SPACE
                   ' +%Y%m%d%H%M%S > DST.tmp 2>/dev/null'
                                 DELIMITED BY SIZE
               INTO WS-COMMAND
               WITH POINTER WS-CMD-PTR
            END-STRING
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL

            OPEN INPUT STAMP-FILE
            IF WS-STAMP-STATUS = '00'
               READ STAMP-FILE
                  AT END SET STAMP-END TO TRUE
               END-READ
               IF NOT STAMP-END
               AND STAMP-TEXT(1:14) NUMERIC
                  MOVE STAMP-TEXT(1:14) TO WS-FILE-STAMP
               END-IF
               CLOSE STAMP-FILE
            END-IF
            MOVE 'rm -f DST.tmp' TO WS-COMMAND
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL
            MOVE 0 TO RETURN-CODE
            .

         MAKE-DROP-BOX SECTION.
            MOVE SPACES TO WS-COMMAND
            MOVE 1 TO WS-CMD-PTR
            STRING 'mkdir -p ' DELIMITED BY SIZE
                   WS-D-DROP(DX) DELIMITED BY SPACE
                   ' 2>/dev/null' DELIMITED BY SIZE
               INTO WS-COMMAND
               WITH POINTER WS-CMD-PTR
            END-STRING
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL
            MOVE 0 TO RETURN-CODE
            .

      *
      *    THE REPORT'S FILE NAME WITHOUT ITS DIRECTORY - THE NAME
      *    ITS COPIES GO UNDER IN THE DROP BOX.
      *
         TAKE-BASE-NAME SECTION.
            PERFORM VARYING CX FROM 39 BY -1
                    UNTIL CX < 1 OR WS-D-REPORT(DX)(CX:1) = '/'
               CONTINUE
            END-PERFORM
            MOVE SPACES TO WS-BASE-NAME
            IF CX < 39
               MOVE WS-D-REPORT(DX)(CX + 1:) TO WS-BASE-NAME
            END-IF
            .

      *
      *    ONE PASS OVER THE REPORT FOR THE PROGRAM OR DAY NAMES IT
      *    CARRIES - EACH ONE IS A BURST.
      *
         COLLECT-BURST-KEYS SECTION.
            OPEN INPUT SRC-FILE
            IF WS-SRC-STATUS = '00'
               READ SRC-FILE
                  AT END SET SRC-END TO TRUE
               END-READ
               PERFORM UNTIL SRC-END
                  PERFORM FIND-LINE-KEY
                  IF WS-LINE-KEY NOT = SPACES
                     SET KEY-NOT-FOUND TO TRUE
                     PERFORM VARYING KX FROM 1 BY 1
                             UNTIL KX > WS-KEY-COUNT OR KEY-FOUND
                        IF WS-KEY-ENTRY(KX) = WS-LINE-KEY
                           SET KEY-FOUND TO TRUE
                        END-IF
                     END-PERFORM
                     IF KEY-NOT-FOUND
                        IF WS-KEY-COUNT < 40
                           ADD 1 TO WS-KEY-COUNT
                           MOVE WS-LINE-KEY
                              TO WS-KEY-ENTRY(WS-KEY-COUNT)
                        ELSE
                           DISPLAY 'DAY00DST WARNING - ' WS-LINE-KEY
                                   ' OVER 40 BURSTS IN '
                                   WS-D-REPORT(DX) ' - NOT DELIVERED'
                           ADD 1 TO WS-WARN-COUNT
                        END-IF
                     END-IF
                  END-IF
                  READ SRC-FILE
                     AT END SET SRC-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE SRC-FILE
            END-IF
            .

      *
      *    THE PROGRAM (DAYNN FOLLOWED BY UP TO THREE MORE LETTERS
      *    OR DIGITS) OR DAY (DAYNN) A REPORT LINE NAMES, IN EITHER
      *    CASE - THE FIRST ONE ON THE LINE. FOR A PROGRAM SPLIT A
      *    DAY DIRECTORY (DAYNN/) IS PASSED OVER FOR THE PROGRAM
      *    AFTER IT. BLANK WHEN THE LINE NAMES NONE.
      *
         FIND-LINE-KEY SECTION.
            MOVE SPACES TO WS-LINE-KEY
            MOVE SRC-TEXT TO WS-SCAN-LINE
            INSPECT WS-SCAN-LINE CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            PERFORM VARYING CX FROM 1 BY 1
                    UNTIL CX > 196 OR WS-LINE-KEY NOT = SPACES
               IF WS-SCAN-LINE(CX:3) = 'DAY'
               AND WS-SCAN-LINE(CX + 3:2) NUMERIC
                  IF CX = 1
                     MOVE SPACE TO WS-SCAN-CHAR
                  ELSE
                     MOVE WS-SCAN-LINE(CX - 1:1) TO WS-SCAN-CHAR
                  END-IF
                  IF NOT SCAN-CHAR-NAME
                     PERFORM TAKE-LINE-KEY
                  END-IF
               END-IF
            END-PERFORM
            .

         TAKE-LINE-KEY SECTION.
            IF SPLIT-DAY(DX)
               MOVE WS-SCAN-LINE(CX:5) TO WS-LINE-KEY
            ELSE
               COMPUTE WS-TOKEN-END = CX + 5
               MOVE WS-SCAN-LINE(WS-TOKEN-END:1) TO WS-SCAN-CHAR
               PERFORM UNTIL WS-TOKEN-END > CX + 7
                       OR WS-TOKEN-END > 200
                       OR NOT SCAN-CHAR-NAME
                  ADD 1 TO WS-TOKEN-END
                  IF WS-TOKEN-END <= 200
                     MOVE WS-SCAN-LINE(WS-TOKEN-END:1) TO WS-SCAN-CHAR
                  END-IF
               END-PERFORM
               IF WS-TOKEN-END > 200
               OR WS-SCAN-LINE(WS-TOKEN-END:1) NOT = '/'
                  MOVE WS-SCAN-LINE(CX:WS-TOKEN-END - CX)
                     TO WS-LINE-KEY
               END-IF
            END-IF
            .

      *
      *    ONE COPY TO THE DROP BOX - THE WHOLE REPORT, OR THE
      *    HEADINGS AND THE LINES OF ONE BURST.
      *
         WRITE-ONE-COPY SECTION.
            MOVE SPACES TO WS-COPY-NAME
            MOVE 1 TO WS-CMD-PTR
            IF WS-BURST-KEY = SPACES
               STRING WS-D-DROP(DX) DELIMITED BY SPACE
                      '/'           DELIMITED BY SIZE
                      WS-BASE-NAME  DELIMITED BY SPACE
                      '.'           DELIMITED BY SIZE
                      WS-RUN-ID     DELIMITED BY SIZE
                  INTO WS-COPY-NAME
                  WITH POINTER WS-CMD-PTR
               END-STRING
            ELSE
               STRING WS-D-DROP(DX) DELIMITED BY SPACE
                      '/'           DELIMITED BY SIZE
                      WS-BASE-NAME  DELIMITED BY SPACE
                      '.'           DELIMITED BY SIZE
                      WS-BURST-KEY  DELIMITED BY SPACE
                      '.'           DELIMITED BY SIZE
                      WS-RUN-ID     DELIMITED BY SIZE
                  INTO WS-COPY-NAME
                  WITH POINTER WS-CMD-PTR
               END-STRING
            END-IF

            OPEN OUTPUT COPY-FILE
            IF WS-COPY-STATUS NOT = '00'
               DISPLAY 'DAY00DST CANNOT WRITE ' WS-COPY-NAME(1:60)
                       ' - STATUS ' WS-COPY-STATUS
               MOVE 'DROP BOX WOULD NOT TAKE COPY' TO WS-UNDELIV-WHY
               PERFORM NOTE-UNDELIVERED
            ELSE
               ACCEPT WS-NOW FROM TIME
               MOVE SPACES TO WS-STAMP-LINE
               MOVE 1 TO WS-CMD-PTR
               STRING '*DST RUN '     DELIMITED BY SIZE
                      WS-RUN-ID       DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      WS-D-REPORT(DX) DELIMITED BY SPACE
                      ' TO '          DELIMITED BY SIZE
                      WS-D-GROUP(DX)  DELIMITED BY SPACE
                  INTO WS-STAMP-LINE
                  WITH POINTER WS-CMD-PTR
               END-STRING
               IF WS-BURST-KEY NOT = SPACES
                  STRING ' '          DELIMITED BY SIZE
                         WS-BURST-KEY DELIMITED BY SPACE
                     INTO WS-STAMP-LINE
                     WITH POINTER WS-CMD-PTR
                  END-STRING
               END-IF
               STRING ' DELIVERED '   DELIMITED BY SIZE
                      WS-TODAY        DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      WS-NOW(1:6)     DELIMITED BY SIZE
                  INTO WS-STAMP-LINE
                  WITH POINTER WS-CMD-PTR
               END-STRING
               MOVE WS-STAMP-LINE TO COPY-RECORD
               WRITE COPY-RECORD
               MOVE 0 TO WS-COPY-LINES
               MOVE SPACES TO WS-CUR-KEY

               OPEN INPUT SRC-FILE
               IF WS-SRC-STATUS = '00'
                  READ SRC-FILE
                     AT END SET SRC-END TO TRUE
                  END-READ
                  PERFORM UNTIL SRC-END
                     IF WS-BURST-KEY NOT = SPACES
                        PERFORM FIND-LINE-KEY
                        IF WS-LINE-KEY NOT = SPACES
                           MOVE WS-LINE-KEY TO WS-CUR-KEY
                        END-IF
                     END-IF
                     IF WS-CUR-KEY = SPACES
                     OR WS-CUR-KEY = WS-BURST-KEY
                        MOVE SRC-TEXT TO COPY-RECORD
                        WRITE COPY-RECORD
                        ADD 1 TO WS-COPY-LINES
                     END-IF
                     READ SRC-FILE
                        AT END SET SRC-END TO TRUE
                     END-READ
                  END-PERFORM
                  CLOSE SRC-FILE
               END-IF
               CLOSE COPY-FILE

               ADD 1 TO WS-DELIVER-COUNT
               MOVE 'DELIVERED' TO DSL-STATUS
               MOVE WS-COPY-NAME TO DSL-TARGET
               PERFORM WRITE-LOG-RECORD
            END-IF
            .

      *
      *    A REPORT AND GROUP NOT DELIVERED - LOGGED, AND KEPT FOR
      *    THE RUN SHEET. THE SHEET'S OWN ENTRIES ARE DELIVERED
      *    AFTER IT IS WRITTEN, SO ONLY THE LOG AND THE CONSOLE
      *    CAN CARRY THEIRS.
      *
         NOTE-UNDELIVERED SECTION.
            ADD 1 TO WS-UNDELIV-COUNT
            MOVE WS-UNDELIV-WHY TO WS-D-UNDELIV(DX)
            DISPLAY 'DAY00DST UNDELIVERED ' WS-D-REPORT(DX) ' TO '
                    WS-D-GROUP(DX) ' - ' WS-UNDELIV-WHY
            MOVE 0 TO WS-COPY-LINES
            MOVE 'UNDELIVERED' TO DSL-STATUS
            MOVE WS-UNDELIV-WHY TO DSL-TARGET
            PERFORM WRITE-LOG-RECORD
            .

         WRITE-LOG-RECORD SECTION.
            ACCEPT WS-NOW FROM TIME
            MOVE WS-RUN-ID       TO DSL-RUN-ID
            MOVE WS-TODAY        TO DSL-DATE
            MOVE WS-NOW(1:6)     TO DSL-TIME
            MOVE WS-D-REPORT(DX) TO DSL-REPORT
            MOVE WS-D-GROUP(DX)  TO DSL-GROUP
            MOVE WS-COPY-LINES   TO DSL-LINES
            WRITE LOG-RECORD
            MOVE SPACES TO LOG-RECORD
            .

      *
      *    EVERY REPORT THE RUN OWED BUT DID NOT DELIVER, ADDED TO
      *    THE FOOT OF THE RUN SHEET THE DRIVER HAS JUST WRITTEN.
      *
         LIST-UNDELIVERED-ON-SHEET SECTION.
            IF WS-UNDELIV-COUNT > 0
               OPEN EXTEND SHEET-FILE
               IF WS-SHEET-STATUS NOT = '00'
                  DISPLAY 'DAY00DST NO RUN SHEET TO LIST THE '
                          'UNDELIVERED REPORTS ON'
                  ADD 1 TO WS-WARN-COUNT
               ELSE
                  PERFORM VARYING DX FROM 1 BY 1
                          UNTIL DX > WS-DST-COUNT
                     IF WS-D-UNDELIV(DX) NOT = SPACES
                        MOVE SPACES TO SHEET-RECORD
                        STRING 'UNDELIVERED '  DELIMITED BY SIZE
                               WS-D-REPORT(DX) DELIMITED BY SPACE
                               ' TO '          DELIMITED BY SIZE
                               WS-D-GROUP(DX)  DELIMITED BY SPACE
                               ' - '           DELIMITED BY SIZE
                               WS-D-UNDELIV(DX) DELIMITED BY SIZE
                           INTO SHEET-RECORD
                        END-STRING
                        WRITE SHEET-RECORD
                     END-IF
                  END-PERFORM
                  CLOSE SHEET-FILE
               END-IF
            END-IF
            .
