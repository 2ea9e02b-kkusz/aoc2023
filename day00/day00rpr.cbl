         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY00RPR.

      *
      *    REPORT RETRIEVAL AND REPRINT BY RUN-ID. THE TRACE, PART,
      *    RANK AND REPORT OUTPUTS ARE KEPT AS DATED GENERATIONS, BUT
      *    FINDING THE RANKFILE THAT WENT WITH RUN 000412 STILL MEANT
      *    WORKING OUT WHICH GENERATION SUFFIX MATCHED WHICH RUN.
      *    GIVEN A RUN-ID - OR A PROGRAM AND A RUN DATE, WHICH
      *    CTLMAST TURNS INTO THE PROGRAM'S RUN-ID FOR THAT DATE -
      *    THIS UTILITY READS THE *RUN STAMP AT THE TOP OF EVERY
      *    GENERATION KEPT UNDER THE GENPARMS DIRECTORIES AND LISTS
      *    EVERY REPORT THE RUN PRODUCED. A PROGRAM NARROWS THE
      *    SEARCH TO ITS OWN DAY'S DIRECTORY; A PROGRAM AND DATE THAT
      *    CTLMAST DOES NOT KNOW (A MANUAL RUN) ARE MATCHED ON THE
      *    STAMP DATE INSTEAD. GENERATIONS OF THE RUN THAT DAY00GEN
      *    HAS ALREADY PRUNED ARE LISTED FROM GENPRUNE AS PRUNED,
      *    WITH THE DATE, RATHER THAN SILENTLY MISSING.
      *
      *    ANY LISTED REPORT STILL KEPT CAN BE REPRINTED TO RPRPRINT
      *    BEHIND A REPRINT BANNER CARRYING THE ORIGINAL RUN-ID AND
      *    STAMP AND THE REPRINTING OPERATOR AND DATE. RPRPRINT IS
      *    STARTED AFRESH BY THE FIRST REPRINT OF A SESSION. EVERY
      *    RETRIEVAL IS RECORDED ON THE SHARED ACCESS LOG THROUGH
      *    DAY00ACL.
      *
      *    THE ../day07 GENERATIONS ARE THE CARD DESK'S WINNINGS,
      *    DERIVED FROM HANDMST. BEFORE ONE IS LISTED THE OPERATOR'S
      *    HANDMST READ GRANT IS CHECKED THROUGH DAY00AUT; WITHOUT IT
      *    THEY ARE LISTED AS WITHHELD, CANNOT BE REPRINTED, AND A
      *    SEPARATE REFUSAL RECORD GOES ON THE ACCESS LOG, AS DAY00GET
      *    DOES FOR THE DAY07 ANSWERS.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT PARM-FILE ASSIGN TO GENPARMS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.

            SELECT LIST-FILE ASSIGN TO RPRLIST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LIST-STATUS.

            SELECT GEN-FILE ASSIGN TO DYNAMIC WS-GEN-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GEN-STATUS.

            SELECT GPR-FILE ASSIGN TO GENPRUNE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GPR-STATUS.

            SELECT MAST-FILE ASSIGN TO CTLMAST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MAST-STATUS.

            SELECT PRINT-FILE ASSIGN TO RPRPRINT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PRINT-STATUS.

         DATA DIVISION.

         FILE SECTION.
         FD PARM-FILE.
         01 PARM-RECORD.
            88 PARM-END          VALUE LOW-VALUE.
            05 PARM-TEXT         PIC X(80).

         FD LIST-FILE.
         01 LIST-RECORD.
            88 LIST-END          VALUE LOW-VALUE.
            05 LIST-TEXT         PIC X(100).

      *
      *    A KEPT GENERATION - ITS FIRST RECORD IS THE *RUN STAMP.
      *    THE RECORD IS WIDE SO A REPRINTED REPORT LINE IS COPIED
      *    WHOLE.
      *
         FD GEN-FILE.
         01 GEN-RECORD.
            88 GEN-END           VALUE LOW-VALUE.
            05 GEN-STAMP-TAG     PIC X(5).
            05 GEN-STAMP-DATE    PIC 9(8).
            05 FILLER            PIC X.
            05 GEN-STAMP-TIME    PIC 9(6).
            05 FILLER            PIC X.
            05 GEN-STAMP-RUNID   PIC 9(6).
            05 FILLER            PIC X(273).

         FD GPR-FILE.
         COPY "GENPRN.CPY".

         FD MAST-FILE.
         01 MAST-RECORD.
            88 MAST-END          VALUE LOW-VALUE.
            05 MST-PROGRAM       PIC X(8).
            05 MST-LABEL         PIC X(10).
            05 MST-RUN-DATE      PIC 9(8).
            05 MST-RUN-ID        PIC 9(6).
            05 FILLER            PIC X(81).

         FD PRINT-FILE.
         01 PRINT-RECORD         PIC X(300).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".
         COPY "ACCDAT.CPY".

         01 WS-PARM-STATUS       PIC XX.
         01 WS-LIST-STATUS       PIC XX.
         01 WS-GEN-STATUS        PIC XX.
         01 WS-GPR-STATUS        PIC XX.
         01 WS-MAST-STATUS       PIC XX.
         01 WS-PRINT-STATUS      PIC XX.

         01 WS-RUN-DATE          PIC 9(8).
         01 WS-RUN-TIME          PIC 9(8).
         01 WS-RUN-TIME-X REDEFINES WS-RUN-TIME PIC X(8).
         01 WS-OPERATOR          PIC X(8) VALUE SPACES.

      *
      *    WHAT IS ASKED FOR - A RUN-ID, OR A RUN DATE WHEN CTLMAST
      *    HAS NO RUN-ID FOR THE PROGRAM AND DATE GIVEN, AND THE
      *    PROGRAM'S DAY DIRECTORY WHEN A PROGRAM WAS GIVEN.
      *
         01 WS-SEL-RUN-ID        PIC 9(6) VALUE 0.
         01 WS-SEL-DATE          PIC 9(8) VALUE 0.
         01 WS-SEL-PROGRAM       PIC X(10) VALUE SPACES.
         01 WS-SEL-DIR           PIC X(20) VALUE SPACES.
         01 WS-SEL-KEY           PIC X(40).

         01 WS-PARSE-DIR         PIC X(20).
         01 WS-PARSE-PREFIX      PIC X(20).
         01 WS-GEN-FILENAME      PIC X(100).
         01 WS-COMMAND           PIC X(300).
         01 WS-CMD-PTR           PIC 9(4).

      *
      *    THE RUN'S REPORTS - KEPT ONES CAN BE REPRINTED, PRUNED
      *    ONES ARE LISTED WITH THE DATE DAY00GEN PRUNED THEM.
      *
         01 WS-FOUND-COUNT       PIC 999 VALUE 0.
         01 WS-FOUND-TABLE.
            05 WS-FOUND-ENTRY OCCURS 200.
               10 WS-F-NAME      PIC X(100).
               10 WS-F-STATE     PIC X.
                  88 REPORT-KEPT       VALUE 'K'.
                  88 REPORT-PRUNED     VALUE 'P'.
               10 WS-F-RUN-DATE  PIC 9(8).
               10 WS-F-RUN-TIME  PIC 9(6).
               10 WS-F-RUN-ID    PIC 9(6).
               10 WS-F-PRUNED    PIC 9(8).
               10 WS-F-ACCESS    PIC X.
                  88 REPORT-WITHHELD   VALUE 'W'.
                  88 REPORT-OPEN       VALUE SPACE.
         01 WS-KEPT-COUNT        PIC 999 VALUE 0.
         01 WS-PRUNED-COUNT      PIC 999 VALUE 0.
         01 WS-WITHHELD-COUNT    PIC 999 VALUE 0.
         01 WS-REPRINT-COUNT     PIC 999 VALUE 0.
         01 WS-LINE-COUNT        PIC 9(7).

         01 WS-CAND-NAME         PIC X(100).
         01 WS-CAND-DIR          PIC X(20).
         01 WS-CAND-RUN-DATE     PIC 9(8).
         01 WS-CAND-RUN-ID       PIC 9(6).

      *
      *    READ CONTROL OVER THE HANDMST-DERIVED ../day07 REPORTS -
      *    DAY00AUT IS ASKED ONCE, WHEN THE FIRST ONE IS FOUND.
      *
         01 WS-AUTH-PGM          PIC X(8) VALUE 'HANDMST'.
         01 WS-AUTH-FLAG         PIC 9 VALUE 1.
            88 OPERATOR-AUTHORIZED     VALUE 1.
         01 SW-AUTH              PIC 9 VALUE 0.
            88 AUTH-ASKED              VALUE 1.

         01 WS-ASK               PIC X(8).
         01 WS-ASK-PROGRAM       PIC X(10).
         01 WS-PICK-NUM          PIC 9(8).
         01 WS-PICK-DIGIT        PIC 9.
         01 WS-PICK-CHAR REDEFINES WS-PICK-DIGIT PIC X.

         01 SW-SESSION           PIC 9 VALUE 0.
            88 SESSION-DONE            VALUE 1.
         01 SW-MATCH             PIC 9.
            88 CANDIDATE-MATCHES       VALUE 1.
            88 CANDIDATE-NO-MATCH      VALUE 0.
         01 SW-SEEN              PIC 9.
            88 ALREADY-LISTED          VALUE 1.
            88 NOT-YET-LISTED          VALUE 0.

         01 WS-REPORT-LINE.
            05 WS-RL-ITEM        PIC ZZ9.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-RL-STATE       PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-RL-RUN-ID      PIC 9(6).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-RL-RUN-DATE    PIC 9(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-RL-RUN-TIME    PIC 9(6).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-RL-NAME        PIC X(60).
         01 WS-BANNER-LINE       PIC X(72) VALUE ALL '*'.

         77 FX                   PIC 999.
         77 CX                   PIC 9.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY00RPR'==
                         ==PFX-SUB== BY =='/day00'==.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-OPERATOR FROM ENVIRONMENT 'DAYOPID'
            IF WS-OPERATOR = SPACES
               DISPLAY 'DAY00RPR - OPERATOR ID: '
               ACCEPT WS-OPERATOR
               IF WS-OPERATOR = SPACES
                  DISPLAY 'DAY00RPR NO OPERATOR ID - NOTHING '
                          'RETRIEVED'
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF

            PERFORM ASK-SELECTION
            IF WS-SEL-RUN-ID = 0 AND WS-SEL-DATE = 0
               DISPLAY 'DAY00RPR NOTHING ASKED FOR'
               STOP RUN
            END-IF

            PERFORM SCAN-KEPT-GENERATIONS
            PERFORM SCAN-PRUNED-GENERATIONS
            PERFORM LIST-RUN-REPORTS

            MOVE 'DAY00RPR'     TO WS-ACC-PROGRAM
            MOVE WS-SEL-KEY     TO WS-ACC-KEY
            COMPUTE WS-ACC-RETURNED = WS-KEPT-COUNT + WS-PRUNED-COUNT
            CALL 'DAY00ACL' USING WS-ACCESS-ENTRY
            END-CALL
            IF WS-WITHHELD-COUNT > 0
               MOVE 'REFUSED - DAY07 REPORTS WITHHELD' TO WS-ACC-KEY
               MOVE 0 TO WS-ACC-RETURNED
               CALL 'DAY00ACL' USING WS-ACCESS-ENTRY
               END-CALL
            END-IF

            IF WS-KEPT-COUNT = 0
               STOP RUN
            END-IF

            PERFORM UNTIL SESSION-DONE
               DISPLAY 'DAY00RPR - ITEM TO REPRINT, L TO LIST AGAIN '
                       '(BLANK ENDS): '
               MOVE SPACES TO WS-ASK
               ACCEPT WS-ASK
               EVALUATE TRUE
                  WHEN WS-ASK = SPACES
                     SET SESSION-DONE TO TRUE
                  WHEN WS-ASK(1:1) = 'L' OR WS-ASK(1:1) = 'l'
                     PERFORM LIST-RUN-REPORTS
                  WHEN OTHER
                     PERFORM PARSE-PICK-NUMBER
                     IF WS-PICK-NUM = 0
                     OR WS-PICK-NUM > WS-FOUND-COUNT
                        DISPLAY 'DAY00RPR NO SUCH ITEM'
                     ELSE
                        MOVE WS-PICK-NUM TO FX
                        EVALUATE TRUE
                           WHEN REPORT-WITHHELD(FX)
                              DISPLAY 'DAY00RPR ' WS-F-NAME(FX)(1:50)
                                      ' IS WITHHELD - NO HANDMST '
                                      'READ GRANT'
                           WHEN REPORT-PRUNED(FX)
                              DISPLAY 'DAY00RPR ' WS-F-NAME(FX)(1:50)
                                      ' WAS PRUNED ON '
                                      WS-F-PRUNED(FX)
                                      ' - IT CANNOT BE REPRINTED'
                           WHEN OTHER
                              PERFORM REPRINT-REPORT
                        END-EVALUATE
                     END-IF
               END-EVALUATE
            END-PERFORM

            IF WS-REPRINT-COUNT > 0
               DISPLAY 'DAY00RPR ' WS-REPRINT-COUNT ' REPORT(S) '
                       'REPRINTED TO RPRPRINT'
            END-IF

            STOP RUN.

      *
      *    A RUN-ID, OR A PROGRAM AND RUN DATE. A PROGRAM AND DATE
      *    ARE TURNED INTO THE PROGRAM'S RUN-ID FROM CTLMAST WHEN IT
      *    HAS ONE; OTHERWISE THE DATE ITSELF IS MATCHED.
      *
         ASK-SELECTION SECTION.
            DISPLAY 'DAY00RPR - RUN-ID (BLANK TO GIVE A PROGRAM AND '
                    'RUN DATE): '
            MOVE SPACES TO WS-ASK
            ACCEPT WS-ASK
            IF WS-ASK NOT = SPACES
               PERFORM PARSE-PICK-NUMBER
               MOVE WS-PICK-NUM TO WS-SEL-RUN-ID
               MOVE SPACES TO WS-SEL-KEY
               STRING 'RUN ' WS-SEL-RUN-ID DELIMITED BY SIZE
                  INTO WS-SEL-KEY
               END-STRING
            ELSE
               DISPLAY 'DAY00RPR - PROGRAM: '
               MOVE SPACES TO WS-ASK-PROGRAM
               ACCEPT WS-ASK-PROGRAM
               INSPECT WS-ASK-PROGRAM CONVERTING
                  'abcdefghijklmnopqrstuvwxyz' TO
                  'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               DISPLAY 'DAY00RPR - RUN DATE YYYYMMDD: '
               MOVE SPACES TO WS-ASK
               ACCEPT WS-ASK
               IF WS-ASK-PROGRAM NOT = SPACES
               AND WS-ASK NUMERIC
                  MOVE WS-ASK-PROGRAM TO WS-SEL-PROGRAM
                  MOVE WS-ASK TO WS-SEL-DATE
                  PERFORM FIND-PROGRAM-RUN
                  MOVE SPACES TO WS-SEL-KEY
                  IF WS-SEL-RUN-ID > 0
                     STRING WS-SEL-PROGRAM DELIMITED BY SPACE
                            ' ' WS-SEL-DATE ' RUN ' WS-SEL-RUN-ID
                        DELIMITED BY SIZE INTO WS-SEL-KEY
                     END-STRING
                  ELSE
                     STRING WS-SEL-PROGRAM DELIMITED BY SPACE
                            ' RUN DATE ' WS-SEL-DATE
                        DELIMITED BY SIZE INTO WS-SEL-KEY
                     END-STRING
                  END-IF
               END-IF
            END-IF
            .

      *
      *    THE PROGRAM'S DAY DIRECTORY (DAY07P1 - ../day07) AND, FROM
      *    CTLMAST, ITS LATEST RUN-ID ON THE DATE.
      *
         FIND-PROGRAM-RUN SECTION.
            MOVE SPACES TO WS-SEL-DIR
            STRING '../' WS-SEL-PROGRAM(1:5) DELIMITED BY SIZE
               INTO WS-SEL-DIR
            END-STRING
            INSPECT WS-SEL-DIR CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'

            OPEN INPUT MAST-FILE
            IF WS-MAST-STATUS = '00'
               READ MAST-FILE
                  AT END SET MAST-END TO TRUE
               END-READ
               PERFORM UNTIL MAST-END
                  IF MST-PROGRAM = WS-SEL-PROGRAM
                  AND MST-RUN-DATE = WS-SEL-DATE
                  AND MST-RUN-ID NUMERIC
                  AND MST-RUN-ID > WS-SEL-RUN-ID
                     MOVE MST-RUN-ID TO WS-SEL-RUN-ID
                  END-IF
                  READ MAST-FILE
                     AT END SET MAST-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE MAST-FILE
            END-IF
            IF WS-SEL-RUN-ID = 0
               DISPLAY 'DAY00RPR NO RUN-ID ON CTLMAST FOR '
                       WS-SEL-PROGRAM ' ON ' WS-SEL-DATE
                       ' - MATCHING ON THE RUN DATE'
            ELSE
               DISPLAY 'DAY00RPR ' WS-SEL-PROGRAM ' RAN ON '
                       WS-SEL-DATE ' AS RUN ' WS-SEL-RUN-ID
            END-IF
            .

      *
      *    EVERY GENERATION KEPT UNDER EVERY GENPARMS PREFIX, BY ITS
      *    *RUN STAMP.
      *
         SCAN-KEPT-GENERATIONS SECTION.
            OPEN INPUT PARM-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-PARM-STATUS==
                         ==FS-FILE-NAME== BY =='GENPARMS'==
                         ==FS-PGM==       BY =='DAY00RPR'==.
            READ PARM-FILE
               AT END SET PARM-END TO TRUE
            END-READ
            PERFORM UNTIL PARM-END
               IF PARM-TEXT NOT = SPACES
               AND PARM-TEXT(1:1) NOT = '*'
                  PERFORM SCAN-ONE-PREFIX
               END-IF
               READ PARM-FILE
                  AT END SET PARM-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE PARM-FILE
            .

         SCAN-ONE-PREFIX SECTION.
            MOVE SPACES TO WS-PARSE-DIR WS-PARSE-PREFIX
            UNSTRING PARM-TEXT
               DELIMITED BY ALL SPACE
               INTO WS-PARSE-DIR, WS-PARSE-PREFIX
            END-UNSTRING
            IF WS-SEL-DIR = SPACES
            OR WS-SEL-DIR = WS-PARSE-DIR
               MOVE SPACES TO WS-COMMAND
               MOVE 1 TO WS-CMD-PTR
               STRING 'ls '            DELIMITED BY SIZE
                      WS-PARSE-DIR     DELIMITED BY SPACE
                      '/'              DELIMITED BY SIZE
                      WS-PARSE-PREFIX  DELIMITED BY SPACE
                      '* 2>/dev/null | sort > RPRLIST'
                                       DELIMITED BY SIZE
                  INTO WS-COMMAND
                  WITH POINTER WS-CMD-PTR
               END-STRING
               CALL 'SYSTEM' USING WS-COMMAND
               END-CALL

               OPEN INPUT LIST-FILE
               IF WS-LIST-STATUS = '00'
                  READ LIST-FILE
                     AT END SET LIST-END TO TRUE
                  END-READ
                  PERFORM UNTIL LIST-END
                     IF LIST-TEXT NOT = SPACES
                        PERFORM CHECK-ONE-GENERATION
                     END-IF
                     READ LIST-FILE
                        AT END SET LIST-END TO TRUE
                     END-READ
                  END-PERFORM
                  CLOSE LIST-FILE
               END-IF
               MOVE 'rm -f RPRLIST' TO WS-COMMAND
               CALL 'SYSTEM' USING WS-COMMAND
               END-CALL
            END-IF
            .

      *
      *    TWO PREFIXES CAN SHARE A STEM (TRCFILE. AND TRCFILE1.),
      *    SO A GENERATION ALREADY LISTED IS NOT TAKEN TWICE.
      *
         CHECK-ONE-GENERATION SECTION.
            MOVE LIST-TEXT TO WS-GEN-FILENAME
            OPEN INPUT GEN-FILE
            IF WS-GEN-STATUS = '00'
               MOVE SPACES TO GEN-RECORD
               READ GEN-FILE
                  AT END MOVE SPACES TO GEN-RECORD
               END-READ
               IF GEN-STAMP-TAG = '*RUN '
               AND GEN-STAMP-DATE NUMERIC
               AND GEN-STAMP-TIME NUMERIC
               AND GEN-STAMP-RUNID NUMERIC
                  MOVE LIST-TEXT       TO WS-CAND-NAME
                  MOVE WS-PARSE-DIR    TO WS-CAND-DIR
                  MOVE GEN-STAMP-DATE  TO WS-CAND-RUN-DATE
                  MOVE GEN-STAMP-RUNID TO WS-CAND-RUN-ID
                  PERFORM MATCH-CANDIDATE
                  IF CANDIDATE-MATCHES
                     PERFORM CHECK-ALREADY-LISTED
                  END-IF
                  IF CANDIDATE-MATCHES AND NOT-YET-LISTED
                  AND WS-FOUND-COUNT < 200
                     ADD 1 TO WS-FOUND-COUNT
                     MOVE WS-FOUND-COUNT  TO FX
                     MOVE LIST-TEXT       TO WS-F-NAME(FX)
                     SET REPORT-KEPT(FX)  TO TRUE
                     MOVE GEN-STAMP-DATE  TO WS-F-RUN-DATE(FX)
                     MOVE GEN-STAMP-TIME  TO WS-F-RUN-TIME(FX)
                     MOVE GEN-STAMP-RUNID TO WS-F-RUN-ID(FX)
                     MOVE 0               TO WS-F-PRUNED(FX)
                     PERFORM CHECK-REPORT-ACCESS
                  END-IF
               END-IF
               CLOSE GEN-FILE
            END-IF
            .

      *
      *    THE RUN'S GENERATIONS DAY00GEN HAS PRUNED, FROM GENPRUNE.
      *
         SCAN-PRUNED-GENERATIONS SECTION.
            OPEN INPUT GPR-FILE
            IF WS-GPR-STATUS = '00'
               READ GPR-FILE
                  AT END SET GPR-END TO TRUE
               END-READ
               PERFORM UNTIL GPR-END
                  IF GPR-RUN-ID NUMERIC
                  AND GPR-RUN-DATE NUMERIC
                  AND GPR-RUN-DATE > 0
                     MOVE GPR-NAME     TO WS-CAND-NAME
                     MOVE SPACES       TO WS-CAND-DIR
                     UNSTRING GPR-NAME DELIMITED BY '/'
                        INTO WS-PARSE-DIR, WS-CAND-DIR
                     END-UNSTRING
                     MOVE SPACES       TO WS-PARSE-DIR
                     STRING '../' WS-CAND-DIR DELIMITED BY SPACE
                        INTO WS-PARSE-DIR
                     END-STRING
                     MOVE WS-PARSE-DIR TO WS-CAND-DIR
                     MOVE GPR-RUN-DATE TO WS-CAND-RUN-DATE
                     MOVE GPR-RUN-ID   TO WS-CAND-RUN-ID
                     PERFORM MATCH-CANDIDATE
                     IF CANDIDATE-MATCHES
                        PERFORM CHECK-ALREADY-LISTED
                     END-IF
                     IF CANDIDATE-MATCHES AND NOT-YET-LISTED
                     AND WS-FOUND-COUNT < 200
                        ADD 1 TO WS-FOUND-COUNT
                        MOVE WS-FOUND-COUNT TO FX
                        MOVE GPR-NAME       TO WS-F-NAME(FX)
                        SET REPORT-PRUNED(FX) TO TRUE
                        MOVE GPR-RUN-DATE   TO WS-F-RUN-DATE(FX)
                        MOVE GPR-RUN-TIME   TO WS-F-RUN-TIME(FX)
                        MOVE GPR-RUN-ID     TO WS-F-RUN-ID(FX)
                        MOVE GPR-PRUNE-DATE TO WS-F-PRUNED(FX)
                        PERFORM CHECK-REPORT-ACCESS
                     END-IF
                  END-IF
                  READ GPR-FILE
                     AT END SET GPR-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE GPR-FILE
            END-IF
            .

      *
      *    THE CANDIDATE IN WS-CAND-* AGAINST THE SELECTION - ITS
      *    RUN-ID, OR ITS RUN DATE WHEN NO RUN-ID IS KNOWN, AND ITS
      *    DIRECTORY WHEN A PROGRAM WAS GIVEN.
      *
         MATCH-CANDIDATE SECTION.
            SET CANDIDATE-NO-MATCH TO TRUE
            IF WS-SEL-DIR = SPACES
            OR WS-SEL-DIR = WS-CAND-DIR
               IF WS-SEL-RUN-ID > 0
                  IF WS-CAND-RUN-ID = WS-SEL-RUN-ID
                     SET CANDIDATE-MATCHES TO TRUE
                  END-IF
               ELSE
                  IF WS-CAND-RUN-DATE = WS-SEL-DATE
                     SET CANDIDATE-MATCHES TO TRUE
                  END-IF
               END-IF
            END-IF
            .

      *
      *    ENTRY FX, JUST ADDED FROM THE CANDIDATE. A ../day07 REPORT
      *    NEEDS THE HANDMST READ GRANT - WITHOUT IT THE ENTRY IS
      *    WITHHELD. THE KEPT AND PRUNED COUNTS ARE OF WHAT CAN BE
      *    SHOWN.
      *
         CHECK-REPORT-ACCESS SECTION.
            SET REPORT-OPEN(FX) TO TRUE
            IF WS-CAND-DIR = '../day07'
               IF NOT AUTH-ASKED
                  SET AUTH-ASKED TO TRUE
                  CALL 'DAY00AUT' USING WS-AUTH-PGM, WS-AUTH-FLAG
                  END-CALL
                  IF NOT OPERATOR-AUTHORIZED
                     DISPLAY 'DAY00RPR NO HANDMST READ GRANT - DAY07 '
                             'REPORTS WILL BE WITHHELD'
                  END-IF
               END-IF
               IF NOT OPERATOR-AUTHORIZED
                  SET REPORT-WITHHELD(FX) TO TRUE
               END-IF
            END-IF
            EVALUATE TRUE
               WHEN REPORT-WITHHELD(FX)
                  ADD 1 TO WS-WITHHELD-COUNT
               WHEN REPORT-KEPT(FX)
                  ADD 1 TO WS-KEPT-COUNT
               WHEN OTHER
                  ADD 1 TO WS-PRUNED-COUNT
            END-EVALUATE
            .

         CHECK-ALREADY-LISTED SECTION.
            SET NOT-YET-LISTED TO TRUE
            PERFORM VARYING FX FROM 1 BY 1
                    UNTIL FX > WS-FOUND-COUNT OR ALREADY-LISTED
               IF WS-F-NAME(FX) = WS-CAND-NAME
                  SET ALREADY-LISTED TO TRUE
               END-IF
            END-PERFORM
            .

         LIST-RUN-REPORTS SECTION.
            DISPLAY 'DAY00RPR ' WS-SEL-KEY
            DISPLAY 'DAY00RPR ' WS-KEPT-COUNT ' REPORT(S) KEPT, '
                    WS-PRUNED-COUNT ' PRUNED'
            IF WS-WITHHELD-COUNT > 0
               DISPLAY 'DAY00RPR ' WS-WITHHELD-COUNT ' DAY07 '
                       'REPORT(S) WITHHELD - NO HANDMST READ GRANT'
            END-IF
            IF WS-FOUND-COUNT = 0
               DISPLAY 'DAY00RPR NO KEPT OR PRUNED GENERATION CARRIES '
                       'THAT RUN'
            ELSE
               DISPLAY 'ITEM  STATE    RUN-ID RUN DATE TIME   REPORT'
            END-IF
            PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > WS-FOUND-COUNT
               MOVE FX                TO WS-RL-ITEM
               EVALUATE TRUE
                  WHEN REPORT-WITHHELD(FX)
                     MOVE 'WITHHELD'  TO WS-RL-STATE
                  WHEN REPORT-KEPT(FX)
                     MOVE 'KEPT'      TO WS-RL-STATE
                  WHEN OTHER
                     MOVE 'PRUNED'    TO WS-RL-STATE
               END-EVALUATE
               MOVE WS-F-RUN-ID(FX)   TO WS-RL-RUN-ID
               MOVE WS-F-RUN-DATE(FX) TO WS-RL-RUN-DATE
               MOVE WS-F-RUN-TIME(FX) TO WS-RL-RUN-TIME
               MOVE WS-F-NAME(FX)     TO WS-RL-NAME
               DISPLAY WS-REPORT-LINE
               IF REPORT-PRUNED(FX) AND REPORT-OPEN(FX)
                  DISPLAY '      PRUNED BY DAY00GEN ON '
                          WS-F-PRUNED(FX)
               END-IF
            END-PERFORM
            .

      *
      *    REPORT FX BEHIND A REPRINT BANNER. THE *RUN STAMP ITSELF
      *    IS CARRIED IN THE BANNER, NOT REPEATED.
      *
         REPRINT-REPORT SECTION.
            MOVE WS-F-NAME(FX) TO WS-GEN-FILENAME
            OPEN INPUT GEN-FILE
            IF WS-GEN-STATUS NOT = '00'
               DISPLAY 'DAY00RPR ' WS-F-NAME(FX)(1:50)
                       ' IS NO LONGER ON DISK - FILE STATUS '
                       WS-GEN-STATUS
            ELSE
               IF WS-REPRINT-COUNT = 0
                  OPEN OUTPUT PRINT-FILE
               ELSE
                  OPEN EXTEND PRINT-FILE
               END-IF
               COPY "FSABEND.CPY"
                  REPLACING ==FS-STATUS==    BY ==WS-PRINT-STATUS==
                            ==FS-FILE-NAME== BY =='RPRPRINT'==
                            ==FS-PGM==       BY =='DAY00RPR'==.
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE WS-BANNER-LINE TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
               STRING '* REPRINT OF '   DELIMITED BY SIZE
                      WS-F-NAME(FX)     DELIMITED BY SPACE
                  INTO PRINT-RECORD
               END-STRING
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
               STRING '* REPRINT - ORIGINAL RUN-ID ' WS-F-RUN-ID(FX)
                      ' RUN ' WS-F-RUN-DATE(FX) ' '
                      WS-F-RUN-TIME(FX)
                  DELIMITED BY SIZE INTO PRINT-RECORD
               END-STRING
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
               STRING '* REPRINTED BY ' WS-OPERATOR ' ON '
                      WS-RUN-DATE ' AT ' WS-RUN-TIME-X(1:6)
                  DELIMITED BY SIZE INTO PRINT-RECORD
               END-STRING
               WRITE PRINT-RECORD
               MOVE WS-BANNER-LINE TO PRINT-RECORD
               WRITE PRINT-RECORD

               MOVE 0 TO WS-LINE-COUNT
               READ GEN-FILE
                  AT END SET GEN-END TO TRUE
               END-READ
               IF NOT GEN-END AND GEN-STAMP-TAG = '*RUN '
                  READ GEN-FILE
                     AT END SET GEN-END TO TRUE
                  END-READ
               END-IF
               PERFORM UNTIL GEN-END
                  MOVE GEN-RECORD TO PRINT-RECORD
                  WRITE PRINT-RECORD
                  ADD 1 TO WS-LINE-COUNT
                  READ GEN-FILE
                     AT END SET GEN-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE PRINT-FILE
               ADD 1 TO WS-REPRINT-COUNT
               DISPLAY 'DAY00RPR ' WS-F-NAME(FX)(1:50) ' REPRINTED - '
                       WS-LINE-COUNT ' LINE(S)'
            END-IF
            CLOSE GEN-FILE
            .

         PARSE-PICK-NUMBER SECTION.
            MOVE 0 TO WS-PICK-NUM
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 8
               MOVE WS-ASK(CX:1) TO WS-PICK-CHAR
               IF WS-PICK-CHAR NUMERIC
                  COMPUTE WS-PICK-NUM =
                     WS-PICK-NUM * 10 + WS-PICK-DIGIT
               END-IF
            END-PERFORM
            .
