      *    GENERATION PREFIX, GENERATIONS TO KEEP) AND PRUNES THE
      *    OLDEST GENERATIONS PAST EACH PREFIX'S RETENTION, THE SAME
      *    HOUSEKEEPING DAY00ARC GIVES THE CONTROL-TOTALS FILE.
      *
      *    BEFORE A GENERATION IS PRUNED ITS *RUN STAMP IS READ AND
      *    A RECORD OF IT APPENDED TO GENPRUNE (GENPRN.CPY), SO THE
      *    REPRINT UTILITY (DAY00RPR) CAN SAY A RUN'S REPORT WAS
      *    PRUNED, AND WHEN, INSTEAD OF LEAVING IT SILENTLY MISSING.
      *

         ENVIRONMENT DIVISION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LIST-STATUS.

            SELECT GEN-FILE ASSIGN TO DYNAMIC WS-GEN-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GEN-STATUS.

            SELECT GPR-FILE ASSIGN TO GENPRUNE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GPR-STATUS.

         DATA DIVISION.

         FILE SECTION.
            88 LIST-END          VALUE LOW-VALUE.
            05 LIST-TEXT         PIC X(100).

         FD GEN-FILE.
         01 GEN-RECORD.
            05 GEN-STAMP-TAG     PIC X(5).
            05 GEN-STAMP-DATE    PIC 9(8).
            05 FILLER            PIC X.
            05 GEN-STAMP-TIME    PIC 9(6).
            05 FILLER            PIC X.
            05 GEN-STAMP-RUNID   PIC 9(6).
            05 FILLER            PIC X(73).

         FD GPR-FILE.
         COPY "GENPRN.CPY".

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         01 WS-PARM-STATUS       PIC XX.
         01 WS-LIST-STATUS       PIC XX.
         01 WS-GEN-STATUS        PIC XX.
         01 WS-GPR-STATUS        PIC XX.
         01 WS-GEN-FILENAME      PIC X(100).
         01 WS-RUN-DATE          PIC 9(8).

         01 WS-PARSE-DIR         PIC X(20).
         01 WS-PARSE-PREFIX      PIC X(20).
               REPLACING ==FS-STATUS==    BY ==WS-PARM-STATUS==
                         ==FS-FILE-NAME== BY =='GENPARMS'==
                         ==FS-PGM==       BY =='DAY00GEN'==.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            READ PARM-FILE
               AT END SET PARM-END TO TRUE
            END-READ
            MOVE 0 TO GX
            PERFORM UNTIL WS-GEN-COUNT - GX <= WS-KEEP
               ADD 1 TO GX
               PERFORM LOG-PRUNED-GENERATION
               MOVE SPACES TO WS-COMMAND
               MOVE 1 TO WS-CMD-PTR
               STRING 'rm -f ' DELIMITED BY SIZE
               ADD 1 TO WS-PRUNE-COUNT
            END-PERFORM
            .

      *
      *    THE *RUN STAMP OF GENERATION GX, ONTO GENPRUNE.
      *
         LOG-PRUNED-GENERATION SECTION.
            MOVE SPACES TO GPR-RECORD
            MOVE WS-RUN-DATE     TO GPR-PRUNE-DATE
            MOVE 0               TO GPR-RUN-DATE
                                    GPR-RUN-TIME
                                    GPR-RUN-ID
            MOVE WS-GEN-NAME(GX) TO GPR-NAME
            MOVE WS-GEN-NAME(GX) TO WS-GEN-FILENAME
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
                  MOVE GEN-STAMP-DATE  TO GPR-RUN-DATE
                  MOVE GEN-STAMP-TIME  TO GPR-RUN-TIME
                  MOVE GEN-STAMP-RUNID TO GPR-RUN-ID
               END-IF
               CLOSE GEN-FILE
            END-IF
            OPEN EXTEND GPR-FILE
            IF WS-GPR-STATUS NOT = '00'
               OPEN OUTPUT GPR-FILE
            END-IF
            WRITE GPR-RECORD
            CLOSE GPR-FILE
            .
