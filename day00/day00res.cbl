         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY00RES.

      *
      *    FORMAL ANSWER RESTATEMENT. DAY00RPL CAN PROVE THAT A
      *    REPAIRED QUARANTINE LINE CHANGES AN ANSWER, BUT IT WRITES
      *    NOTHING BACK, AND A CORRECTED FIGURE USED TO REACH THE
      *    DOWNSTREAM SIDE BY TELEPHONE. THIS UTILITY RESTATES ONE
      *    CTLMAST ANSWER - PROGRAM, LABEL AND RUN-ID FROM THE
      *    CONSOLE - AND ONLY AGAINST A REVMAST QUERY RAISED ON THAT
      *    PAIR AND RUN (NAMED BY THE DATE IT WAS RAISED) THAT THE
      *    REVIEWER HAS SINCE CLOSED WITH AN APPROVAL OF THE RUN.
      *    THE RESTATED FIGURE REPLACES THE ANSWER ON THE MASTER,
      *    WHICH KEEPS THE ORIGINAL ALONGSIDE IT WITH AN R FLAG AND
      *    THE RESTATEMENT DATE (A SECOND RESTATEMENT KEEPS THE FIRST
      *    ORIGINAL), AND A BEFORE/AFTER RECORD WITH THE REASON IS
      *    APPENDED TO THE RESHIST TRAIL (LAYOUT RESREC.CPY). THE
      *    NEXT PUBLICATION CARRIES IT DOWNSTREAM AS A CORRECTION.
      *    RESTATING REWRITES A LIVE MASTER, SO THE UTILITY IS GATED
      *    BY AUTHTAB AND HOLDS THE EXCLUSIVE SUITE LOCK WHILE IT
      *    DOES SO.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT MAST-FILE ASSIGN TO CTLMAST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MAST-STATUS.

            SELECT REV-FILE ASSIGN TO REVMAST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REV-STATUS.

            SELECT RES-FILE ASSIGN TO RESHIST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RES-STATUS.

            SELECT WORK-FILE ASSIGN TO "RES.wrk"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WORK-STATUS.

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
            05 FILLER            PIC X.
            05 MST-RESTATED      PIC X.
               88 MST-IS-RESTATED      VALUE 'R'.
            05 FILLER            PIC X.
            05 MST-ORIG-ANSWER   PIC S9(18).
            05 FILLER            PIC X.
            05 MST-RESTATE-DATE  PIC 9(8).
            05 FILLER            PIC X.
            05 MST-BUS-DATE      PIC 9(8).

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

         FD RES-FILE.
         COPY "RESREC.CPY".

         FD WORK-FILE.
         01 WORK-RECORD.
            88 WORK-END          VALUE LOW-VALUE.
            05 WORK-TEXT         PIC X(120).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         01 WS-AUTH-PGM          PIC X(8) VALUE 'DAY00RES'.
         01 WS-AUTH-FLAG         PIC 9 VALUE 0.
            88 OPERATOR-AUTHORIZED     VALUE 1.

         COPY "LOCKDAT.CPY".

         01 WS-MAST-STATUS       PIC XX.
         01 WS-REV-STATUS        PIC XX.
         01 WS-RES-STATUS        PIC XX.
         01 WS-WORK-STATUS       PIC XX.
         01 WS-COMMAND           PIC X(40).

         01 WS-OPERATOR          PIC X(8) VALUE SPACES.
         01 WS-TODAY             PIC 9(8).
         01 WS-NOW-TIME          PIC 9(8).
         01 WS-NOW-TIME-X REDEFINES WS-NOW-TIME PIC X(8).

         01 WS-ASK-PROGRAM       PIC X(8).
         01 WS-ASK-LABEL         PIC X(10).
         01 WS-ASK-RUNID         PIC X(6).
         01 WS-ASK-QUERY         PIC X(8).
         01 WS-ASK-ANSWER        PIC X(20).
         01 WS-ASK-REASON        PIC X(60).
         01 WS-ASK-CONFIRM       PIC X.

         01 WS-SEL-RUNID         PIC 9(6).
         01 WS-SEL-QUERY         PIC 9(8).

      *
      *    THE RESTATED FIGURE AS KEYED - AN OPTIONAL LEADING SIGN
      *    AND UP TO 18 DIGITS.
      *
         01 WS-NEW-ANSWER        PIC S9(18) VALUE 0.
         01 WS-NEW-DIGITS        PIC 99 VALUE 0.
         01 WS-DIGIT             PIC 9.
         01 WS-DIGIT-X REDEFINES WS-DIGIT PIC X.
         01 SW-SIGN              PIC 9 VALUE 0.
            88 ANSWER-NEGATIVE         VALUE 1.
         01 SW-ANSWER            PIC 9 VALUE 1.
            88 ANSWER-VALID            VALUE 1.
            88 ANSWER-INVALID          VALUE 0.

      *
      *    THE MASTER RECORD BEING RESTATED AS FOUND.
      *
         01 WS-MATCH-COUNT       PIC 9(5) VALUE 0.
         01 WS-OLD-ANSWER        PIC S9(18).
         01 WS-OLD-RUN-DATE      PIC 9(8).
         01 WS-OLD-RESTATED      PIC X.
         01 WS-OLD-ORIGINAL      PIC S9(18).
         01 WS-OLD-ED            PIC ----,---,---,---,---,--9.
         01 WS-NEW-ED            PIC ----,---,---,---,---,--9.
         01 WS-ORIG-ED           PIC ----,---,---,---,---,--9.

         01 SW-QUERY             PIC 9 VALUE 0.
            88 QUERY-NOT-FOUND         VALUE 0.
            88 QUERY-OPEN              VALUE 1.
            88 QUERY-APPROVED          VALUE 2.

         77 CX                   PIC 99.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY00RES'==
                         ==PFX-SUB== BY =='/day00'==.

            CALL 'DAY00AUT' USING WS-AUTH-PGM, WS-AUTH-FLAG
            END-CALL
            IF NOT OPERATOR-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            ACCEPT WS-OPERATOR FROM ENVIRONMENT 'DAYOPID'
            ACCEPT WS-TODAY FROM DATE YYYYMMDD

            DISPLAY 'DAY00RES - PROGRAM TO RESTATE: '
            MOVE SPACES TO WS-ASK-PROGRAM
            ACCEPT WS-ASK-PROGRAM
            DISPLAY 'DAY00RES - LABEL: '
            MOVE SPACES TO WS-ASK-LABEL
            ACCEPT WS-ASK-LABEL
            DISPLAY 'DAY00RES - RUN-ID: '
            MOVE SPACES TO WS-ASK-RUNID
            ACCEPT WS-ASK-RUNID
            IF WS-ASK-PROGRAM = SPACES OR WS-ASK-LABEL = SPACES
            OR WS-ASK-RUNID NOT NUMERIC
               DISPLAY 'DAY00RES PROGRAM, LABEL AND A SIX-DIGIT '
                       'RUN-ID ARE ALL REQUIRED - NOTHING RESTATED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WS-ASK-RUNID TO WS-SEL-RUNID

            PERFORM FIND-MASTER-RECORD
            PERFORM CHECK-APPROVED-QUERY
            PERFORM ASK-RESTATED-ANSWER

            IF WS-NEW-ANSWER = WS-OLD-ANSWER
               DISPLAY 'DAY00RES ' WS-ASK-PROGRAM ' ' WS-ASK-LABEL
                       ' RUN ' WS-SEL-RUNID ' ALREADY STANDS AT '
                       'THAT FIGURE - NOTHING RESTATED'
               MOVE 4 TO RETURN-CODE
               STOP RUN
            END-IF

            PERFORM ASK-FOR-CONFIRMATION

            MOVE 'A' TO WS-LOCK-ACTION
            MOVE 'DAY00RES' TO WS-LOCK-HOLDER
            CALL 'DAY00LCK' USING WS-LOCK-ACTION, WS-LOCK-HOLDER,
                                   WS-LOCK-GRANT
            END-CALL
            IF WS-LOCK-GRANT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF

            PERFORM RESTATE-TO-WORK-FILE
            PERFORM REPLACE-MASTER
            PERFORM APPEND-RESTATEMENT

            MOVE WS-NEW-ANSWER TO WS-NEW-ED
            DISPLAY 'DAY00RES ' WS-ASK-PROGRAM ' ' WS-ASK-LABEL
                    ' RUN ' WS-SEL-RUNID ' RESTATED TO ' WS-NEW-ED
            DISPLAY 'DAY00RES RESTATEMENT LOGGED TO RESHIST - THE '
                    'NEXT DAY00PUB PUBLICATION CARRIES THE CORRECTION'

            PERFORM RELEASE-AND-STOP.

      *
      *    THE PROGRAM/LABEL/RUN-ID MUST NAME EXACTLY ONE MASTER
      *    RECORD - THE ONE WHOSE ANSWER IS RESTATED.
      *
         FIND-MASTER-RECORD SECTION.
            OPEN INPUT MAST-FILE
            IF WS-MAST-STATUS NOT = '00'
               DISPLAY 'DAY00RES NO CTLMAST MASTER - RUN DAY00LOD '
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
                  ADD 1 TO WS-MATCH-COUNT
                  MOVE MST-ANSWER   TO WS-OLD-ANSWER
                  MOVE MST-RUN-DATE TO WS-OLD-RUN-DATE
                  MOVE MST-RESTATED TO WS-OLD-RESTATED
                  IF MST-IS-RESTATED
                     MOVE MST-ORIG-ANSWER TO WS-OLD-ORIGINAL
                  END-IF
               END-IF
               READ MAST-FILE
                  AT END SET MAST-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE MAST-FILE

            EVALUATE TRUE
               WHEN WS-MATCH-COUNT = 0
                  DISPLAY 'DAY00RES ' WS-ASK-PROGRAM ' '
                          WS-ASK-LABEL ' RUN ' WS-SEL-RUNID
                          ' IS NOT ON CTLMAST - NOTHING RESTATED'
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               WHEN WS-MATCH-COUNT > 1
                  DISPLAY 'DAY00RES ' WS-ASK-PROGRAM ' '
                          WS-ASK-LABEL ' RUN ' WS-SEL-RUNID
                          ' IS ON CTLMAST ' WS-MATCH-COUNT
                          ' TIMES - RUN DAY00AUD; NOTHING RESTATED'
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
            END-EVALUATE

            MOVE WS-OLD-ANSWER TO WS-OLD-ED
            DISPLAY 'DAY00RES ' WS-ASK-PROGRAM ' ' WS-ASK-LABEL
                    ' RUN ' WS-SEL-RUNID ' OF ' WS-OLD-RUN-DATE
                    ' NOW STANDS AT ' WS-OLD-ED
            IF WS-OLD-RESTATED = 'R'
               MOVE WS-OLD-ORIGINAL TO WS-ORIG-ED
               DISPLAY 'DAY00RES ALREADY RESTATED ONCE - ORIGINALLY '
                       'REPORTED AS ' WS-ORIG-ED
            END-IF
            .

      *
      *    THE QUERY IS NAMED BY THE DATE IT WAS RAISED AND MUST BE
      *    ON THIS RUN AND PAIR. IT COUNTS AS APPROVED ONLY ONCE A
      *    LATER APPROVAL OF THE RUN HAS CLOSED IT.
      *
         CHECK-APPROVED-QUERY SECTION.
            DISPLAY 'DAY00RES - DATE THE REVMAST QUERY WAS RAISED '
                    '(YYYYMMDD): '
            MOVE SPACES TO WS-ASK-QUERY
            ACCEPT WS-ASK-QUERY
            IF WS-ASK-QUERY NOT NUMERIC
               DISPLAY 'DAY00RES A RESTATEMENT NEEDS THE APPROVED '
                       'QUERY IT SETTLES - NOTHING RESTATED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WS-ASK-QUERY TO WS-SEL-QUERY

            OPEN INPUT REV-FILE
            IF WS-REV-STATUS = '00'
               READ REV-FILE
                  AT END SET REV-END TO TRUE
               END-READ
               PERFORM UNTIL REV-END
                  IF REV-RUN-ID NUMERIC
                  AND REV-RUN-ID = WS-SEL-RUNID
                     EVALUATE TRUE
                        WHEN REV-STATUS = 'Q'
                        AND REV-PROGRAM = WS-ASK-PROGRAM
                        AND REV-LABEL = WS-ASK-LABEL
                        AND REV-DATE = WS-SEL-QUERY
                           SET QUERY-OPEN TO TRUE
                        WHEN REV-STATUS = 'A'
                        AND QUERY-OPEN
                           SET QUERY-APPROVED TO TRUE
                     END-EVALUATE
                  END-IF
                  READ REV-FILE
                     AT END SET REV-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE REV-FILE
            END-IF

            EVALUATE TRUE
               WHEN QUERY-NOT-FOUND
                  DISPLAY 'DAY00RES NO REVMAST QUERY RAISED '
                          WS-SEL-QUERY ' ON ' WS-ASK-PROGRAM ' '
                          WS-ASK-LABEL ' RUN ' WS-SEL-RUNID
                          ' - NOTHING RESTATED'
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               WHEN QUERY-OPEN
                  DISPLAY 'DAY00RES THE QUERY IS STILL OPEN - RUN '
                          WS-SEL-RUNID ' MUST BE APPROVED AT '
                          'DAY00REV FIRST; NOTHING RESTATED'
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
            END-EVALUATE
            .

         ASK-RESTATED-ANSWER SECTION.
            DISPLAY 'DAY00RES - RESTATED ANSWER: '
            MOVE SPACES TO WS-ASK-ANSWER
            ACCEPT WS-ASK-ANSWER
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 20
               MOVE WS-ASK-ANSWER(CX:1) TO WS-DIGIT-X
               EVALUATE TRUE
                  WHEN WS-DIGIT-X = SPACE OR ','
                     CONTINUE
                  WHEN WS-DIGIT-X NUMERIC
                     ADD 1 TO WS-NEW-DIGITS
                     IF WS-NEW-DIGITS > 18
                        SET ANSWER-INVALID TO TRUE
                     ELSE
                        COMPUTE WS-NEW-ANSWER = WS-NEW-ANSWER * 10
                                              + WS-DIGIT
                     END-IF
                  WHEN WS-DIGIT-X = '-' AND WS-NEW-DIGITS = 0
                     SET ANSWER-NEGATIVE TO TRUE
                  WHEN WS-DIGIT-X = '+' AND WS-NEW-DIGITS = 0
                     CONTINUE
                  WHEN OTHER
                     SET ANSWER-INVALID TO TRUE
               END-EVALUATE
            END-PERFORM
            IF WS-NEW-DIGITS = 0
               SET ANSWER-INVALID TO TRUE
            END-IF
            IF ANSWER-INVALID
               DISPLAY 'DAY00RES ' WS-ASK-ANSWER ' IS NOT AN ANSWER '
                       '- NOTHING RESTATED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            IF ANSWER-NEGATIVE
               COMPUTE WS-NEW-ANSWER = 0 - WS-NEW-ANSWER
            END-IF
            .

         ASK-FOR-CONFIRMATION SECTION.
            DISPLAY 'DAY00RES - REASON FOR THE RESTATEMENT: '
            MOVE SPACES TO WS-ASK-REASON
            ACCEPT WS-ASK-REASON
            IF WS-ASK-REASON = SPACES
               DISPLAY 'DAY00RES NO REASON GIVEN - NOTHING RESTATED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WS-OLD-ANSWER TO WS-OLD-ED
            MOVE WS-NEW-ANSWER TO WS-NEW-ED
            DISPLAY 'DAY00RES - RESTATE ' WS-OLD-ED ' AS ' WS-NEW-ED
                    ' (Y/N): '
            MOVE SPACE TO WS-ASK-CONFIRM
            ACCEPT WS-ASK-CONFIRM
            IF WS-ASK-CONFIRM NOT = 'Y' AND NOT = 'y'
               DISPLAY 'DAY00RES NOT CONFIRMED - NOTHING RESTATED'
               MOVE 4 TO RETURN-CODE
               STOP RUN
            END-IF
            .

      *
      *    THE MASTER IS COPIED TO THE WORK FILE WITH THE ONE RECORD
      *    RESTATED; THE ORIGINAL FIGURE IS KEPT ONLY THE FIRST TIME.
      *
         RESTATE-TO-WORK-FILE SECTION.
            OPEN INPUT MAST-FILE
            IF WS-MAST-STATUS NOT = '00'
               DISPLAY 'DAY00RES CTLMAST NO LONGER ON FILE - NOTHING '
                       'RESTATED'
               MOVE 12 TO RETURN-CODE
               PERFORM RELEASE-AND-STOP
            END-IF
            OPEN OUTPUT WORK-FILE
            READ MAST-FILE
               AT END SET MAST-END TO TRUE
            END-READ
            PERFORM UNTIL MAST-END
               IF MST-PROGRAM = WS-ASK-PROGRAM
               AND MST-LABEL = WS-ASK-LABEL
               AND MST-RUN-ID = WS-SEL-RUNID
                  MOVE MST-ANSWER TO WS-OLD-ANSWER
                  IF NOT MST-IS-RESTATED
                     SET MST-IS-RESTATED TO TRUE
                     MOVE MST-ANSWER TO MST-ORIG-ANSWER
                  END-IF
                  MOVE WS-NEW-ANSWER TO MST-ANSWER
                  MOVE WS-TODAY      TO MST-RESTATE-DATE
               END-IF
               MOVE MAST-RECORD TO WORK-TEXT
               WRITE WORK-RECORD
               READ MAST-FILE
                  AT END SET MAST-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE MAST-FILE
            CLOSE WORK-FILE
            .

         REPLACE-MASTER SECTION.
            OPEN INPUT WORK-FILE
            OPEN OUTPUT MAST-FILE
            READ WORK-FILE
               AT END SET WORK-END TO TRUE
            END-READ
            PERFORM UNTIL WORK-END
               MOVE WORK-TEXT TO MAST-RECORD
               WRITE MAST-RECORD
               READ WORK-FILE
                  AT END SET WORK-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE MAST-FILE
            CLOSE WORK-FILE
            MOVE 'rm -f RES.wrk' TO WS-COMMAND
            CALL 'SYSTEM' USING WS-COMMAND
            END-CALL
            MOVE 0 TO RETURN-CODE
            .

         APPEND-RESTATEMENT SECTION.
            ACCEPT WS-NOW-TIME FROM TIME
            OPEN EXTEND RES-FILE
            IF WS-RES-STATUS NOT = '00'
               OPEN OUTPUT RES-FILE
            END-IF
            MOVE SPACES             TO RES-RECORD
            MOVE WS-TODAY           TO RES-DATE
            MOVE WS-NOW-TIME-X(1:6) TO RES-TIME
            MOVE WS-OPERATOR        TO RES-OPERATOR
            MOVE WS-ASK-PROGRAM     TO RES-PROGRAM
            MOVE WS-ASK-LABEL       TO RES-LABEL
            MOVE WS-OLD-RUN-DATE    TO RES-RUN-DATE
            MOVE WS-SEL-RUNID       TO RES-RUN-ID
            MOVE WS-OLD-ANSWER      TO RES-BEFORE
            MOVE WS-NEW-ANSWER      TO RES-AFTER
            MOVE WS-SEL-QUERY       TO RES-QUERY-DATE
            MOVE WS-ASK-REASON      TO RES-REASON
            WRITE RES-RECORD
            CLOSE RES-FILE
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
