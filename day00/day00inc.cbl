         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY00INC.

      *
      *    INCIDENT MAINTENANCE. AN ALERT ACKNOWLEDGED IN DAY00ACK
      *    OR A QUERY RAISED IN DAY00REV USED TO BE THE END OF THE
      *    TRAIL - NOBODY COULD SEE WHAT HAD ACTUALLY BEEN WRONG OR
      *    HOW IT WAS FIXED, AND THE SAME SUPPLIER PROBLEM WAS
      *    INVESTIGATED FROM SCRATCH EVERY MONTH. THIS UTILITY KEEPS
      *    THE INCIDENT MASTER (INCMAST, SEE INCREC.CPY). AN
      *    INCIDENT IS OPENED FROM A RECORD ON ../ALERTS OR FROM A
      *    QUERY STILL OPEN ON REVMAST, TAKING THE PROGRAM, LABEL
      *    AND RUN-ID FROM IT, WITH A CATEGORY, A ROOT-CAUSE CODE
      *    AND AN OWNER; IT THEN COLLECTS DATED PROGRESS NOTES,
      *    FURTHER RELATED RUN-IDS AND CHANGES OF OWNER, AND IS
      *    CLOSED WITH A RESOLUTION CODE AND THE ROOT CAUSE AS
      *    FINALLY FOUND. THE CODES ARE THOSE ON THE INCCODES TABLE
      *    ('?' AT ANY CODE PROMPT LISTS THEM). THE SUPPLIER FEED IS
      *    THE DAY OF THE RELATED PROGRAM - A SUITE PROGRAM'S
      *    INCIDENT IS FILED UNDER SUITE. EVERY EVENT IS APPENDED,
      *    STAMPED WITH THE SIGNED-ON OPERATOR AND DATE, SO THE
      *    MASTER IS THE WHOLE HISTORY. DAY00INR REPORTS ON IT.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT CODE-FILE ASSIGN TO INCCODES
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CODE-STATUS.

            SELECT INC-FILE ASSIGN TO INCMAST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INC-STATUS.

            SELECT ALR-FILE ASSIGN TO "../ALERTS"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ALR-STATUS.

            SELECT REV-FILE ASSIGN TO REVMAST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REV-STATUS.

         DATA DIVISION.

         FILE SECTION.
         FD CODE-FILE.
         01 CODE-RECORD.
            88 CODE-END          VALUE LOW-VALUE.
            05 CODE-TEXT         PIC X(80).

         FD INC-FILE.
         COPY "INCREC.CPY".

         FD ALR-FILE.
         01 ALR-RECORD.
            88 ALR-END           VALUE LOW-VALUE.
            05 ALR-DATE          PIC 9(8).
            05 FILLER            PIC X.
            05 ALR-TIME          PIC 9(6).
            05 FILLER            PIC X.
            05 ALR-RUN-ID        PIC 9(6).
            05 FILLER            PIC X.
            05 ALR-ACK           PIC X.
            05 FILLER            PIC X.
            05 ALR-LINE          PIC X(80).
            05 FILLER            PIC X(2).
            05 ALR-RUNBOOK       PIC X(8).

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

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         01 WS-CODE-STATUS       PIC XX.
         01 WS-INC-STATUS        PIC XX.
         01 WS-ALR-STATUS        PIC XX.
         01 WS-REV-STATUS        PIC XX.

         01 WS-RUN-DATE          PIC 9(8).
         01 WS-OPERATOR          PIC X(8) VALUE SPACES.

      *
      *    THE INCCODES TABLE - KIND C CATEGORY, R ROOT CAUSE,
      *    S RESOLUTION.
      *
         01 WS-CODE-COUNT        PIC 99 VALUE 0.
         01 WS-CODE-TABLE.
            05 WS-CODE-ENTRY OCCURS 90.
               10 WS-C-KIND      PIC X.
               10 WS-C-CODE      PIC X(8).
               10 WS-C-DESC      PIC X(60).
         01 WS-PARSE-KIND        PIC X(8).
         01 WS-PARSE-CODE        PIC X(20).
         01 WS-PARSE-PTR         PIC 99.

      *
      *    EVERY INCIDENT ON INCMAST, AS IT STANDS AFTER ITS LAST
      *    EVENT. STATE O OPEN, C CLOSED.
      *
         01 WS-INC-COUNT         PIC 999 VALUE 0.
         01 WS-INC-TABLE.
            05 WS-INC-ENTRY OCCURS 500.
               10 WS-I-ID        PIC 9(5).
               10 WS-I-STATE     PIC X.
               10 WS-I-SOURCE    PIC X.
               10 WS-I-REF       PIC X(14).
               10 WS-I-CATEGORY  PIC X(8).
               10 WS-I-CAUSE     PIC X(8).
               10 WS-I-OWNER     PIC X(8).
               10 WS-I-PROGRAM   PIC X(8).
               10 WS-I-LABEL     PIC X(10).
               10 WS-I-FEED      PIC X(5).
               10 WS-I-OPENED    PIC 9(8).
               10 WS-I-CLOSED    PIC 9(8).
               10 WS-I-RESOLUTION PIC X(8).
               10 WS-I-NOTES     PIC 999.
               10 WS-I-RUNS      PIC 9.
               10 WS-I-RUN-ID    PIC 9(6) OCCURS 5.
         01 WS-NEXT-ID           PIC 9(5) VALUE 1.
         01 WS-OPEN-INC-COUNT    PIC 999 VALUE 0.

      *
      *    THE ALERTS NOT YET TAKEN INTO AN INCIDENT, AND THE OPEN
      *    QUERIES LIKEWISE - THE PICK LISTS FOR OPENING ONE.
      *
         01 WS-ALERT-COUNT       PIC 999 VALUE 0.
         01 WS-ALERT-TABLE.
            05 WS-ALERT-ENTRY OCCURS 500.
               10 WS-A-REF       PIC X(14).
               10 WS-A-RUN-ID    PIC 9(6).
               10 WS-A-ACK       PIC X.
               10 WS-A-LINE      PIC X(80).
         01 WS-VERDICT-COUNT     PIC 999 VALUE 0.
         01 WS-VERDICT-TABLE.
            05 WS-VERDICT-ENTRY OCCURS 500.
               10 WS-V-RUN-ID    PIC 9(6).
               10 WS-V-STATUS    PIC X.
         01 WS-QUERY-COUNT       PIC 999 VALUE 0.
         01 WS-QUERY-TABLE.
            05 WS-QUERY-ENTRY OCCURS 200.
               10 WS-Q-RUN-ID    PIC 9(6).
               10 WS-Q-PROGRAM   PIC X(8).
               10 WS-Q-LABEL     PIC X(10).
               10 WS-Q-DATE      PIC 9(8).
               10 WS-Q-NOTE      PIC X(60).

         01 WS-ASK               PIC X(8).
         01 WS-ASK-ACTION        PIC X.
         01 WS-ASK-KIND          PIC X.
         01 WS-ASK-PROMPT        PIC X(40).
         01 WS-ASK-CODE          PIC X(8).
         01 WS-ASK-TEXT          PIC X(100).
         01 WS-ASK-OWNER         PIC X(8).
         01 WS-PICK-NUM          PIC 9(6).
         01 WS-PICK-DIGIT        PIC 9.
         01 WS-PICK-CHAR REDEFINES WS-PICK-DIGIT PIC X.
         01 WS-REF-KEY           PIC X(14).

      *
      *    THE INCIDENT BEING OPENED, BUILT UP FROM ITS SOURCE AND
      *    THE CONSOLE BEFORE ITS OPEN RECORD IS WRITTEN.
      *
         01 WS-NEW-SOURCE        PIC X.
         01 WS-NEW-REF           PIC X(14).
         01 WS-NEW-PROGRAM       PIC X(8).
         01 WS-NEW-LABEL         PIC X(10).
         01 WS-NEW-RUN-ID        PIC 9(6).
         01 WS-NEW-CATEGORY      PIC X(8).
         01 WS-NEW-CAUSE         PIC X(8).
         01 WS-NEW-FEED          PIC X(5).

         01 SW-SESSION           PIC 9 VALUE 0.
            88 SESSION-DONE            VALUE 1.
         01 SW-FOUND             PIC 9.
            88 ENTRY-FOUND             VALUE 1.
            88 ENTRY-NOT-FOUND         VALUE 0.
         01 SW-CODE              PIC 9.
            88 CODE-SETTLED            VALUE 1.
            88 CODE-NOT-SETTLED        VALUE 0.
         01 SW-CANCEL            PIC 9.
            88 ENTRY-CANCELLED         VALUE 1.
            88 ENTRY-GOING             VALUE 0.

         01 WS-LIST-LINE.
            05 WS-LL-ID          PIC 9(5).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-LL-OPENED      PIC 9(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-LL-CATEGORY    PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-LL-CAUSE       PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-LL-OWNER       PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-LL-PROGRAM     PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-LL-LABEL       PIC X(10).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-LL-FEED        PIC X(5).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-LL-NOTES       PIC ZZ9.
            05 FILLER            PIC X(6) VALUE ' NOTES'.
         01 WS-PICK-LINE.
            05 WS-PL-ITEM        PIC ZZ9.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-PL-TEXT        PIC X(100).

         77 IX                   PIC 999.
         77 AX                   PIC 999.
         77 QX                   PIC 999.
         77 VX                   PIC 999.
         77 KX                   PIC 99.
         77 RX                   PIC 9.
         77 CX                   PIC 9.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY00INC'==
                         ==PFX-SUB== BY =='/day00'==.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-OPERATOR FROM ENVIRONMENT 'DAYOPID'
            IF WS-OPERATOR = SPACES
               DISPLAY 'DAY00INC - OPERATOR ID: '
               ACCEPT WS-OPERATOR
               IF WS-OPERATOR = SPACES
                  DISPLAY 'DAY00INC NO OPERATOR ID - NOTHING '
                          'RECORDED'
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF

            PERFORM LOAD-CODE-TABLE
            PERFORM FOLD-INCIDENTS
            PERFORM LIST-OPEN-INCIDENTS

            PERFORM UNTIL SESSION-DONE
               DISPLAY 'DAY00INC - OPEN FROM A(LERT) OR Q(UERY), '
                       'N(OTE), R(UN-ID), W(HO OWNS), C(LOSE), '
                       'S(HOW), L(IST) - BLANK ENDS: '
               MOVE SPACES TO WS-ASK-ACTION
               ACCEPT WS-ASK-ACTION
               INSPECT WS-ASK-ACTION CONVERTING 'aqnrwcsl'
                  TO 'AQNRWCSL'
               EVALUATE WS-ASK-ACTION
                  WHEN SPACE
                     SET SESSION-DONE TO TRUE
                  WHEN 'A'
                     PERFORM OPEN-FROM-ALERT
                  WHEN 'Q'
                     PERFORM OPEN-FROM-QUERY
                  WHEN 'N'
                     PERFORM ADD-PROGRESS-NOTE
                  WHEN 'R'
                     PERFORM ADD-RELATED-RUN
                  WHEN 'W'
                     PERFORM REASSIGN-OWNER
                  WHEN 'C'
                     PERFORM CLOSE-INCIDENT
                  WHEN 'S'
                     PERFORM SHOW-INCIDENT
                  WHEN 'L'
                     PERFORM LIST-OPEN-INCIDENTS
                  WHEN OTHER
                     DISPLAY 'DAY00INC NO SUCH ACTION'
               END-EVALUATE
            END-PERFORM

            DISPLAY 'DAY00INC ' WS-OPEN-INC-COUNT
                    ' INCIDENT(S) STILL OPEN'

            STOP RUN.

         LOAD-CODE-TABLE SECTION.
            OPEN INPUT CODE-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-CODE-STATUS==
                         ==FS-FILE-NAME== BY =='INCCODES'==
                         ==FS-PGM==       BY =='DAY00INC'==.
            READ CODE-FILE
               AT END SET CODE-END TO TRUE
            END-READ
            PERFORM UNTIL CODE-END
               IF CODE-TEXT NOT = SPACES
               AND CODE-TEXT(1:1) NOT = '*'
               AND WS-CODE-COUNT < 90
                  MOVE SPACES TO WS-PARSE-KIND WS-PARSE-CODE
                  MOVE 1 TO WS-PARSE-PTR
                  UNSTRING CODE-TEXT DELIMITED BY ALL SPACE
                     INTO WS-PARSE-KIND, WS-PARSE-CODE
                     WITH POINTER WS-PARSE-PTR
                  END-UNSTRING
                  ADD 1 TO WS-CODE-COUNT
                  MOVE WS-PARSE-KIND TO WS-C-KIND(WS-CODE-COUNT)
                  MOVE WS-PARSE-CODE TO WS-C-CODE(WS-CODE-COUNT)
                  MOVE CODE-TEXT(WS-PARSE-PTR:)
                     TO WS-C-DESC(WS-CODE-COUNT)
               END-IF
               READ CODE-FILE
                  AT END SET CODE-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE CODE-FILE
            .

      *
      *    READ THE WHOLE TRAIL - EACH OPEN RECORD STARTS AN ENTRY,
      *    EACH LATER EVENT IS FOLDED OVER IT.
      *
         FOLD-INCIDENTS SECTION.
            MOVE 0 TO WS-INC-COUNT WS-OPEN-INC-COUNT
            MOVE 1 TO WS-NEXT-ID
            OPEN INPUT INC-FILE
            IF WS-INC-STATUS = '00'
               READ INC-FILE
                  AT END SET INC-END TO TRUE
               END-READ
               PERFORM UNTIL INC-END
                  IF INC-ID NUMERIC
                     PERFORM FOLD-ONE-EVENT
                  END-IF
                  READ INC-FILE
                     AT END SET INC-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE INC-FILE
            END-IF
            PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > WS-INC-COUNT
               IF WS-I-STATE(IX) = 'O'
                  ADD 1 TO WS-OPEN-INC-COUNT
               END-IF
            END-PERFORM
            .

         FOLD-ONE-EVENT SECTION.
            IF INC-ID >= WS-NEXT-ID
               COMPUTE WS-NEXT-ID = INC-ID + 1
            END-IF
            IF INC-OPENED
               IF WS-INC-COUNT >= 500
                  DISPLAY 'DAY00INC WARNING - INCIDENT TABLE FULL '
                          'AT 500; INCIDENT ' INC-ID ' NOT LOADED'
               ELSE
                  ADD 1 TO WS-INC-COUNT
                  MOVE WS-INC-COUNT     TO IX
                  MOVE INC-ID           TO WS-I-ID(IX)
                  MOVE 'O'              TO WS-I-STATE(IX)
                  MOVE INC-SOURCE       TO WS-I-SOURCE(IX)
                  MOVE INC-SOURCE-REF   TO WS-I-REF(IX)
                  MOVE INC-CATEGORY     TO WS-I-CATEGORY(IX)
                  MOVE INC-CAUSE        TO WS-I-CAUSE(IX)
                  MOVE INC-OWNER        TO WS-I-OWNER(IX)
                  MOVE INC-PROGRAM      TO WS-I-PROGRAM(IX)
                  MOVE INC-LABEL        TO WS-I-LABEL(IX)
                  MOVE INC-FEED         TO WS-I-FEED(IX)
                  MOVE INC-DATE         TO WS-I-OPENED(IX)
                  MOVE 0                TO WS-I-CLOSED(IX)
                  MOVE SPACES           TO WS-I-RESOLUTION(IX)
                  MOVE 0                TO WS-I-NOTES(IX)
                  MOVE 1                TO WS-I-RUNS(IX)
                  MOVE INC-RUN-ID       TO WS-I-RUN-ID(IX, 1)
               END-IF
            ELSE
               SET ENTRY-NOT-FOUND TO TRUE
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-INC-COUNT OR ENTRY-FOUND
                  IF WS-I-ID(IX) = INC-ID
                     SET ENTRY-FOUND TO TRUE
                     SUBTRACT 1 FROM IX
                  END-IF
               END-PERFORM
               IF ENTRY-FOUND
                  EVALUATE TRUE
                     WHEN INC-NOTED
                        ADD 1 TO WS-I-NOTES(IX)
                     WHEN INC-RUN-ADDED
                        IF WS-I-RUNS(IX) < 5
                           ADD 1 TO WS-I-RUNS(IX)
                           MOVE INC-REL-RUN-ID
                              TO WS-I-RUN-ID(IX, WS-I-RUNS(IX))
                        END-IF
                     WHEN INC-REASSIGNED
                        MOVE INC-NEW-OWNER TO WS-I-OWNER(IX)
                     WHEN INC-CLOSED
                        MOVE 'C'            TO WS-I-STATE(IX)
                        MOVE INC-DATE       TO WS-I-CLOSED(IX)
                        MOVE INC-RESOLUTION TO WS-I-RESOLUTION(IX)
                        IF INC-FINAL-CAUSE NOT = SPACES
                           MOVE INC-FINAL-CAUSE TO WS-I-CAUSE(IX)
                        END-IF
                  END-EVALUATE
               END-IF
            END-IF
            .

         LIST-OPEN-INCIDENTS SECTION.
            DISPLAY 'DAY00INC ' WS-OPEN-INC-COUNT ' OPEN INCIDENT(S)'
            IF WS-OPEN-INC-COUNT > 0
               DISPLAY 'ID    OPENED   CATEGORY CAUSE    OWNER    '
                       'PROGRAM  LABEL      FEED'
            END-IF
            PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > WS-INC-COUNT
               IF WS-I-STATE(IX) = 'O'
                  MOVE WS-I-ID(IX)       TO WS-LL-ID
                  MOVE WS-I-OPENED(IX)   TO WS-LL-OPENED
                  MOVE WS-I-CATEGORY(IX) TO WS-LL-CATEGORY
                  MOVE WS-I-CAUSE(IX)    TO WS-LL-CAUSE
                  MOVE WS-I-OWNER(IX)    TO WS-LL-OWNER
                  MOVE WS-I-PROGRAM(IX)  TO WS-LL-PROGRAM
                  MOVE WS-I-LABEL(IX)    TO WS-LL-LABEL
                  MOVE WS-I-FEED(IX)     TO WS-LL-FEED
                  MOVE WS-I-NOTES(IX)    TO WS-LL-NOTES
                  DISPLAY WS-LIST-LINE
               END-IF
            END-PERFORM
            .

      *
      *    OPEN FROM AN ALERT - THE ALERT'S FIRST WORD IS THE
      *    PROGRAM THAT RAISED IT, ITS RUN-ID THE RUN. AN ALERT
      *    ALREADY TAKEN INTO AN INCIDENT IS NOT OFFERED AGAIN.
      *
         OPEN-FROM-ALERT SECTION.
            PERFORM LOAD-FREE-ALERTS
            IF WS-ALERT-COUNT = 0
               DISPLAY 'DAY00INC NO ALERTS WITHOUT AN INCIDENT'
            ELSE
               PERFORM VARYING AX FROM 1 BY 1
                       UNTIL AX > WS-ALERT-COUNT
                  MOVE AX TO WS-PL-ITEM
                  MOVE SPACES TO WS-PL-TEXT
                  STRING WS-A-REF(AX) ' RUN ' WS-A-RUN-ID(AX)
                         ' ACK ' WS-A-ACK(AX) ' ' WS-A-LINE(AX)
                     DELIMITED BY SIZE INTO WS-PL-TEXT
                  END-STRING
                  DISPLAY WS-PICK-LINE
               END-PERFORM
               DISPLAY 'DAY00INC - ALERT ITEM (BLANK CANCELS): '
               MOVE SPACES TO WS-ASK
               ACCEPT WS-ASK
               PERFORM PARSE-PICK-NUMBER
               IF WS-PICK-NUM = 0 OR WS-PICK-NUM > WS-ALERT-COUNT
                  DISPLAY 'DAY00INC NO INCIDENT OPENED'
               ELSE
                  MOVE WS-PICK-NUM TO AX
                  MOVE 'A' TO WS-NEW-SOURCE
                  MOVE WS-A-REF(AX) TO WS-NEW-REF
                  MOVE SPACES TO WS-NEW-PROGRAM
                  UNSTRING WS-A-LINE(AX) DELIMITED BY SPACE
                     INTO WS-NEW-PROGRAM
                  END-UNSTRING
                  MOVE WS-A-RUN-ID(AX) TO WS-NEW-RUN-ID
                  DISPLAY 'DAY00INC - LABEL CONCERNED (BLANK IF '
                          'NONE): '
                  MOVE SPACES TO WS-NEW-LABEL
                  ACCEPT WS-NEW-LABEL
                  PERFORM OPEN-NEW-INCIDENT
               END-IF
            END-IF
            .

         LOAD-FREE-ALERTS SECTION.
            MOVE 0 TO WS-ALERT-COUNT
            OPEN INPUT ALR-FILE
            IF WS-ALR-STATUS = '00'
               READ ALR-FILE
                  AT END SET ALR-END TO TRUE
               END-READ
               PERFORM UNTIL ALR-END
                  MOVE SPACES TO WS-REF-KEY
                  STRING ALR-DATE ALR-TIME DELIMITED BY SIZE
                     INTO WS-REF-KEY
                  END-STRING
                  MOVE 'A' TO WS-NEW-SOURCE
                  PERFORM FIND-SOURCE-INCIDENT
                  IF ENTRY-NOT-FOUND AND WS-ALERT-COUNT < 500
                     ADD 1 TO WS-ALERT-COUNT
                     MOVE WS-REF-KEY TO WS-A-REF(WS-ALERT-COUNT)
                     MOVE ALR-RUN-ID TO WS-A-RUN-ID(WS-ALERT-COUNT)
                     MOVE ALR-ACK    TO WS-A-ACK(WS-ALERT-COUNT)
                     MOVE ALR-LINE   TO WS-A-LINE(WS-ALERT-COUNT)
                  END-IF
                  READ ALR-FILE
                     AT END SET ALR-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE ALR-FILE
            END-IF
            .

      *
      *    OPEN FROM A QUERY - ONLY A QUERY WHOSE RUN HAS NOT BEEN
      *    APPROVED SINCE (DAY00REV'S RULE) IS STILL OPEN.
      *
         OPEN-FROM-QUERY SECTION.
            PERFORM LOAD-OPEN-QUERIES
            IF WS-QUERY-COUNT = 0
               DISPLAY 'DAY00INC NO OPEN QUERIES WITHOUT AN INCIDENT'
            ELSE
               PERFORM VARYING QX FROM 1 BY 1
                       UNTIL QX > WS-QUERY-COUNT
                  MOVE QX TO WS-PL-ITEM
                  MOVE SPACES TO WS-PL-TEXT
                  STRING 'RUN ' WS-Q-RUN-ID(QX) ' '
                         WS-Q-PROGRAM(QX) ' ' WS-Q-LABEL(QX)
                         ' ' WS-Q-DATE(QX) ' ' WS-Q-NOTE(QX)
                     DELIMITED BY SIZE INTO WS-PL-TEXT
                  END-STRING
                  DISPLAY WS-PICK-LINE
               END-PERFORM
               DISPLAY 'DAY00INC - QUERY ITEM (BLANK CANCELS): '
               MOVE SPACES TO WS-ASK
               ACCEPT WS-ASK
               PERFORM PARSE-PICK-NUMBER
               IF WS-PICK-NUM = 0 OR WS-PICK-NUM > WS-QUERY-COUNT
                  DISPLAY 'DAY00INC NO INCIDENT OPENED'
               ELSE
                  MOVE WS-PICK-NUM TO QX
                  MOVE 'Q' TO WS-NEW-SOURCE
                  MOVE SPACES TO WS-NEW-REF
                  STRING WS-Q-RUN-ID(QX) WS-Q-PROGRAM(QX)
                     DELIMITED BY SIZE INTO WS-NEW-REF
                  END-STRING
                  MOVE WS-Q-PROGRAM(QX) TO WS-NEW-PROGRAM
                  MOVE WS-Q-LABEL(QX)   TO WS-NEW-LABEL
                  MOVE WS-Q-RUN-ID(QX)  TO WS-NEW-RUN-ID
                  PERFORM OPEN-NEW-INCIDENT
               END-IF
            END-IF
            .

         LOAD-OPEN-QUERIES SECTION.
            MOVE 0 TO WS-VERDICT-COUNT WS-QUERY-COUNT
            OPEN INPUT REV-FILE
            IF WS-REV-STATUS = '00'
               READ REV-FILE
                  AT END SET REV-END TO TRUE
               END-READ
               PERFORM UNTIL REV-END
                  PERFORM FOLD-ONE-VERDICT
                  READ REV-FILE
                     AT END SET REV-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE REV-FILE
            END-IF

            OPEN INPUT REV-FILE
            IF WS-REV-STATUS = '00'
               READ REV-FILE
                  AT END SET REV-END TO TRUE
               END-READ
               PERFORM UNTIL REV-END
                  IF REV-STATUS = 'Q'
                     PERFORM TAKE-OPEN-QUERY
                  END-IF
                  READ REV-FILE
                     AT END SET REV-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE REV-FILE
            END-IF
            .

         FOLD-ONE-VERDICT SECTION.
            SET ENTRY-NOT-FOUND TO TRUE
            PERFORM VARYING VX FROM 1 BY 1
                    UNTIL VX > WS-VERDICT-COUNT OR ENTRY-FOUND
               IF WS-V-RUN-ID(VX) = REV-RUN-ID
                  SET ENTRY-FOUND TO TRUE
                  MOVE REV-STATUS TO WS-V-STATUS(VX)
               END-IF
            END-PERFORM
            IF ENTRY-NOT-FOUND AND WS-VERDICT-COUNT < 500
               ADD 1 TO WS-VERDICT-COUNT
               MOVE REV-RUN-ID TO WS-V-RUN-ID(WS-VERDICT-COUNT)
               MOVE REV-STATUS TO WS-V-STATUS(WS-VERDICT-COUNT)
            END-IF
            .

         TAKE-OPEN-QUERY SECTION.
            SET ENTRY-NOT-FOUND TO TRUE
            PERFORM VARYING VX FROM 1 BY 1
                    UNTIL VX > WS-VERDICT-COUNT OR ENTRY-FOUND
               IF WS-V-RUN-ID(VX) = REV-RUN-ID
               AND WS-V-STATUS(VX) = 'Q'
                  SET ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM
            IF ENTRY-FOUND
               MOVE SPACES TO WS-REF-KEY
               STRING REV-RUN-ID REV-PROGRAM DELIMITED BY SIZE
                  INTO WS-REF-KEY
               END-STRING
               MOVE 'Q' TO WS-NEW-SOURCE
               PERFORM FIND-SOURCE-INCIDENT
               IF ENTRY-NOT-FOUND AND WS-QUERY-COUNT < 200
                  ADD 1 TO WS-QUERY-COUNT
                  MOVE REV-RUN-ID  TO WS-Q-RUN-ID(WS-QUERY-COUNT)
                  MOVE REV-PROGRAM TO WS-Q-PROGRAM(WS-QUERY-COUNT)
                  MOVE REV-LABEL   TO WS-Q-LABEL(WS-QUERY-COUNT)
                  MOVE REV-DATE    TO WS-Q-DATE(WS-QUERY-COUNT)
                  MOVE REV-NOTE    TO WS-Q-NOTE(WS-QUERY-COUNT)
               END-IF
            END-IF
            .

      *
      *    IS THERE ALREADY AN INCIDENT FOR SOURCE WS-NEW-SOURCE,
      *    REFERENCE WS-REF-KEY?
      *
         FIND-SOURCE-INCIDENT SECTION.
            SET ENTRY-NOT-FOUND TO TRUE
            PERFORM VARYING IX FROM 1 BY 1
                    UNTIL IX > WS-INC-COUNT OR ENTRY-FOUND
               IF WS-I-SOURCE(IX) = WS-NEW-SOURCE
               AND WS-I-REF(IX) = WS-REF-KEY
                  SET ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM
            .

      *
      *    THE CODES AND OWNER FOR A NEW INCIDENT, THEN ITS OPEN
      *    RECORD AND ANY FIRST NOTE. A BLANK CATEGORY ABANDONS IT;
      *    A BLANK ROOT CAUSE IS UNKNOWN FOR NOW, A BLANK OWNER THE
      *    OPERATOR OPENING IT.
      *
         OPEN-NEW-INCIDENT SECTION.
            MOVE 'C' TO WS-ASK-KIND
            MOVE 'CATEGORY (? LISTS, BLANK CANCELS): '
               TO WS-ASK-PROMPT
            PERFORM ASK-CODE
            IF WS-ASK-CODE = SPACES
               DISPLAY 'DAY00INC NO INCIDENT OPENED'
            ELSE
               MOVE WS-ASK-CODE TO WS-NEW-CATEGORY
               MOVE 'R' TO WS-ASK-KIND
               MOVE 'ROOT CAUSE (? LISTS, BLANK = UNKNOWN): '
                  TO WS-ASK-PROMPT
               PERFORM ASK-CODE
               IF WS-ASK-CODE = SPACES
                  MOVE 'UNKNOWN' TO WS-NEW-CAUSE
               ELSE
                  MOVE WS-ASK-CODE TO WS-NEW-CAUSE
               END-IF
               DISPLAY 'DAY00INC - OWNER (BLANK = ' WS-OPERATOR
                       '): '
               MOVE SPACES TO WS-ASK-OWNER
               ACCEPT WS-ASK-OWNER
               IF WS-ASK-OWNER = SPACES
                  MOVE WS-OPERATOR TO WS-ASK-OWNER
               END-IF
               INSPECT WS-NEW-PROGRAM CONVERTING
                  'abcdefghijklmnopqrstuvwxyz' TO
                  'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF WS-NEW-PROGRAM(1:3) = 'DAY'
               AND WS-NEW-PROGRAM(4:2) NUMERIC
               AND WS-NEW-PROGRAM(4:2) NOT = '00'
                  MOVE WS-NEW-PROGRAM(1:5) TO WS-NEW-FEED
               ELSE
                  MOVE 'SUITE' TO WS-NEW-FEED
               END-IF

               MOVE SPACES          TO INC-RECORD
               MOVE WS-NEXT-ID      TO INC-ID
               MOVE 'O'             TO INC-EVENT
               MOVE WS-RUN-DATE     TO INC-DATE
               MOVE WS-OPERATOR     TO INC-OPERATOR
               MOVE WS-NEW-SOURCE   TO INC-SOURCE
               MOVE WS-NEW-REF      TO INC-SOURCE-REF
               MOVE WS-NEW-CATEGORY TO INC-CATEGORY
               MOVE WS-NEW-CAUSE    TO INC-CAUSE
               MOVE WS-ASK-OWNER    TO INC-OWNER
               MOVE WS-NEW-PROGRAM  TO INC-PROGRAM
               MOVE WS-NEW-LABEL    TO INC-LABEL
               MOVE WS-NEW-RUN-ID   TO INC-RUN-ID
               MOVE WS-NEW-FEED     TO INC-FEED
               PERFORM APPEND-EVENT
               DISPLAY 'DAY00INC INCIDENT ' WS-NEXT-ID ' OPENED FOR '
                       WS-NEW-PROGRAM ' RUN ' WS-NEW-RUN-ID

               DISPLAY 'DAY00INC - FIRST NOTE (BLANK IF NONE): '
               MOVE SPACES TO WS-ASK-TEXT
               ACCEPT WS-ASK-TEXT
               IF WS-ASK-TEXT NOT = SPACES
                  MOVE SPACES      TO INC-RECORD
                  MOVE WS-NEXT-ID  TO INC-ID
                  MOVE 'N'         TO INC-EVENT
                  MOVE WS-RUN-DATE TO INC-DATE
                  MOVE WS-OPERATOR TO INC-OPERATOR
                  MOVE WS-ASK-TEXT TO INC-NOTE-TEXT
                  PERFORM APPEND-EVENT
               END-IF
               PERFORM FOLD-INCIDENTS
            END-IF
            .

         ADD-PROGRESS-NOTE SECTION.
            PERFORM PICK-OPEN-INCIDENT
            IF ENTRY-FOUND
               DISPLAY 'DAY00INC - NOTE: '
               MOVE SPACES TO WS-ASK-TEXT
               ACCEPT WS-ASK-TEXT
               IF WS-ASK-TEXT = SPACES
                  DISPLAY 'DAY00INC NOTHING RECORDED'
               ELSE
                  MOVE SPACES      TO INC-RECORD
                  MOVE WS-I-ID(IX) TO INC-ID
                  MOVE 'N'         TO INC-EVENT
                  MOVE WS-RUN-DATE TO INC-DATE
                  MOVE WS-OPERATOR TO INC-OPERATOR
                  MOVE WS-ASK-TEXT TO INC-NOTE-TEXT
                  PERFORM APPEND-EVENT
                  ADD 1 TO WS-I-NOTES(IX)
                  DISPLAY 'DAY00INC NOTE ADDED TO INCIDENT '
                          WS-I-ID(IX)
               END-IF
            END-IF
            .

         ADD-RELATED-RUN SECTION.
            PERFORM PICK-OPEN-INCIDENT
            IF ENTRY-FOUND
               IF WS-I-RUNS(IX) >= 5
                  DISPLAY 'DAY00INC INCIDENT ' WS-I-ID(IX)
                          ' ALREADY NAMES FIVE RUNS - ADD A NOTE'
               ELSE
                  DISPLAY 'DAY00INC - RELATED RUN-ID: '
                  MOVE SPACES TO WS-ASK
                  ACCEPT WS-ASK
                  PERFORM PARSE-PICK-NUMBER
                  IF WS-PICK-NUM = 0
                     DISPLAY 'DAY00INC NOTHING RECORDED'
                  ELSE
                     MOVE SPACES      TO INC-RECORD
                     MOVE WS-I-ID(IX) TO INC-ID
                     MOVE 'R'         TO INC-EVENT
                     MOVE WS-RUN-DATE TO INC-DATE
                     MOVE WS-OPERATOR TO INC-OPERATOR
                     MOVE WS-PICK-NUM TO INC-REL-RUN-ID
                     PERFORM APPEND-EVENT
                     ADD 1 TO WS-I-RUNS(IX)
                     MOVE WS-PICK-NUM
                        TO WS-I-RUN-ID(IX, WS-I-RUNS(IX))
                     DISPLAY 'DAY00INC RUN ' WS-PICK-NUM
                             ' ADDED TO INCIDENT ' WS-I-ID(IX)
                  END-IF
               END-IF
            END-IF
            .

         REASSIGN-OWNER SECTION.
            PERFORM PICK-OPEN-INCIDENT
            IF ENTRY-FOUND
               DISPLAY 'DAY00INC - NEW OWNER (NOW ' WS-I-OWNER(IX)
                       '): '
               MOVE SPACES TO WS-ASK-OWNER
               ACCEPT WS-ASK-OWNER
               IF WS-ASK-OWNER = SPACES
                  DISPLAY 'DAY00INC NOTHING RECORDED'
               ELSE
                  MOVE SPACES       TO INC-RECORD
                  MOVE WS-I-ID(IX)  TO INC-ID
                  MOVE 'W'          TO INC-EVENT
                  MOVE WS-RUN-DATE  TO INC-DATE
                  MOVE WS-OPERATOR  TO INC-OPERATOR
                  MOVE WS-ASK-OWNER TO INC-NEW-OWNER
                  PERFORM APPEND-EVENT
                  MOVE WS-ASK-OWNER TO WS-I-OWNER(IX)
                  DISPLAY 'DAY00INC INCIDENT ' WS-I-ID(IX)
                          ' NOW OWNED BY ' WS-ASK-OWNER
               END-IF
            END-IF
            .

      *
      *    CLOSING TAKES A RESOLUTION CODE (BLANK LEAVES IT OPEN)
      *    AND THE ROOT CAUSE AS FINALLY FOUND, SINCE THE ONE GIVEN
      *    AT OPENING IS OFTEN ONLY A GUESS.
      *
         CLOSE-INCIDENT SECTION.
            PERFORM PICK-OPEN-INCIDENT
            IF ENTRY-FOUND
               MOVE 'S' TO WS-ASK-KIND
               MOVE 'RESOLUTION (? LISTS, BLANK CANCELS): '
                  TO WS-ASK-PROMPT
               PERFORM ASK-CODE
               IF WS-ASK-CODE = SPACES
                  DISPLAY 'DAY00INC INCIDENT ' WS-I-ID(IX)
                          ' LEFT OPEN'
               ELSE
                  MOVE SPACES      TO INC-RECORD
                  MOVE WS-ASK-CODE TO INC-RESOLUTION
                  MOVE 'R' TO WS-ASK-KIND
                  MOVE 'ROOT CAUSE FOUND (BLANK = UNCHANGED): '
                     TO WS-ASK-PROMPT
                  DISPLAY 'DAY00INC ROOT CAUSE NOW ' WS-I-CAUSE(IX)
                  PERFORM ASK-CODE
                  MOVE WS-ASK-CODE TO INC-FINAL-CAUSE
                  DISPLAY 'DAY00INC - CLOSING NOTE: '
                  MOVE SPACES TO WS-ASK-TEXT
                  ACCEPT WS-ASK-TEXT
                  MOVE WS-ASK-TEXT TO INC-CLOSE-NOTE
                  MOVE WS-I-ID(IX) TO INC-ID
                  MOVE 'C'         TO INC-EVENT
                  MOVE WS-RUN-DATE TO INC-DATE
                  MOVE WS-OPERATOR TO INC-OPERATOR
                  PERFORM APPEND-EVENT
                  MOVE 'C' TO WS-I-STATE(IX)
                  SUBTRACT 1 FROM WS-OPEN-INC-COUNT
                  DISPLAY 'DAY00INC INCIDENT ' WS-I-ID(IX)
                          ' CLOSED ' INC-RESOLUTION
               END-IF
            END-IF
            .

      *
      *    ONE INCIDENT'S WHOLE TRAIL, EVENT BY EVENT.
      *
         SHOW-INCIDENT SECTION.
            PERFORM PICK-ANY-INCIDENT
            IF ENTRY-FOUND
               DISPLAY 'DAY00INC INCIDENT ' WS-I-ID(IX) ' '
                       WS-I-CATEGORY(IX) ' CAUSE ' WS-I-CAUSE(IX)
                       ' OWNER ' WS-I-OWNER(IX) ' FEED '
                       WS-I-FEED(IX)
               DISPLAY '   RUNS ' WS-I-RUN-ID(IX, 1) ' '
                       WS-I-RUN-ID(IX, 2) ' ' WS-I-RUN-ID(IX, 3) ' '
                       WS-I-RUN-ID(IX, 4) ' ' WS-I-RUN-ID(IX, 5)
               OPEN INPUT INC-FILE
               IF WS-INC-STATUS = '00'
                  READ INC-FILE
                     AT END SET INC-END TO TRUE
                  END-READ
                  PERFORM UNTIL INC-END
                     IF INC-ID NUMERIC
                     AND INC-ID = WS-I-ID(IX)
                        DISPLAY '   ' INC-DATE ' ' INC-OPERATOR ' '
                                INC-EVENT ' ' INC-DETAIL
                     END-IF
                     READ INC-FILE
                        AT END SET INC-END TO TRUE
                     END-READ
                  END-PERFORM
                  CLOSE INC-FILE
               END-IF
            END-IF
            .

         PICK-OPEN-INCIDENT SECTION.
            PERFORM PICK-ANY-INCIDENT
            IF ENTRY-FOUND
            AND WS-I-STATE(IX) NOT = 'O'
               DISPLAY 'DAY00INC INCIDENT ' WS-I-ID(IX)
                       ' IS ALREADY CLOSED'
               SET ENTRY-NOT-FOUND TO TRUE
            END-IF
            .

         PICK-ANY-INCIDENT SECTION.
            DISPLAY 'DAY00INC - INCIDENT NUMBER: '
            MOVE SPACES TO WS-ASK
            ACCEPT WS-ASK
            PERFORM PARSE-PICK-NUMBER
            SET ENTRY-NOT-FOUND TO TRUE
            PERFORM VARYING IX FROM 1 BY 1
                    UNTIL IX > WS-INC-COUNT OR ENTRY-FOUND
               IF WS-I-ID(IX) = WS-PICK-NUM
                  SET ENTRY-FOUND TO TRUE
                  SUBTRACT 1 FROM IX
               END-IF
            END-PERFORM
            IF ENTRY-NOT-FOUND
               DISPLAY 'DAY00INC NO SUCH INCIDENT'
            END-IF
            .

      *
      *    PROMPT FOR A CODE OF KIND WS-ASK-KIND UNTIL ONE ON THE
      *    TABLE (OR A BLANK) IS GIVEN. '?' LISTS THE CODES.
      *
         ASK-CODE SECTION.
            SET CODE-NOT-SETTLED TO TRUE
            PERFORM UNTIL CODE-SETTLED
               DISPLAY 'DAY00INC - ' WS-ASK-PROMPT
               MOVE SPACES TO WS-ASK-CODE
               ACCEPT WS-ASK-CODE
               INSPECT WS-ASK-CODE CONVERTING
                  'abcdefghijklmnopqrstuvwxyz' TO
                  'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               EVALUATE TRUE
                  WHEN WS-ASK-CODE = SPACES
                     SET CODE-SETTLED TO TRUE
                  WHEN WS-ASK-CODE = '?'
                     PERFORM VARYING KX FROM 1 BY 1
                             UNTIL KX > WS-CODE-COUNT
                        IF WS-C-KIND(KX) = WS-ASK-KIND
                           DISPLAY '   ' WS-C-CODE(KX) ' '
                                   WS-C-DESC(KX)
                        END-IF
                     END-PERFORM
                  WHEN OTHER
                     PERFORM VARYING KX FROM 1 BY 1
                             UNTIL KX > WS-CODE-COUNT OR CODE-SETTLED
                        IF WS-C-KIND(KX) = WS-ASK-KIND
                        AND WS-C-CODE(KX) = WS-ASK-CODE
                           SET CODE-SETTLED TO TRUE
                        END-IF
                     END-PERFORM
                     IF CODE-NOT-SETTLED
                        DISPLAY 'DAY00INC ' WS-ASK-CODE ' IS NOT ON '
                                'INCCODES - ? LISTS THE CODES'
                     END-IF
               END-EVALUATE
            END-PERFORM
            .

         PARSE-PICK-NUMBER SECTION.
            MOVE 0 TO WS-PICK-NUM
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 6
               MOVE WS-ASK(CX:1) TO WS-PICK-CHAR
               IF WS-PICK-CHAR NUMERIC
                  COMPUTE WS-PICK-NUM =
                     WS-PICK-NUM * 10 + WS-PICK-DIGIT
               END-IF
            END-PERFORM
            .

         APPEND-EVENT SECTION.
            OPEN EXTEND INC-FILE
            IF WS-INC-STATUS NOT = '00'
               OPEN OUTPUT INC-FILE
            END-IF
            WRITE INC-RECORD
            CLOSE INC-FILE
            .
