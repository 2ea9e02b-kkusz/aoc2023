         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY00AUD.

      *
      *    NIGHTLY STRUCTURAL AUDIT OF THE KEYED MASTERS. CTLMAST,
      *    HANDMST, SEEDMST, GEARMST, SENMST, GAMHIST AND REVMAST
      *    ARE LINE-SEQUENTIAL FILES THAT ARE KEYED AND KEPT IN
      *    ORDER ONLY BY THE CONVENTION OF THE PROGRAMS THAT WRITE
      *    THEM, AND EVERY LOADER TRUSTS THAT THEY ARE CLEAN - AFTER
      *    THE DISK INCIDENT NOTHING COULD PROVE IT. THIS STEP READS
      *    EACH MASTER NAMED IN THE LAYOUT TABLE (AUDTAB - KEY
      *    POSITION AND LENGTH, RECORD LENGTH RANGE, WHETHER EQUAL
      *    KEYS MAY STAND, WHETHER A *TRL COUNT TRAILER CLOSES IT,
      *    AND THE FIELDS THAT MUST BE ALL DIGITS) AND CHECKS, RECORD
      *    BY RECORD, THE KEY SEQUENCE AND DUPLICATE KEYS, THE
      *    NUMERIC FIELDS, AND THE LENGTH AGAINST THE LAYOUT, AND AT
      *    THE END THE TRAILER'S COUNT AGAINST THE RECORDS READ.
      *    EVERY FINDING GOES TO THE AUDEXC EXCEPTION FILE WITH THE
      *    MASTER AND RECORD NUMBER. ANY BREAK ENDS WITH RETURN CODE
      *    8 AND A PAGED ALERT, AND THE DRIVER'S COND ON THE DAY00BAK
      *    STEP THEN BYPASSES THE NIGHT'S SNAPSHOT, SO A CORRUPTED
      *    MASTER IS NEVER SAVED OVER THE LAST GOOD BACKUP. A MASTER
      *    NOT ON DISK YET IS NOTED AND PASSED OVER.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT TAB-FILE ASSIGN TO AUDTAB
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TAB-STATUS.

            SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MAST-STATUS.

            SELECT EXC-FILE ASSIGN TO AUDEXC
            ORGANIZATION IS LINE SEQUENTIAL.

         DATA DIVISION.

         FILE SECTION.
         FD TAB-FILE.
         01 TAB-RECORD.
            88 TAB-END           VALUE LOW-VALUE.
            05 TAB-TEXT          PIC X(200).

         FD MAST-FILE.
         01 MAST-RECORD.
            88 MAST-END          VALUE LOW-VALUE.
            05 MAST-TEXT         PIC X(300).
         01 MAST-TRAILER REDEFINES MAST-RECORD.
            05 MAST-TRL-TAG      PIC X(5).
            05 MAST-TRL-COUNT    PIC 9(9).
            05 FILLER            PIC X(286).

         FD EXC-FILE.
         01 EXC-RECORD.
            05 EXC-MASTER        PIC X(30).
            05 FILLER            PIC X VALUE SPACE.
            05 EXC-REC-NO        PIC ZZZZZZ9.
            05 FILLER            PIC X VALUE SPACE.
            05 EXC-REASON        PIC X(50).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         COPY "ALERTDAT.CPY".

         01 WS-TAB-STATUS        PIC XX.
         01 WS-MAST-STATUS       PIC XX.
         01 WS-MAST-NAME         PIC X(100).

      *
      *    THE LAYOUT TABLE - ONE ENTRY PER MASTER, WITH UP TO
      *    SIXTEEN FIELDS THAT MUST BE ALL DIGITS.
      *
         01 WS-TAB-COUNT         PIC 99 VALUE 0.
         01 WS-TAB-TABLE.
            05 WS-TAB-ENTRY OCCURS 20.
               10 WS-T-PATH      PIC X(60).
               10 WS-T-KEY-POS   PIC 999.
               10 WS-T-KEY-LEN   PIC 99.
               10 WS-T-MIN-LEN   PIC 999.
               10 WS-T-MAX-LEN   PIC 999.
               10 WS-T-DUPS      PIC X.
               10 WS-T-TRAILER   PIC X.
               10 WS-T-FLD-COUNT PIC 99.
               10 WS-T-FIELD OCCURS 16.
                  15 WS-T-FLD-POS PIC 999.
                  15 WS-T-FLD-LEN PIC 99.

         01 WS-TOK-TABLE.
            05 WS-TOK            PIC X(60) OCCURS 10.
         01 WS-FLD-ITEM-TABLE.
            05 WS-FLD-ITEM       PIC X(10) OCCURS 8.
         01 WS-FLD-POS-X         PIC X(10).
         01 WS-FLD-LEN-X         PIC X(10).
         01 WS-NUM-TEXT          PIC X(10).
         01 WS-NUM               PIC 9(3).
         01 WS-NUM-LEN           PIC 99.
         01 WS-DIGIT             PIC 9.
         01 WS-DIGIT-X REDEFINES WS-DIGIT PIC X.
         01 SW-LINE              PIC 9.
            88 LINE-GOOD               VALUE 0.
            88 LINE-BAD                VALUE 1.

         01 WS-REC-NO            PIC 9(7).
         01 WS-DATA-COUNT        PIC 9(9).
         01 WS-REC-LEN           PIC 999.
         01 WS-KEY               PIC X(60).
         01 WS-PREV-KEY          PIC X(60).
         01 WS-TRL-SEEN          PIC 9.
            88 TRAILER-SEEN            VALUE 1.
            88 TRAILER-NOT-SEEN        VALUE 0.
         01 WS-TRL-COUNT         PIC 9(9).
         01 WS-FIELD-TEXT        PIC X(60).
         01 WS-FINDING           PIC X(50).
         01 WS-SHOW-NUM          PIC ZZ9.
         01 WS-SHOW-NUM2         PIC ZZ9.
         01 WS-SHOW-NUM3         PIC ZZ9.

         01 WS-MASTER-FINDINGS   PIC 9(7).
         01 WS-TOTAL-FINDINGS    PIC 9(7) VALUE 0.
         01 WS-BROKEN-COUNT      PIC 99 VALUE 0.
         01 WS-AUDITED-COUNT     PIC 99 VALUE 0.
         01 WS-WARN-COUNT        PIC 99 VALUE 0.

         77 MX                   PIC 99.
         77 FX                   PIC 99.
         77 IX                   PIC 99.
         77 TX                   PIC 99.
         77 VX                   PIC 99.
         77 NX                   PIC 99.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY00AUD'==
                         ==PFX-SUB== BY =='/day00'==.

            PERFORM LOAD-LAYOUT-TABLE

            OPEN OUTPUT EXC-FILE
            PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > WS-TAB-COUNT
               PERFORM AUDIT-ONE-MASTER
            END-PERFORM
            CLOSE EXC-FILE

            IF WS-TOTAL-FINDINGS = 0
               DISPLAY 'DAY00AUD VERDICT CLEAN - ' WS-AUDITED-COUNT
                       ' MASTER(S) IN KEY ORDER AND TRUE TO LAYOUT'
               IF WS-WARN-COUNT > 0
                  MOVE 4 TO RETURN-CODE
               END-IF
            ELSE
               DISPLAY 'DAY00AUD VERDICT BROKEN - ' WS-TOTAL-FINDINGS
                       ' FINDING(S) IN ' WS-BROKEN-COUNT
                       ' MASTER(S) LISTED IN AUDEXC'
               MOVE SPACES TO WS-ALERT-LINE
               STRING 'DAY00AUD 0008 MASTER AUDIT BROKEN - '
                      WS-TOTAL-FINDINGS ' FINDINGS IN '
                      WS-BROKEN-COUNT ' MASTERS'
                  DELIMITED BY SIZE INTO WS-ALERT-LINE
               END-STRING
               CALL 'DAY00ALR' USING WS-ALERT-LINE
               END-CALL
               MOVE 8 TO RETURN-CODE
            END-IF

            STOP RUN.

         LOAD-LAYOUT-TABLE SECTION.
            OPEN INPUT TAB-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-TAB-STATUS==
                         ==FS-FILE-NAME== BY =='AUDTAB'==
                         ==FS-PGM==       BY =='DAY00AUD'==.
            READ TAB-FILE
               AT END SET TAB-END TO TRUE
            END-READ
            PERFORM UNTIL TAB-END
               IF TAB-TEXT NOT = SPACES
               AND TAB-TEXT(1:1) NOT = '*'
                  IF WS-TAB-COUNT >= 20
                     DISPLAY 'DAY00AUD WARNING - LAYOUT TABLE FULL '
                             'AT 20 ENTRIES; ' TAB-TEXT(1:30)
                             ' NOT AUDITED'
                     ADD 1 TO WS-WARN-COUNT
                  ELSE
                     PERFORM LOAD-ONE-LAYOUT
                  END-IF
               END-IF
               READ TAB-FILE
                  AT END SET TAB-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE TAB-FILE
            .

      *
      *    A LINE THAT DOES NOT PARSE IS DROPPED WITH A WARNING -
      *    DAY00PRM REJECTS SUCH A LINE AT CHECK-IN, SO ONE HERE
      *    MEANS THE TABLE WAS EDITED BY HAND.
      *
         LOAD-ONE-LAYOUT SECTION.
            MOVE SPACES TO WS-TOK-TABLE
            UNSTRING TAB-TEXT
               DELIMITED BY ALL SPACE
               INTO WS-TOK(1), WS-TOK(2), WS-TOK(3), WS-TOK(4),
                    WS-TOK(5), WS-TOK(6), WS-TOK(7), WS-TOK(8),
                    WS-TOK(9), WS-TOK(10)
            END-UNSTRING
            SET LINE-GOOD TO TRUE
            ADD 1 TO WS-TAB-COUNT
            MOVE WS-TAB-COUNT TO TX
            MOVE WS-TOK(1) TO WS-T-PATH(TX)

            MOVE WS-TOK(2) TO WS-NUM-TEXT
            PERFORM PARSE-SMALL-NUMBER
            MOVE WS-NUM TO WS-T-KEY-POS(TX)
            IF WS-NUM-LEN = 0 OR WS-NUM = 0
               SET LINE-BAD TO TRUE
            END-IF
            MOVE WS-TOK(3) TO WS-NUM-TEXT
            PERFORM PARSE-SMALL-NUMBER
            IF WS-NUM-LEN = 0 OR WS-NUM = 0 OR WS-NUM > 60
            OR WS-T-KEY-POS(TX) + WS-NUM > 301
               SET LINE-BAD TO TRUE
            ELSE
               MOVE WS-NUM TO WS-T-KEY-LEN(TX)
            END-IF
            MOVE WS-TOK(4) TO WS-NUM-TEXT
            PERFORM PARSE-SMALL-NUMBER
            MOVE WS-NUM TO WS-T-MIN-LEN(TX)
            IF WS-NUM-LEN = 0
               SET LINE-BAD TO TRUE
            END-IF
            MOVE WS-TOK(5) TO WS-NUM-TEXT
            PERFORM PARSE-SMALL-NUMBER
            MOVE WS-NUM TO WS-T-MAX-LEN(TX)
            IF WS-NUM-LEN = 0 OR WS-NUM < WS-T-MIN-LEN(TX)
            OR WS-NUM > 300
               SET LINE-BAD TO TRUE
            END-IF
            MOVE WS-TOK(6) TO WS-T-DUPS(TX)
            MOVE WS-TOK(7) TO WS-T-TRAILER(TX)
            IF (WS-T-DUPS(TX) NOT = 'Y' AND NOT = 'N')
            OR (WS-T-TRAILER(TX) NOT = 'Y' AND NOT = 'N')
               SET LINE-BAD TO TRUE
            END-IF

            MOVE 0 TO WS-T-FLD-COUNT(TX)
            PERFORM VARYING IX FROM 8 BY 1 UNTIL IX > 10
               IF WS-TOK(IX) NOT = SPACES
                  PERFORM LOAD-FIELD-LIST
               END-IF
            END-PERFORM

            IF LINE-BAD
               DISPLAY 'DAY00AUD WARNING - BAD LAYOUT LINE FOR '
                       WS-TOK(1)(1:30) ' - MASTER NOT AUDITED'
               ADD 1 TO WS-WARN-COUNT
               SUBTRACT 1 FROM WS-TAB-COUNT
            END-IF
            .

         LOAD-FIELD-LIST SECTION.
            MOVE SPACES TO WS-FLD-ITEM-TABLE
            UNSTRING WS-TOK(IX)
               DELIMITED BY ','
               INTO WS-FLD-ITEM(1), WS-FLD-ITEM(2), WS-FLD-ITEM(3),
                    WS-FLD-ITEM(4), WS-FLD-ITEM(5), WS-FLD-ITEM(6),
                    WS-FLD-ITEM(7), WS-FLD-ITEM(8)
            END-UNSTRING
            PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 8
               IF WS-FLD-ITEM(FX) NOT = SPACES
                  IF WS-T-FLD-COUNT(TX) >= 16
                     SET LINE-BAD TO TRUE
                  ELSE
                     MOVE SPACES TO WS-FLD-POS-X WS-FLD-LEN-X
                     UNSTRING WS-FLD-ITEM(FX)
                        DELIMITED BY ':'
                        INTO WS-FLD-POS-X, WS-FLD-LEN-X
                     END-UNSTRING
                     ADD 1 TO WS-T-FLD-COUNT(TX)
                     MOVE WS-T-FLD-COUNT(TX) TO VX
                     MOVE WS-FLD-POS-X TO WS-NUM-TEXT
                     PERFORM PARSE-SMALL-NUMBER
                     MOVE WS-NUM TO WS-T-FLD-POS(TX, VX)
                     IF WS-NUM-LEN = 0 OR WS-NUM = 0
                        SET LINE-BAD TO TRUE
                     END-IF
                     MOVE WS-FLD-LEN-X TO WS-NUM-TEXT
                     PERFORM PARSE-SMALL-NUMBER
                     IF WS-NUM-LEN = 0 OR WS-NUM = 0 OR WS-NUM > 60
                     OR WS-T-FLD-POS(TX, VX) + WS-NUM > 301
                        SET LINE-BAD TO TRUE
                     ELSE
                        MOVE WS-NUM TO WS-T-FLD-LEN(TX, VX)
                     END-IF
                  END-IF
               END-IF
            END-PERFORM
            .

      *
      *    UP TO THREE DIGITS FROM WS-NUM-TEXT INTO WS-NUM; WS-NUM-LEN
      *    IS ZERO WHEN THE FIELD IS NOT ALL DIGITS.
      *
         PARSE-SMALL-NUMBER SECTION.
            MOVE 0 TO WS-NUM
            MOVE 0 TO WS-NUM-LEN
            PERFORM VARYING NX FROM 1 BY 1
                        UNTIL NX > 4 OR WS-NUM-TEXT(NX:1) = SPACE
               IF WS-NUM-TEXT(NX:1) NUMERIC AND NX <= 3
                  MOVE WS-NUM-TEXT(NX:1) TO WS-DIGIT-X
                  COMPUTE WS-NUM = WS-NUM * 10 + WS-DIGIT
                  ADD 1 TO WS-NUM-LEN
               ELSE
                  MOVE 0 TO WS-NUM-LEN
                  MOVE 4 TO NX
               END-IF
            END-PERFORM
            .

         AUDIT-ONE-MASTER SECTION.
            MOVE WS-T-PATH(MX) TO WS-MAST-NAME
            OPEN INPUT MAST-FILE
            IF WS-MAST-STATUS NOT = '00'
               DISPLAY 'DAY00AUD ' WS-T-PATH(MX)(1:30)
                       ' NOT ON DISK - NOT AUDITED'
            ELSE
               ADD 1 TO WS-AUDITED-COUNT
               MOVE 0 TO WS-REC-NO
                         WS-DATA-COUNT
                         WS-MASTER-FINDINGS
               MOVE LOW-VALUES TO WS-PREV-KEY
               SET TRAILER-NOT-SEEN TO TRUE
               READ MAST-FILE
                  AT END SET MAST-END TO TRUE
               END-READ
               PERFORM UNTIL MAST-END
                  ADD 1 TO WS-REC-NO
                  IF WS-T-TRAILER(MX) = 'Y'
                  AND MAST-TRL-TAG = '*TRL '
                     PERFORM CHECK-TRAILER-RECORD
                  ELSE
                     PERFORM CHECK-DATA-RECORD
                  END-IF
                  READ MAST-FILE
                     AT END SET MAST-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE MAST-FILE

               IF WS-T-TRAILER(MX) = 'Y'
                  PERFORM CHECK-CONTROL-COUNT
               END-IF

               IF WS-MASTER-FINDINGS = 0
                  DISPLAY 'DAY00AUD ' WS-T-PATH(MX)(1:30) ' '
                          WS-DATA-COUNT ' RECORDS - CLEAN'
               ELSE
                  ADD 1 TO WS-BROKEN-COUNT
                  DISPLAY 'DAY00AUD ' WS-T-PATH(MX)(1:30) ' '
                          WS-DATA-COUNT ' RECORDS - BROKEN, '
                          WS-MASTER-FINDINGS ' FINDING(S)'
               END-IF
            END-IF
            .

         CHECK-TRAILER-RECORD SECTION.
            IF TRAILER-SEEN
               MOVE 'SECOND TRAILER RECORD' TO WS-FINDING
               PERFORM WRITE-FINDING
            ELSE
               SET TRAILER-SEEN TO TRUE
               IF MAST-TRL-COUNT NUMERIC
                  MOVE MAST-TRL-COUNT TO WS-TRL-COUNT
               ELSE
                  MOVE 'TRAILER COUNT NOT NUMERIC' TO WS-FINDING
                  PERFORM WRITE-FINDING
                  MOVE 0 TO WS-TRL-COUNT
               END-IF
            END-IF
            .

      *
      *    THE LENGTH IS TO THE LAST NON-BLANK BYTE - A LINE-
      *    SEQUENTIAL WRITE DROPS TRAILING SPACES, SO A LAYOUT THAT
      *    ENDS IN TEXT CARRIES A MINIMUM BELOW ITS FULL LENGTH.
      *
         CHECK-DATA-RECORD SECTION.
            ADD 1 TO WS-DATA-COUNT
            IF TRAILER-SEEN
               MOVE 'RECORD AFTER THE TRAILER' TO WS-FINDING
               PERFORM WRITE-FINDING
            END-IF

            MOVE 300 TO WS-REC-LEN
            PERFORM UNTIL WS-REC-LEN = 0
                         OR MAST-TEXT(WS-REC-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-REC-LEN
            END-PERFORM
            IF WS-REC-LEN < WS-T-MIN-LEN(MX)
            OR WS-REC-LEN > WS-T-MAX-LEN(MX)
               MOVE WS-REC-LEN        TO WS-SHOW-NUM
               MOVE WS-T-MIN-LEN(MX)  TO WS-SHOW-NUM2
               MOVE WS-T-MAX-LEN(MX)  TO WS-SHOW-NUM3
               MOVE SPACES TO WS-FINDING
               STRING 'RECORD LENGTH ' WS-SHOW-NUM ' OUTSIDE LAYOUT '
                      WS-SHOW-NUM2 ' TO ' WS-SHOW-NUM3
                  DELIMITED BY SIZE INTO WS-FINDING
               END-STRING
               PERFORM WRITE-FINDING
            END-IF

            PERFORM VARYING FX FROM 1 BY 1
                        UNTIL FX > WS-T-FLD-COUNT(MX)
               MOVE SPACES TO WS-FIELD-TEXT
               MOVE MAST-TEXT(WS-T-FLD-POS(MX, FX):
                              WS-T-FLD-LEN(MX, FX))
                  TO WS-FIELD-TEXT
               IF WS-FIELD-TEXT(1:WS-T-FLD-LEN(MX, FX)) NOT NUMERIC
                  MOVE WS-T-FLD-POS(MX, FX) TO WS-SHOW-NUM
                  MOVE WS-T-FLD-LEN(MX, FX) TO WS-SHOW-NUM2
                  MOVE SPACES TO WS-FINDING
                  STRING 'FIELD AT ' WS-SHOW-NUM ' LENGTH '
                         WS-SHOW-NUM2 ' NOT NUMERIC'
                     DELIMITED BY SIZE INTO WS-FINDING
                  END-STRING
                  PERFORM WRITE-FINDING
               END-IF
            END-PERFORM

            MOVE SPACES TO WS-KEY
            MOVE MAST-TEXT(WS-T-KEY-POS(MX):WS-T-KEY-LEN(MX))
               TO WS-KEY
            IF WS-DATA-COUNT > 1
               IF WS-KEY < WS-PREV-KEY
                  MOVE 'KEY OUT OF SEQUENCE - LOWER THAN THE RECORD '
                     & 'BEFORE' TO WS-FINDING
                  PERFORM WRITE-FINDING
               END-IF
               IF WS-KEY = WS-PREV-KEY
               AND WS-T-DUPS(MX) = 'N'
                  MOVE 'DUPLICATE KEY - SAME AS THE RECORD BEFORE'
                     TO WS-FINDING
                  PERFORM WRITE-FINDING
               END-IF
            END-IF
            MOVE WS-KEY TO WS-PREV-KEY
            .

         CHECK-CONTROL-COUNT SECTION.
            IF TRAILER-NOT-SEEN
               MOVE 0 TO WS-REC-NO
               MOVE 'TRAILER MISSING - MASTER MAY BE TRUNCATED'
                  TO WS-FINDING
               PERFORM WRITE-FINDING
            ELSE
               IF WS-TRL-COUNT NOT = WS-DATA-COUNT
                  MOVE 0 TO WS-REC-NO
                  MOVE SPACES TO WS-FINDING
                  STRING 'TRAILER COUNT ' WS-TRL-COUNT
                         ' BUT RECORDS READ ' WS-DATA-COUNT
                     DELIMITED BY SIZE INTO WS-FINDING
                  END-STRING
                  PERFORM WRITE-FINDING
               END-IF
            END-IF
            .

         WRITE-FINDING SECTION.
            MOVE SPACES        TO EXC-RECORD
            MOVE WS-T-PATH(MX) TO EXC-MASTER
            MOVE WS-REC-NO     TO EXC-REC-NO
            MOVE WS-FINDING    TO EXC-REASON
            WRITE EXC-RECORD
            ADD 1 TO WS-MASTER-FINDINGS
            ADD 1 TO WS-TOTAL-FINDINGS
            .
