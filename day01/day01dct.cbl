      *    DE-DUPLICATED DICTIONARY TO DCTNEW FOR THE OPERATOR TO
      *    SWAP IN, SO A BAD EDIT CAN'T QUIETLY CHANGE EVERY
      *    CALIBRATION ANSWER.
      *
      *    THE CORES NOW SCORE EACH SENDER WITH ITS OWN DICTIONARY
      *    WHERE DICTSRC NAMES ONE ('SOURCE-TAG DICTIONARY' PER LINE,
      *    * COMMENTS), SO EVERY DICTIONARY ON DICTSRC IS AUDITED THE
      *    SAME WAY AFTER DICTFILE - EACH CLEANED COPY GOES TO
      *    DCTNEW.<TAG> AND ITS REJECTS TO THE ONE DCTREJ, WHOSE LAST
      *    COLUMN NAMES THE DICTIONARY. DICTSRC ITSELF IS CHECKED
      *    AGAINST WHAT THE CORES CAN HOLD: A TAG OVER 8 CHARACTERS,
      *    A REPEATED TAG, A MISSING OR UNREADABLE DICTIONARY, OR A
      *    TENTH SOURCE DICTIONARY (THE CORES KEEP 10 SETS, DICTFILE
      *    AND 9 MORE) IS REJECTED UNDER THE NAME DICTSRC - ANY SUCH
      *    SENDER WOULD BE SCORED WITH DICTFILE AT NIGHT.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT DICT-FILE ASSIGN TO DYNAMIC WS-DICT-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DICT-STATUS.

            SELECT DSRC-FILE ASSIGN TO DICTSRC
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DSRC-STATUS.

            SELECT CLEAN-FILE ASSIGN TO DYNAMIC WS-CLEAN-NAME
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT REJECT-FILE ASSIGN TO DCTREJ
            88 DICT-END          VALUE LOW-VALUE.
            05 DICT-TEXT         PIC X(40).

         FD DSRC-FILE.
         01 DSRC-RECORD.
            88 DSRC-END          VALUE LOW-VALUE.
            05 DSRC-TEXT         PIC X(40).

         FD CLEAN-FILE.
         01 CLEAN-RECORD.
            05 CLEAN-TEXT        PIC X(20).
            05 REJ-TEXT          PIC X(40).
            05 FILLER            PIC X VALUE SPACE.
            05 REJ-REASON        PIC X(40).
            05 FILLER            PIC X VALUE SPACE.
            05 REJ-DICT          PIC X(20).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         01 WS-DICT-STATUS       PIC XX.
         01 WS-DSRC-STATUS       PIC XX.

      *
      *    THE DICTIONARY UNDER AUDIT AND WHERE ITS CLEANED COPY
      *    GOES - DICTFILE TO DCTNEW, A SOURCE DICTIONARY TO
      *    DCTNEW.<TAG>.
      *
         01 WS-DICT-NAME         PIC X(20).
         01 WS-CLEAN-NAME        PIC X(20).

      *
      *    ONE DICTSRC LINE, PARSED WIDE SO AN OVER-LONG TAG OR NAME
      *    IS SEEN RATHER THAN TRUNCATED, AND THE TAGS ACCEPTED SO
      *    FAR FOR THE DUPLICATE CHECK.
      *
         01 WS-DSRC-LINE-NO      PIC 9(5) VALUE 0.
         01 WS-DSRC-TAG          PIC X(20).
         01 WS-DSRC-NAME         PIC X(40).
         01 WS-TAG-COUNT         PIC 99 VALUE 0.
         01 WS-TAG-TABLE.
            05 WS-TAG-ENTRY OCCURS 9.
               10 WS-TAG-TEXT    PIC X(8).
         77 TGX                  PIC 99.

         01 WS-DICT-COUNT        PIC 99 VALUE 0.
         01 WS-TOT-GOOD          PIC 9(5) VALUE 0.
         01 WS-TOT-REJ           PIC 9(5) VALUE 0.

      *
      *    A DICTIONARY SWAP CHANGES EVERY CALIBRATION ANSWER - ONLY
               STOP RUN
            END-IF

            OPEN OUTPUT REJECT-FILE

            MOVE 'DICTFILE' TO WS-DICT-NAME
            MOVE 'DCTNEW'   TO WS-CLEAN-NAME
            OPEN INPUT DICT-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-DICT-STATUS==
                         ==FS-FILE-NAME== BY =='DICTFILE'==
                         ==FS-PGM==       BY =='DAY01DCT'==.
            PERFORM AUDIT-DICTIONARY

            OPEN INPUT DSRC-FILE
            IF WS-DSRC-STATUS = '00'
               READ DSRC-FILE
                  AT END SET DSRC-END TO TRUE
               END-READ
               PERFORM UNTIL DSRC-END
                  ADD 1 TO WS-DSRC-LINE-NO
                  IF DSRC-TEXT NOT = SPACES
                  AND DSRC-TEXT(1:1) NOT = '*'
                     PERFORM AUDIT-SOURCE-ENTRY
                  END-IF
                  READ DSRC-FILE
                     AT END SET DSRC-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE DSRC-FILE
            END-IF

            CLOSE REJECT-FILE

            DISPLAY 'DAY01DCT ' WS-DICT-COUNT ' DICTIONARIES AUDITED, '
                    WS-TOT-GOOD ' ENTRIES ACCEPTED, '
                    WS-TOT-REJ ' REJECTED TO DCTREJ'
            IF WS-TOT-REJ > 0
               DISPLAY 'DAY01DCT REVIEW DCTREJ BEFORE REPLACING ANY '
                       'DICTIONARY WITH ITS DCTNEW COPY'
            END-IF

            STOP RUN.

      *
      *    ONE DICTIONARY, ALREADY OPEN ON WS-DICT-NAME, AUDITED
      *    INTO WS-CLEAN-NAME. LINE NUMBERS AND THE DUPLICATE TABLE
      *    START FRESH FOR EACH ONE, AS EACH IS LOADED SEPARATELY.
      *
         AUDIT-DICTIONARY SECTION.
            MOVE 0 TO WS-LINE-NO
            MOVE 0 TO WS-GOOD-COUNT
            MOVE 0 TO WS-REJ-COUNT
            MOVE 0 TO WS-WORD-COUNT
            OPEN OUTPUT CLEAN-FILE

            READ DICT-FILE
               AT END SET DICT-END TO TRUE

            CLOSE DICT-FILE
            CLOSE CLEAN-FILE

            ADD 1 TO WS-DICT-COUNT
            ADD WS-GOOD-COUNT TO WS-TOT-GOOD
            ADD WS-REJ-COUNT TO WS-TOT-REJ
            DISPLAY 'DAY01DCT ' WS-DICT-NAME ' ' WS-LINE-NO
                    ' ENTRIES READ, ' WS-GOOD-COUNT ' ACCEPTED TO '
                    WS-CLEAN-NAME ' ' WS-REJ-COUNT ' REJECTED'
            .

      *
      *    ONE DICTSRC LINE - CHECKED AGAINST THE CORES' LIMITS,
      *    THEN ITS DICTIONARY IS AUDITED LIKE DICTFILE.
      *
         AUDIT-SOURCE-ENTRY SECTION.
            SET ENTRY-ACCEPTED TO TRUE
            MOVE SPACES TO WS-DSRC-TAG
            MOVE SPACES TO WS-DSRC-NAME
            UNSTRING DSRC-TEXT
               DELIMITED BY ALL SPACE
               INTO WS-DSRC-TAG, WS-DSRC-NAME
            END-UNSTRING

            IF WS-DSRC-TAG(9:12) NOT = SPACES
               MOVE 'SOURCE TAG LONGER THAN 8 CHARACTERS'
                  TO WS-REJ-REASON
               PERFORM WRITE-SOURCE-REJECT
            END-IF
            IF ENTRY-ACCEPTED
            AND WS-DSRC-NAME = SPACES
               MOVE 'DICTIONARY NAME MISSING' TO WS-REJ-REASON
               PERFORM WRITE-SOURCE-REJECT
            END-IF
            IF ENTRY-ACCEPTED
            AND WS-DSRC-NAME(21:20) NOT = SPACES
               MOVE 'DICTIONARY NAME LONGER THAN 20'
                  TO WS-REJ-REASON
               PERFORM WRITE-SOURCE-REJECT
            END-IF
            IF ENTRY-ACCEPTED
               PERFORM VARYING TGX FROM 1 BY 1
                     UNTIL TGX > WS-TAG-COUNT
                  IF WS-DSRC-TAG(1:8) = WS-TAG-TEXT(TGX)
                     MOVE 'DUPLICATE SOURCE TAG - FIRST ENTRY KEPT'
                        TO WS-REJ-REASON
                     PERFORM WRITE-SOURCE-REJECT
                     MOVE WS-TAG-COUNT TO TGX
                  END-IF
               END-PERFORM
            END-IF
            IF ENTRY-ACCEPTED
            AND WS-TAG-COUNT >= 9
               MOVE 'OVER THE 9 SOURCE DICTIONARY LIMIT'
                  TO WS-REJ-REASON
               PERFORM WRITE-SOURCE-REJECT
            END-IF
            IF ENTRY-ACCEPTED
               MOVE WS-DSRC-NAME TO WS-DICT-NAME
               OPEN INPUT DICT-FILE
               IF WS-DICT-STATUS NOT = '00'
                  MOVE 'DICTIONARY FILE NOT FOUND' TO WS-REJ-REASON
                  PERFORM WRITE-SOURCE-REJECT
               END-IF
            END-IF

            IF ENTRY-ACCEPTED
               ADD 1 TO WS-TAG-COUNT
               MOVE WS-DSRC-TAG(1:8) TO WS-TAG-TEXT(WS-TAG-COUNT)
               MOVE SPACES TO WS-CLEAN-NAME
               STRING 'DCTNEW.' WS-DSRC-TAG
                  DELIMITED BY SPACE
                  INTO WS-CLEAN-NAME
               END-STRING
               PERFORM AUDIT-DICTIONARY
            END-IF
            .

         AUDIT-ONE-ENTRY SECTION.
            SET ENTRY-ACCEPTED TO TRUE
            MOVE WS-LINE-NO    TO REJ-LINE-NO
            MOVE DICT-TEXT     TO REJ-TEXT
            MOVE WS-REJ-REASON TO REJ-REASON
            MOVE WS-DICT-NAME  TO REJ-DICT
            WRITE REJECT-RECORD
            ADD 1 TO WS-REJ-COUNT
            DISPLAY 'DAY01DCT REJECT ' WS-DICT-NAME ' LINE '
                    WS-LINE-NO ' - ' WS-REJ-REASON
            .

         WRITE-SOURCE-REJECT SECTION.
            SET ENTRY-REJECTED TO TRUE
            MOVE SPACES          TO REJECT-RECORD
            MOVE WS-DSRC-LINE-NO TO REJ-LINE-NO
            MOVE DSRC-TEXT       TO REJ-TEXT
            MOVE WS-REJ-REASON   TO REJ-REASON
            MOVE 'DICTSRC'       TO REJ-DICT
            WRITE REJECT-RECORD
            ADD 1 TO WS-TOT-REJ
            DISPLAY 'DAY01DCT REJECT DICTSRC LINE ' WS-DSRC-LINE-NO
                    ' - ' WS-REJ-REASON
            .
