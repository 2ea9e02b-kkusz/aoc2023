         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY00KNW.

      *
      *    KNOWN-EXCEPTION REGISTER MAINTENANCE. SOME EXCLOG WARNINGS
      *    COME BACK EVERY NIGHT FOR A REASON ALREADY ACCEPTED - A
      *    SUPPLIER'S KNOWN SHORT RECORD, A TOLERANCE THE DESK HAS
      *    SIGNED OFF - AND THEY BURIED THE NEW WARNINGS IN DAY00EXC
      *    AND ATE INTO THE EXCEPTION BUDGETS IN DAY00BUD. THIS
      *    UTILITY KEEPS THE KNOWNEXC REGISTER (KNWREC.CPY) THOSE
      *    PROGRAMS MATCH THE LOG AGAINST THROUGH DAY00KNX:
      *       A  ADD AN ENTRY - THE PROGRAM THAT LOGS THE LINE (* FOR
      *          ANY), THE PATTERN THE LINE CONTAINS, THE REASON IT
      *          IS ACCEPTED, WHO APPROVED IT, AND AN EXPIRY DATE
      *          NO MORE THAN A YEAR AHEAD
      *       R  RENEW AN ENTRY WITH A NEW EXPIRY AND APPROVER
      *       D  DELETE (REMOVE) AN ENTRY
      *       L  LIST THE REGISTER, EXPIRED ENTRIES MARKED
      *    A CHANGE NEEDS A DAY00KNW GRANT ON AUTHTAB, CHECKED
      *    THROUGH DAY00AUT BEFORE THE FIRST CHANGE OF THE SESSION;
      *    LISTING NEEDS NONE. EVERY CHANGE REWRITES THE REGISTER
      *    (ITS COMMENT LINES KEPT AT THE TOP) AND APPENDS A RECORD
      *    TO KNWAUDIT - DATE, TIME, SIGNED-ON OPERATOR, ACTION, AND
      *    THE ENTRY AS IT STOOD AFTER THE CHANGE (BEFORE IT, FOR A
      *    REMOVAL) - SO EVERY ACCEPTED EXCEPTION CAN BE TRACED TO
      *    WHOEVER ACCEPTED IT. THE DRIVER LISTS EXPIRED ENTRIES ON
      *    THE RUN SHEET UNTIL THEY ARE RENEWED OR REMOVED HERE.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT KNW-FILE ASSIGN TO KNOWNEXC
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-KNW-STATUS.

            SELECT AUDIT-FILE ASSIGN TO KNWAUDIT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

         DATA DIVISION.

         FILE SECTION.
         FD KNW-FILE.
         COPY "KNWREC.CPY".

         FD AUDIT-FILE.
         01 AUDIT-RECORD.
            05 AUD-DATE          PIC 9(8).
            05 FILLER            PIC X.
            05 AUD-TIME          PIC 9(6).
            05 FILLER            PIC X.
            05 AUD-OPERATOR      PIC X(8).
            05 FILLER            PIC X.
            05 AUD-ACTION        PIC X(6).
            05 FILLER            PIC X.
            05 AUD-ENTRY         PIC X(151).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         01 WS-KNW-STATUS        PIC XX.
         01 WS-AUDIT-STATUS      PIC XX.

         01 WS-RUN-DATE          PIC 9(8).
         01 WS-RUN-TIME          PIC 9(8).
         01 WS-RUN-TIME-X REDEFINES WS-RUN-TIME PIC X(8).
         01 WS-OPERATOR          PIC X(8) VALUE SPACES.

         01 WS-AUTH-PGM          PIC X(8) VALUE 'DAY00KNW'.
         01 WS-AUTH-FLAG         PIC 9 VALUE 0.
            88 OPERATOR-AUTHORIZED     VALUE 1.
         01 SW-AUTH-ASKED        PIC 9 VALUE 0.
            88 AUTH-ASKED              VALUE 1.

      *
      *    THE REGISTER AS READ - ITS COMMENT LINES, KEPT TO BE
      *    WRITTEN BACK AT THE TOP, AND ITS ENTRIES.
      *
         01 WS-NOTE-COUNT        PIC 99 VALUE 0.
         01 WS-NOTE-TABLE.
            05 WS-NOTE-LINE      PIC X(151) OCCURS 30.
         01 WS-REG-COUNT         PIC 999 VALUE 0.
         01 WS-REG-TABLE.
            05 WS-REG-ENTRY      PIC X(151) OCCURS 200.
         01 WS-NEXT-ID           PIC 9(4) VALUE 1.
         01 WS-EXPIRED-COUNT     PIC 999 VALUE 0.

         01 WS-ASK               PIC X(8).
         01 WS-ASK-ACTION        PIC X.
         01 WS-ASK-PROGRAM       PIC X(10).
         01 WS-ASK-APPROVER      PIC X(10).
         01 WS-ASK-TEXT          PIC X(100).
         01 WS-PICK-NUM          PIC 9(6).
         01 WS-PICK-DIGIT        PIC 9.
         01 WS-PICK-CHAR REDEFINES WS-PICK-DIGIT PIC X.

      *
      *    AN EXPIRY DATE AS KEYED, AND THE LATEST ONE ALLOWED - A
      *    YEAR FROM TODAY, SO EVERY ACCEPTANCE COMES UP FOR REVIEW.
      *
         01 WS-ASK-EXPIRY        PIC X(8).
         01 WS-EXPIRY-DATE REDEFINES WS-ASK-EXPIRY.
            05 WS-EXP-YEAR       PIC 9(4).
            05 WS-EXP-MONTH      PIC 99.
            05 WS-EXP-DAY        PIC 99.
         01 WS-EXPIRY-VALUE      PIC 9(8).
         01 WS-EXPIRY-LIMIT      PIC 9(8).
         01 SW-EXPIRY            PIC 9.
            88 EXPIRY-GOOD             VALUE 1.
            88 EXPIRY-BAD              VALUE 0.

         01 WS-AUDIT-ACTION      PIC X(6).
         01 WS-SAVED-ENTRY       PIC X(151).

         01 SW-SESSION           PIC 9 VALUE 0.
            88 SESSION-DONE            VALUE 1.
         01 SW-FOUND             PIC 9.
            88 ENTRY-FOUND             VALUE 1.
            88 ENTRY-NOT-FOUND         VALUE 0.

         01 WS-LIST-LINE.
            05 WS-LL-ID          PIC 9(4).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-LL-PROGRAM     PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-LL-EXPIRY      PIC 9(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-LL-APPROVER    PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-LL-STATE       PIC X(7).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-LL-PATTERN     PIC X(40).
         01 WS-REASON-LINE.
            05 FILLER            PIC X(12) VALUE '     REASON '.
            05 WS-RL-REASON      PIC X(60).

         77 RX                   PIC 999.
         77 CX                   PIC 9.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY00KNW'==
                         ==PFX-SUB== BY =='/day00'==.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            COMPUTE WS-EXPIRY-LIMIT = WS-RUN-DATE + 10000
            ACCEPT WS-OPERATOR FROM ENVIRONMENT 'DAYOPID'
            IF WS-OPERATOR = SPACES
               DISPLAY 'DAY00KNW - OPERATOR ID: '
               ACCEPT WS-OPERATOR
               IF WS-OPERATOR = SPACES
                  DISPLAY 'DAY00KNW NO OPERATOR ID - NOTHING '
                          'CHANGED'
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF

            PERFORM LOAD-REGISTER
            PERFORM LIST-REGISTER

            PERFORM UNTIL SESSION-DONE
               DISPLAY 'DAY00KNW - A(DD), R(ENEW), D(ELETE), '
                       'L(IST) - BLANK ENDS: '
               MOVE SPACES TO WS-ASK-ACTION
               ACCEPT WS-ASK-ACTION
               INSPECT WS-ASK-ACTION CONVERTING 'ardl'
                  TO 'ARDL'
               EVALUATE WS-ASK-ACTION
                  WHEN SPACE
                     SET SESSION-DONE TO TRUE
                  WHEN 'A'
                     PERFORM CHECK-CHANGE-GRANT
                     IF OPERATOR-AUTHORIZED
                        PERFORM ADD-ENTRY
                     END-IF
                  WHEN 'R'
                     PERFORM CHECK-CHANGE-GRANT
                     IF OPERATOR-AUTHORIZED
                        PERFORM RENEW-ENTRY
                     END-IF
                  WHEN 'D'
                     PERFORM CHECK-CHANGE-GRANT
                     IF OPERATOR-AUTHORIZED
                        PERFORM REMOVE-ENTRY
                     END-IF
                  WHEN 'L'
                     PERFORM LIST-REGISTER
                  WHEN OTHER
                     DISPLAY 'DAY00KNW NO SUCH ACTION'
               END-EVALUATE
            END-PERFORM

            MOVE 0 TO WS-EXPIRED-COUNT
            PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > WS-REG-COUNT
               MOVE WS-REG-ENTRY(RX) TO KNW-RECORD
               IF KNW-EXPIRY < WS-RUN-DATE
                  ADD 1 TO WS-EXPIRED-COUNT
               END-IF
            END-PERFORM
            DISPLAY 'DAY00KNW ' WS-REG-COUNT ' ENTRY(IES) ON THE '
                    'REGISTER, ' WS-EXPIRED-COUNT ' EXPIRED'

            STOP RUN.

         LOAD-REGISTER SECTION.
            MOVE 0 TO WS-NOTE-COUNT WS-REG-COUNT
            MOVE 1 TO WS-NEXT-ID
            OPEN INPUT KNW-FILE
            IF WS-KNW-STATUS = '00'
               READ KNW-FILE
                  AT END SET KNW-END TO TRUE
               END-READ
               PERFORM UNTIL KNW-END
                  EVALUATE TRUE
                     WHEN KNW-RECORD(1:1) = '*'
                        IF WS-NOTE-COUNT < 30
                           ADD 1 TO WS-NOTE-COUNT
                           MOVE KNW-RECORD
                              TO WS-NOTE-LINE(WS-NOTE-COUNT)
                        END-IF
                     WHEN KNW-ID NOT NUMERIC
                        CONTINUE
                     WHEN WS-REG-COUNT >= 200
                        DISPLAY 'DAY00KNW WARNING - REGISTER FULL AT '
                                '200; ENTRY ' KNW-ID ' NOT LOADED'
                     WHEN OTHER
                        ADD 1 TO WS-REG-COUNT
                        MOVE KNW-RECORD TO WS-REG-ENTRY(WS-REG-COUNT)
                        IF KNW-ID >= WS-NEXT-ID
                           COMPUTE WS-NEXT-ID = KNW-ID + 1
                        END-IF
                  END-EVALUATE
                  READ KNW-FILE
                     AT END SET KNW-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE KNW-FILE
            END-IF
            .

         LIST-REGISTER SECTION.
            DISPLAY 'DAY00KNW ' WS-REG-COUNT ' KNOWN EXCEPTION(S)'
            IF WS-REG-COUNT > 0
               DISPLAY 'ID   PROGRAM  EXPIRY   APPROVER STATE   '
                       'PATTERN'
            END-IF
            PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > WS-REG-COUNT
               MOVE WS-REG-ENTRY(RX) TO KNW-RECORD
               MOVE KNW-ID       TO WS-LL-ID
               MOVE KNW-PROGRAM  TO WS-LL-PROGRAM
               MOVE KNW-EXPIRY   TO WS-LL-EXPIRY
               MOVE KNW-APPROVER TO WS-LL-APPROVER
               IF KNW-EXPIRY < WS-RUN-DATE
                  MOVE 'EXPIRED' TO WS-LL-STATE
               ELSE
                  MOVE 'ACTIVE' TO WS-LL-STATE
               END-IF
               MOVE KNW-PATTERN  TO WS-LL-PATTERN
               DISPLAY WS-LIST-LINE
               MOVE KNW-REASON   TO WS-RL-REASON
               DISPLAY WS-REASON-LINE
            END-PERFORM
            .

      *
      *    ONE GRANT CHECK PER SESSION - A REFUSAL IS LOGGED BY
      *    DAY00AUT ITSELF AND LEAVES THE SESSION LIST-ONLY.
      *
         CHECK-CHANGE-GRANT SECTION.
            IF NOT AUTH-ASKED
               CALL 'DAY00AUT' USING WS-AUTH-PGM, WS-AUTH-FLAG
               END-CALL
               SET AUTH-ASKED TO TRUE
            END-IF
            IF NOT OPERATOR-AUTHORIZED
               DISPLAY 'DAY00KNW ' WS-OPERATOR ' HAS NO DAY00KNW '
                       'GRANT - THE REGISTER CAN ONLY BE LISTED'
            END-IF
            .

      *
      *    A NEW ENTRY. A BLANK ANSWER AT ANY PROMPT ABANDONS IT.
      *
         ADD-ENTRY SECTION.
            IF WS-REG-COUNT >= 200
               DISPLAY 'DAY00KNW REGISTER FULL AT 200 - REMOVE AN '
                       'ENTRY FIRST'
            ELSE
               MOVE SPACES TO KNW-RECORD
               DISPLAY 'DAY00KNW - PROGRAM THAT LOGS THE LINE (* FOR '
                       'ANY, BLANK CANCELS): '
               MOVE SPACES TO WS-ASK-PROGRAM
               ACCEPT WS-ASK-PROGRAM
               INSPECT WS-ASK-PROGRAM CONVERTING
                  'abcdefghijklmnopqrstuvwxyz' TO
                  'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               EVALUATE TRUE
                  WHEN WS-ASK-PROGRAM = SPACES
                     DISPLAY 'DAY00KNW NO ENTRY ADDED'
                  WHEN WS-ASK-PROGRAM(9:2) NOT = SPACES
                     DISPLAY 'DAY00KNW PROGRAM LONGER THAN 8 '
                             'CHARACTERS - NO ENTRY ADDED'
                  WHEN OTHER
                     MOVE WS-ASK-PROGRAM TO KNW-PROGRAM
                     PERFORM ASK-PATTERN
               END-EVALUATE
            END-IF
            .

         ASK-PATTERN SECTION.
            DISPLAY 'DAY00KNW - TEXT THE LOGGED LINE CONTAINS, UP TO '
                    '40 CHARACTERS (BLANK CANCELS): '
            MOVE SPACES TO WS-ASK-TEXT
            ACCEPT WS-ASK-TEXT
            EVALUATE TRUE
               WHEN WS-ASK-TEXT = SPACES
                  DISPLAY 'DAY00KNW NO ENTRY ADDED'
               WHEN WS-ASK-TEXT(41:60) NOT = SPACES
                  DISPLAY 'DAY00KNW PATTERN LONGER THAN 40 '
                          'CHARACTERS - NO ENTRY ADDED'
               WHEN OTHER
                  MOVE WS-ASK-TEXT TO KNW-PATTERN
                  PERFORM ASK-REASON
            END-EVALUATE
            .

         ASK-REASON SECTION.
            DISPLAY 'DAY00KNW - REASON IT IS ACCEPTED, UP TO 60 '
                    'CHARACTERS (BLANK CANCELS): '
            MOVE SPACES TO WS-ASK-TEXT
            ACCEPT WS-ASK-TEXT
            EVALUATE TRUE
               WHEN WS-ASK-TEXT = SPACES
                  DISPLAY 'DAY00KNW NO ENTRY ADDED'
               WHEN WS-ASK-TEXT(61:40) NOT = SPACES
                  DISPLAY 'DAY00KNW REASON LONGER THAN 60 '
                          'CHARACTERS - NO ENTRY ADDED'
               WHEN OTHER
                  MOVE WS-ASK-TEXT TO KNW-REASON
                  PERFORM ASK-APPROVER
                  IF KNW-APPROVER NOT = SPACES
                     PERFORM ASK-EXPIRY
                     IF EXPIRY-GOOD
                        PERFORM FILE-NEW-ENTRY
                     ELSE
                        DISPLAY 'DAY00KNW NO ENTRY ADDED'
                     END-IF
                  ELSE
                     DISPLAY 'DAY00KNW NO ENTRY ADDED'
                  END-IF
            END-EVALUATE
            .

         FILE-NEW-ENTRY SECTION.
            MOVE WS-NEXT-ID      TO KNW-ID
            MOVE WS-EXPIRY-VALUE TO KNW-EXPIRY
            MOVE WS-RUN-DATE     TO KNW-ADDED
            MOVE WS-OPERATOR     TO KNW-ADDED-BY
            ADD 1 TO WS-REG-COUNT
            MOVE KNW-RECORD TO WS-REG-ENTRY(WS-REG-COUNT)
            ADD 1 TO WS-NEXT-ID
            MOVE 'ADD' TO WS-AUDIT-ACTION
            PERFORM REWRITE-REGISTER
            PERFORM APPEND-AUDIT
            DISPLAY 'DAY00KNW KNOWN EXCEPTION ' KNW-ID ' ADDED FOR '
                    KNW-PROGRAM ' UNTIL ' KNW-EXPIRY
            .

      *
      *    THE APPROVER INTO KNW-APPROVER - SPACES IF NONE WAS GIVEN
      *    OR THE NAME WAS TOO LONG.
      *
         ASK-APPROVER SECTION.
            DISPLAY 'DAY00KNW - APPROVED BY (BLANK CANCELS): '
            MOVE SPACES TO WS-ASK-APPROVER
            ACCEPT WS-ASK-APPROVER
            INSPECT WS-ASK-APPROVER CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            IF WS-ASK-APPROVER(9:2) NOT = SPACES
               DISPLAY 'DAY00KNW APPROVER LONGER THAN 8 CHARACTERS'
               MOVE SPACES TO KNW-APPROVER
            ELSE
               MOVE WS-ASK-APPROVER TO KNW-APPROVER
            END-IF
            .

      *
      *    AN EXPIRY DATE INTO WS-EXPIRY-VALUE - A REAL YYYYMMDD
      *    DATE AFTER TODAY AND NO MORE THAN A YEAR AHEAD.
      *
         ASK-EXPIRY SECTION.
            SET EXPIRY-BAD TO TRUE
            DISPLAY 'DAY00KNW - EXPIRY DATE YYYYMMDD, AFTER TODAY AND '
                    'NOT AFTER ' WS-EXPIRY-LIMIT ': '
            MOVE SPACES TO WS-ASK-EXPIRY
            ACCEPT WS-ASK-EXPIRY
            EVALUATE TRUE
               WHEN WS-ASK-EXPIRY = SPACES
                  CONTINUE
               WHEN WS-ASK-EXPIRY NOT NUMERIC
                  DISPLAY 'DAY00KNW EXPIRY IS NOT A YYYYMMDD DATE'
               WHEN WS-EXP-MONTH < 1 OR WS-EXP-MONTH > 12
               OR WS-EXP-DAY < 1 OR WS-EXP-DAY > 31
                  DISPLAY 'DAY00KNW EXPIRY IS NOT A YYYYMMDD DATE'
               WHEN OTHER
                  MOVE WS-ASK-EXPIRY TO WS-EXPIRY-VALUE
                  IF WS-EXPIRY-VALUE <= WS-RUN-DATE
                  OR WS-EXPIRY-VALUE > WS-EXPIRY-LIMIT
                     DISPLAY 'DAY00KNW EXPIRY MUST BE AFTER TODAY AND '
                             'NOT AFTER ' WS-EXPIRY-LIMIT
                  ELSE
                     SET EXPIRY-GOOD TO TRUE
                  END-IF
            END-EVALUATE
            .

      *
      *    A RENEWAL IS A FRESH ACCEPTANCE - IT TAKES A NEW EXPIRY
      *    AND NAMES WHO APPROVED IT THIS TIME.
      *
         RENEW-ENTRY SECTION.
            PERFORM PICK-ENTRY
            IF ENTRY-FOUND
               PERFORM ASK-APPROVER
               IF KNW-APPROVER = SPACES
                  DISPLAY 'DAY00KNW ENTRY NOT RENEWED'
               ELSE
                  PERFORM ASK-EXPIRY
                  IF EXPIRY-GOOD
                     MOVE WS-EXPIRY-VALUE TO KNW-EXPIRY
                     MOVE KNW-RECORD TO WS-REG-ENTRY(RX)
                     MOVE 'RENEW' TO WS-AUDIT-ACTION
                     PERFORM REWRITE-REGISTER
                     PERFORM APPEND-AUDIT
                     DISPLAY 'DAY00KNW KNOWN EXCEPTION ' KNW-ID
                             ' RENEWED UNTIL ' KNW-EXPIRY
                  ELSE
                     DISPLAY 'DAY00KNW ENTRY NOT RENEWED'
                  END-IF
               END-IF
            END-IF
            .

         REMOVE-ENTRY SECTION.
            PERFORM PICK-ENTRY
            IF ENTRY-FOUND
               DISPLAY 'DAY00KNW - REMOVE ENTRY ' KNW-ID ' '
                       KNW-PROGRAM ' ' KNW-PATTERN ' (Y/N): '
               MOVE SPACES TO WS-ASK
               ACCEPT WS-ASK
               IF WS-ASK(1:1) = 'Y' OR WS-ASK(1:1) = 'y'
                  PERFORM VARYING RX FROM RX BY 1
                          UNTIL RX >= WS-REG-COUNT
                     MOVE WS-REG-ENTRY(RX + 1) TO WS-REG-ENTRY(RX)
                  END-PERFORM
                  SUBTRACT 1 FROM WS-REG-COUNT
                  MOVE 'REMOVE' TO WS-AUDIT-ACTION
                  PERFORM REWRITE-REGISTER
                  PERFORM APPEND-AUDIT
                  DISPLAY 'DAY00KNW KNOWN EXCEPTION ' KNW-ID
                          ' REMOVED'
               ELSE
                  DISPLAY 'DAY00KNW ENTRY NOT REMOVED'
               END-IF
            END-IF
            .

      *
      *    ASK FOR AN ENTRY NUMBER - THE ENTRY IS LEFT IN KNW-RECORD
      *    AND RX POINTS AT IT.
      *
         PICK-ENTRY SECTION.
            SET ENTRY-NOT-FOUND TO TRUE
            DISPLAY 'DAY00KNW - ENTRY ID (BLANK CANCELS): '
            MOVE SPACES TO WS-ASK
            ACCEPT WS-ASK
            MOVE 0 TO WS-PICK-NUM
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 6
               MOVE WS-ASK(CX:1) TO WS-PICK-CHAR
               IF WS-PICK-CHAR NUMERIC
                  COMPUTE WS-PICK-NUM =
                     WS-PICK-NUM * 10 + WS-PICK-DIGIT
               END-IF
            END-PERFORM
            IF WS-PICK-NUM > 0
               PERFORM VARYING RX FROM 1 BY 1
                       UNTIL RX > WS-REG-COUNT OR ENTRY-FOUND
                  MOVE WS-REG-ENTRY(RX) TO KNW-RECORD
                  IF KNW-ID = WS-PICK-NUM
                     SET ENTRY-FOUND TO TRUE
                     SUBTRACT 1 FROM RX
                  END-IF
               END-PERFORM
            END-IF
            IF ENTRY-NOT-FOUND
               DISPLAY 'DAY00KNW NO SUCH ENTRY'
            END-IF
            .

      *
      *    THE WHOLE REGISTER IS WRITTEN BACK - COMMENT LINES FIRST,
      *    THEN THE ENTRIES. KNW-RECORD IS THE ENTRY JUST CHANGED
      *    AND IS PUT BACK FOR THE AUDIT RECORD.
      *
         REWRITE-REGISTER SECTION.
            MOVE KNW-RECORD TO WS-SAVED-ENTRY
            OPEN OUTPUT KNW-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-KNW-STATUS==
                         ==FS-FILE-NAME== BY =='KNOWNEXC'==
                         ==FS-PGM==       BY =='DAY00KNW'==.
            PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > WS-NOTE-COUNT
               MOVE WS-NOTE-LINE(RX) TO KNW-RECORD
               WRITE KNW-RECORD
            END-PERFORM
            PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > WS-REG-COUNT
               MOVE WS-REG-ENTRY(RX) TO KNW-RECORD
               WRITE KNW-RECORD
            END-PERFORM
            CLOSE KNW-FILE
            MOVE WS-SAVED-ENTRY TO KNW-RECORD
            .

         APPEND-AUDIT SECTION.
            ACCEPT WS-RUN-TIME FROM TIME
            OPEN EXTEND AUDIT-FILE
            IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-FILE
            END-IF
            MOVE SPACES             TO AUDIT-RECORD
            MOVE WS-RUN-DATE        TO AUD-DATE
            MOVE WS-RUN-TIME-X(1:6) TO AUD-TIME
            MOVE WS-OPERATOR        TO AUD-OPERATOR
            MOVE WS-AUDIT-ACTION    TO AUD-ACTION
            MOVE WS-SAVED-ENTRY     TO AUD-ENTRY
            WRITE AUDIT-RECORD
            CLOSE AUDIT-FILE
            .
