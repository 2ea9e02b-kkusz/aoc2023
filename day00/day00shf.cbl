         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY00SHF.

      *
      *    OPERATOR SHIFT LOG AND HANDOVER. WHAT THE NIGHT SHIFT
      *    KNOWS - A FEED RESENT AT 03:10, A STEP HELD ON PURPOSE, A
      *    PHONE CALL FROM THE CARD DESK - USED TO REACH THE MORNING
      *    SHIFT ON PAPER, WHEN IT REACHED IT AT ALL. THIS UTILITY
      *    KEEPS THE SHIFTLOG TRAIL (SHFREC.CPY):
      *       E  ADD AN ENTRY - FREE TEXT TAGGED WITH A RUN-ID (THE
      *          LATEST DRIVER RUN IF LEFT BLANK) AND OPTIONALLY A
      *          PROGRAM AND AN INCIDENT ON INCMAST
      *       L  LIST THE CURRENT SHIFT'S ENTRIES
      *       H  PRINT THE HANDOVER LISTING TO SHFHAND AND THE
      *          CONSOLE - THE SHIFT'S ENTRIES, THE DRVOVRD
      *          DIRECTIVES STANDING FOR THE DRIVER, THE ALERTS
      *          NOBODY HAS ACKNOWLEDGED ON ../ALERTS, AND THE DAYS
      *          ARVSTAT HAS HELD
      *       A  ACKNOWLEDGE THE HANDOVER - ONLY AN OPERATOR OTHER
      *          THAN THE ONE WHO PRINTED IT, WHO IS RECORDED BY
      *          NAME; THE NEXT SHIFT STARTS FROM THERE
      *    THE SHIFT IS EVERYTHING LOGGED SINCE THE LAST
      *    ACKNOWLEDGED HANDOVER. AN ENTRY ADDED AFTER A HANDOVER WAS
      *    PRINTED MEANS THE PRINTED LISTING IS NO LONGER COMPLETE,
      *    SO IT MUST BE PRINTED AGAIN BEFORE IT CAN BE
      *    ACKNOWLEDGED. DAY00REV SHOWS A RUN'S ENTRIES TO ITS
      *    REVIEWER.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT SHF-FILE ASSIGN TO SHIFTLOG
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SHF-STATUS.

            SELECT HAND-FILE ASSIGN TO SHFHAND
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HAND-STATUS.

            SELECT OVR-FILE ASSIGN TO DRVOVRD
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OVR-STATUS.

            SELECT ALR-FILE ASSIGN TO "../ALERTS"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ALR-STATUS.

            SELECT ARV-FILE ASSIGN TO ARVSTAT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARV-STATUS.

            SELECT RUNID-FILE ASSIGN TO DRVRUNID
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUNID-STATUS.

            SELECT INC-FILE ASSIGN TO INCMAST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INC-STATUS.

         DATA DIVISION.

         FILE SECTION.
         FD SHF-FILE.
         COPY "SHFREC.CPY".

         FD HAND-FILE.
         01 HAND-RECORD          PIC X(100).

         FD OVR-FILE.
         01 OVR-RECORD.
            88 OVR-END           VALUE LOW-VALUE.
            05 OVR-TEXT          PIC X(40).

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

         FD ARV-FILE.
         01 ARV-RECORD.
            88 ARV-END           VALUE LOW-VALUE.
            05 ARV-DIR           PIC X(12).
            05 FILLER            PIC X.
            05 ARV-VERDICT       PIC X(8).
            05 FILLER            PIC X.
            05 ARV-FEED          PIC X(12).
            05 FILLER            PIC X.
            05 ARV-BUS-DATE      PIC X(8).
            05 FILLER            PIC X.
            05 ARV-STAMP         PIC X(14).

         FD RUNID-FILE.
         01 RUNID-RECORD.
            88 RUNID-END         VALUE LOW-VALUE.
            05 RUNID-SEQ         PIC 9(6).

         FD INC-FILE.
         COPY "INCREC.CPY".

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         01 WS-SHF-STATUS        PIC XX.
         01 WS-HAND-STATUS       PIC XX.
         01 WS-OVR-STATUS        PIC XX.
         01 WS-ALR-STATUS        PIC XX.
         01 WS-ARV-STATUS        PIC XX.
         01 WS-RUNID-STATUS      PIC XX.
         01 WS-INC-STATUS        PIC XX.

         01 WS-RUN-DATE          PIC 9(8).
         01 WS-RUN-TIME          PIC 9(8).
         01 WS-RUN-TIME-X REDEFINES WS-RUN-TIME PIC X(8).
         01 WS-OPERATOR          PIC X(8) VALUE SPACES.
         01 WS-LATEST-RUN-ID     PIC 9(6) VALUE 0.

      *
      *    THE CURRENT SHIFT - ITS ENTRIES SINCE THE LAST
      *    ACKNOWLEDGED HANDOVER, AND THE HANDOVER PRINTED FOR IT IF
      *    ONE IS WAITING TO BE ACKNOWLEDGED.
      *
         01 WS-ENTRY-COUNT       PIC 999 VALUE 0.
         01 WS-ENTRY-TABLE.
            05 WS-SHIFT-ENTRY    PIC X(129) OCCURS 300.
         01 WS-DROPPED-COUNT     PIC 999 VALUE 0.
         01 SW-HANDOVER          PIC 9 VALUE 0.
            88 HANDOVER-PENDING        VALUE 1.
            88 NO-HANDOVER-PENDING     VALUE 0.
         01 WS-HAND-OPERATOR     PIC X(8).
         01 WS-HAND-DATE         PIC 9(8).
         01 WS-HAND-TIME         PIC 9(6).
         01 WS-LAST-ACK-OPER     PIC X(8) VALUE SPACES.
         01 WS-LAST-ACK-DATE     PIC 9(8) VALUE 0.

         01 WS-ASK               PIC X(8).
         01 WS-ASK-ACTION        PIC X.
         01 WS-ASK-PROGRAM       PIC X(10).
         01 WS-ASK-TEXT          PIC X(100).
         01 WS-PICK-NUM          PIC 9(8).
         01 WS-PICK-DIGIT        PIC 9.
         01 WS-PICK-CHAR REDEFINES WS-PICK-DIGIT PIC X.

         01 WS-NEW-RUN-ID        PIC 9(6).
         01 WS-NEW-INCIDENT      PIC 9(5).

         01 SW-SESSION           PIC 9 VALUE 0.
            88 SESSION-DONE            VALUE 1.
         01 SW-FOUND             PIC 9.
            88 ENTRY-FOUND             VALUE 1.
            88 ENTRY-NOT-FOUND         VALUE 0.

         01 WS-SECTION-COUNT     PIC 999.
         01 WS-HAND-LINE         PIC X(100).
         01 WS-HAND-HEAD.
            05 FILLER            PIC X(24)
                VALUE 'DAY00SHF SHIFT HANDOVER '.
            05 FILLER            PIC X(5) VALUE 'DATE '.
            05 WS-HH-DATE        PIC 9(8).
            05 FILLER            PIC X(6) VALUE ' TIME '.
            05 WS-HH-TIME        PIC 9(6).
            05 FILLER            PIC X(6) VALUE ' FROM '.
            05 WS-HH-OPER        PIC X(8).
         01 WS-ENTRY-LINE.
            05 WS-EL-DATE        PIC 9(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-EL-TIME        PIC 9(6).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-EL-OPER        PIC X(8).
            05 FILLER            PIC X(5) VALUE ' RUN '.
            05 WS-EL-RUN-ID      PIC 9(6).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-EL-PROGRAM     PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-EL-INC         PIC X(9).
         01 WS-TEXT-LINE.
            05 FILLER            PIC X(4) VALUE SPACES.
            05 WS-TL-TEXT        PIC X(80).

         77 EX                   PIC 999.
         77 CX                   PIC 9.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY00SHF'==
                         ==PFX-SUB== BY =='/day00'==.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-OPERATOR FROM ENVIRONMENT 'DAYOPID'
            IF WS-OPERATOR = SPACES
               DISPLAY 'DAY00SHF - OPERATOR ID: '
               ACCEPT WS-OPERATOR
               IF WS-OPERATOR = SPACES
                  DISPLAY 'DAY00SHF NO OPERATOR ID - NOTHING '
                          'RECORDED'
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF

            PERFORM FIND-LATEST-RUN
            PERFORM FOLD-SHIFT-LOG
            IF WS-LAST-ACK-OPER NOT = SPACES
               DISPLAY 'DAY00SHF SHIFT STARTED WITH THE HANDOVER '
                       'ACKNOWLEDGED BY ' WS-LAST-ACK-OPER ' ON '
                       WS-LAST-ACK-DATE
            END-IF
            IF HANDOVER-PENDING
               DISPLAY 'DAY00SHF HANDOVER PRINTED BY '
                       WS-HAND-OPERATOR ' AT ' WS-HAND-DATE ' '
                       WS-HAND-TIME ' AWAITS ACKNOWLEDGEMENT'
            END-IF
            PERFORM LIST-SHIFT-ENTRIES

            PERFORM UNTIL SESSION-DONE
               DISPLAY 'DAY00SHF - E(NTRY), L(IST), H(ANDOVER), '
                       'A(CKNOWLEDGE) - BLANK ENDS: '
               MOVE SPACES TO WS-ASK-ACTION
               ACCEPT WS-ASK-ACTION
               INSPECT WS-ASK-ACTION CONVERTING 'elha'
                  TO 'ELHA'
               EVALUATE WS-ASK-ACTION
                  WHEN SPACE
                     SET SESSION-DONE TO TRUE
                  WHEN 'E'
                     PERFORM ADD-SHIFT-ENTRY
                  WHEN 'L'
                     PERFORM LIST-SHIFT-ENTRIES
                  WHEN 'H'
                     PERFORM PRINT-HANDOVER
                  WHEN 'A'
                     PERFORM ACKNOWLEDGE-HANDOVER
                  WHEN OTHER
                     DISPLAY 'DAY00SHF NO SUCH ACTION'
               END-EVALUATE
            END-PERFORM

            STOP RUN.

      *
      *    THE LATEST RUN-ID THE DRIVER HAS ISSUED - THE DEFAULT TAG
      *    FOR AN ENTRY.
      *
         FIND-LATEST-RUN SECTION.
            OPEN INPUT RUNID-FILE
            IF WS-RUNID-STATUS = '00'
               READ RUNID-FILE
                  AT END SET RUNID-END TO TRUE
               END-READ
               IF NOT RUNID-END AND RUNID-SEQ NUMERIC
                  MOVE RUNID-SEQ TO WS-LATEST-RUN-ID
               END-IF
               CLOSE RUNID-FILE
            END-IF
            .

      *
      *    READ THE WHOLE TRAIL - AN ACKNOWLEDGEMENT CLOSES THE
      *    SHIFT AND STARTS AN EMPTY ONE; A HANDOVER IS PENDING
      *    UNTIL ACKNOWLEDGED, OR UNTIL A LATER ENTRY OUTDATES IT.
      *
         FOLD-SHIFT-LOG SECTION.
            MOVE 0 TO WS-ENTRY-COUNT WS-DROPPED-COUNT
            SET NO-HANDOVER-PENDING TO TRUE
            OPEN INPUT SHF-FILE
            IF WS-SHF-STATUS = '00'
               READ SHF-FILE
                  AT END SET SHF-END TO TRUE
               END-READ
               PERFORM UNTIL SHF-END
                  EVALUATE TRUE
                     WHEN SHF-ENTRY
                        SET NO-HANDOVER-PENDING TO TRUE
                        IF WS-ENTRY-COUNT < 300
                           ADD 1 TO WS-ENTRY-COUNT
                           MOVE SHF-RECORD
                              TO WS-SHIFT-ENTRY(WS-ENTRY-COUNT)
                        ELSE
                           ADD 1 TO WS-DROPPED-COUNT
                        END-IF
                     WHEN SHF-HANDOVER
                        SET HANDOVER-PENDING TO TRUE
                        MOVE SHF-OPERATOR TO WS-HAND-OPERATOR
                        MOVE SHF-DATE     TO WS-HAND-DATE
                        MOVE SHF-TIME     TO WS-HAND-TIME
                     WHEN SHF-ACKNOWLEDGED
                        SET NO-HANDOVER-PENDING TO TRUE
                        MOVE 0 TO WS-ENTRY-COUNT WS-DROPPED-COUNT
                        MOVE SHF-OPERATOR TO WS-LAST-ACK-OPER
                        MOVE SHF-DATE     TO WS-LAST-ACK-DATE
                  END-EVALUATE
                  READ SHF-FILE
                     AT END SET SHF-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE SHF-FILE
            END-IF
            IF WS-DROPPED-COUNT > 0
               DISPLAY 'DAY00SHF WARNING - SHIFT TABLE FULL AT 300; '
                       WS-DROPPED-COUNT ' LATER ENTRY(IES) NOT SHOWN'
            END-IF
            .

         LIST-SHIFT-ENTRIES SECTION.
            DISPLAY 'DAY00SHF ' WS-ENTRY-COUNT ' ENTRY(IES) THIS SHIFT'
            PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > WS-ENTRY-COUNT
               PERFORM FORMAT-ENTRY
               DISPLAY WS-ENTRY-LINE
               DISPLAY WS-TEXT-LINE
            END-PERFORM
            .

      *
      *    SHIFT ENTRY EX INTO WS-ENTRY-LINE AND WS-TEXT-LINE.
      *
         FORMAT-ENTRY SECTION.
            MOVE WS-SHIFT-ENTRY(EX) TO SHF-RECORD
            MOVE SHF-DATE     TO WS-EL-DATE
            MOVE SHF-TIME     TO WS-EL-TIME
            MOVE SHF-OPERATOR TO WS-EL-OPER
            MOVE SHF-RUN-ID   TO WS-EL-RUN-ID
            MOVE SHF-PROGRAM  TO WS-EL-PROGRAM
            IF SHF-INCIDENT NUMERIC AND SHF-INCIDENT > 0
               MOVE SPACES TO WS-EL-INC
               STRING 'INC ' SHF-INCIDENT DELIMITED BY SIZE
                  INTO WS-EL-INC
               END-STRING
            ELSE
               MOVE SPACES TO WS-EL-INC
            END-IF
            MOVE SHF-TEXT     TO WS-TL-TEXT
            .

      *
      *    A NEW ENTRY. A BLANK TEXT ABANDONS IT.
      *
         ADD-SHIFT-ENTRY SECTION.
            DISPLAY 'DAY00SHF - RUN-ID (BLANK = ' WS-LATEST-RUN-ID
                    ', THE LATEST RUN): '
            MOVE SPACES TO WS-ASK
            ACCEPT WS-ASK
            PERFORM PARSE-PICK-NUMBER
            IF WS-ASK = SPACES
               MOVE WS-LATEST-RUN-ID TO WS-NEW-RUN-ID
            ELSE
               MOVE WS-PICK-NUM TO WS-NEW-RUN-ID
            END-IF

            DISPLAY 'DAY00SHF - PROGRAM (BLANK IF NONE): '
            MOVE SPACES TO WS-ASK-PROGRAM
            ACCEPT WS-ASK-PROGRAM
            INSPECT WS-ASK-PROGRAM CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

            DISPLAY 'DAY00SHF - INCIDENT NUMBER (BLANK IF NONE): '
            MOVE SPACES TO WS-ASK
            ACCEPT WS-ASK
            PERFORM PARSE-PICK-NUMBER
            MOVE WS-PICK-NUM TO WS-NEW-INCIDENT
            SET ENTRY-FOUND TO TRUE
            IF WS-NEW-INCIDENT > 0
               PERFORM FIND-INCIDENT
            END-IF

            EVALUATE TRUE
               WHEN WS-ASK-PROGRAM(9:2) NOT = SPACES
                  DISPLAY 'DAY00SHF PROGRAM LONGER THAN 8 '
                          'CHARACTERS - NO ENTRY ADDED'
               WHEN ENTRY-NOT-FOUND
                  DISPLAY 'DAY00SHF NO INCIDENT ' WS-NEW-INCIDENT
                          ' ON INCMAST - NO ENTRY ADDED'
               WHEN OTHER
                  DISPLAY 'DAY00SHF - ENTRY TEXT (BLANK CANCELS): '
                  MOVE SPACES TO WS-ASK-TEXT
                  ACCEPT WS-ASK-TEXT
                  IF WS-ASK-TEXT = SPACES
                     DISPLAY 'DAY00SHF NO ENTRY ADDED'
                  ELSE
                     MOVE SPACES          TO SHF-RECORD
                     MOVE 'E'             TO SHF-KIND
                     MOVE WS-NEW-RUN-ID   TO SHF-RUN-ID
                     MOVE WS-ASK-PROGRAM  TO SHF-PROGRAM
                     MOVE WS-NEW-INCIDENT TO SHF-INCIDENT
                     MOVE WS-ASK-TEXT     TO SHF-TEXT
                     PERFORM APPEND-SHIFT-RECORD
                     IF WS-ENTRY-COUNT < 300
                        ADD 1 TO WS-ENTRY-COUNT
                        MOVE SHF-RECORD
                           TO WS-SHIFT-ENTRY(WS-ENTRY-COUNT)
                     END-IF
                     IF HANDOVER-PENDING
                        SET NO-HANDOVER-PENDING TO TRUE
                        DISPLAY 'DAY00SHF THE PRINTED HANDOVER IS NOW '
                                'INCOMPLETE - PRINT IT AGAIN'
                     END-IF
                     DISPLAY 'DAY00SHF ENTRY ADDED FOR RUN '
                             WS-NEW-RUN-ID
                  END-IF
            END-EVALUATE
            .

         FIND-INCIDENT SECTION.
            SET ENTRY-NOT-FOUND TO TRUE
            OPEN INPUT INC-FILE
            IF WS-INC-STATUS = '00'
               READ INC-FILE
                  AT END SET INC-END TO TRUE
               END-READ
               PERFORM UNTIL INC-END OR ENTRY-FOUND
                  IF INC-ID NUMERIC
                  AND INC-ID = WS-NEW-INCIDENT
                  AND INC-OPENED
                     SET ENTRY-FOUND TO TRUE
                  END-IF
                  READ INC-FILE
                     AT END SET INC-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE INC-FILE
            END-IF
            .

      *
      *    THE HANDOVER LISTING - REWRITTEN AT EVERY PRINT, SHOWN ON
      *    THE CONSOLE AS IT IS WRITTEN, AND RECORDED ON THE TRAIL.
      *
         PRINT-HANDOVER SECTION.
            ACCEPT WS-RUN-TIME FROM TIME
            OPEN OUTPUT HAND-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-HAND-STATUS==
                         ==FS-FILE-NAME== BY =='SHFHAND'==
                         ==FS-PGM==       BY =='DAY00SHF'==.
            MOVE WS-RUN-DATE        TO WS-HH-DATE
            MOVE WS-RUN-TIME-X(1:6) TO WS-HH-TIME
            MOVE WS-OPERATOR        TO WS-HH-OPER
            MOVE WS-HAND-HEAD TO WS-HAND-LINE
            PERFORM WRITE-HAND-LINE

            MOVE SPACES TO WS-HAND-LINE
            STRING 'SHIFT LOG - ' WS-ENTRY-COUNT ' ENTRY(IES)'
               DELIMITED BY SIZE INTO WS-HAND-LINE
            END-STRING
            PERFORM WRITE-HAND-LINE
            PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > WS-ENTRY-COUNT
               PERFORM FORMAT-ENTRY
               MOVE WS-ENTRY-LINE TO WS-HAND-LINE
               PERFORM WRITE-HAND-LINE
               MOVE WS-TEXT-LINE TO WS-HAND-LINE
               PERFORM WRITE-HAND-LINE
            END-PERFORM

            PERFORM HAND-OVERRIDES
            PERFORM HAND-OPEN-ALERTS
            PERFORM HAND-HELD-DAYS
            CLOSE HAND-FILE

            MOVE SPACES TO SHF-RECORD
            MOVE 'H' TO SHF-KIND
            MOVE WS-LATEST-RUN-ID TO SHF-RUN-ID
            MOVE 0 TO SHF-INCIDENT
            STRING 'HANDOVER OF ' WS-ENTRY-COUNT ' ENTRY(IES) PRINTED'
               DELIMITED BY SIZE INTO SHF-TEXT
            END-STRING
            PERFORM APPEND-SHIFT-RECORD
            SET HANDOVER-PENDING TO TRUE
            MOVE WS-OPERATOR TO WS-HAND-OPERATOR
            MOVE WS-RUN-DATE TO WS-HAND-DATE
            MOVE WS-RUN-TIME-X(1:6) TO WS-HAND-TIME
            DISPLAY 'DAY00SHF HANDOVER WRITTEN TO SHFHAND - THE '
                    'INCOMING OPERATOR ACKNOWLEDGES IT WITH A'
            .

         HAND-OVERRIDES SECTION.
            MOVE 0 TO WS-SECTION-COUNT
            MOVE 'DRVOVRD DIRECTIVES STANDING FOR THE DRIVER'
               TO WS-HAND-LINE
            PERFORM WRITE-HAND-LINE
            OPEN INPUT OVR-FILE
            IF WS-OVR-STATUS = '00'
               READ OVR-FILE
                  AT END SET OVR-END TO TRUE
               END-READ
               PERFORM UNTIL OVR-END
                  IF OVR-TEXT NOT = SPACES
                  AND OVR-TEXT(1:1) NOT = '*'
                     ADD 1 TO WS-SECTION-COUNT
                     MOVE SPACES TO WS-HAND-LINE
                     STRING '    ' OVR-TEXT DELIMITED BY SIZE
                        INTO WS-HAND-LINE
                     END-STRING
                     PERFORM WRITE-HAND-LINE
                  END-IF
                  READ OVR-FILE
                     AT END SET OVR-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE OVR-FILE
            END-IF
            IF WS-SECTION-COUNT = 0
               MOVE '    NONE' TO WS-HAND-LINE
               PERFORM WRITE-HAND-LINE
            END-IF
            .

         HAND-OPEN-ALERTS SECTION.
            MOVE 0 TO WS-SECTION-COUNT
            MOVE 'ALERTS NOT YET ACKNOWLEDGED' TO WS-HAND-LINE
            PERFORM WRITE-HAND-LINE
            OPEN INPUT ALR-FILE
            IF WS-ALR-STATUS = '00'
               READ ALR-FILE
                  AT END SET ALR-END TO TRUE
               END-READ
               PERFORM UNTIL ALR-END
                  IF ALR-ACK = 'N'
                     ADD 1 TO WS-SECTION-COUNT
                     MOVE SPACES TO WS-HAND-LINE
                     STRING '    ' ALR-DATE ' ' ALR-TIME ' RUN '
                            ALR-RUN-ID ' ' ALR-LINE
                        DELIMITED BY SIZE INTO WS-HAND-LINE
                     END-STRING
                     PERFORM WRITE-HAND-LINE
                     IF ALR-RUNBOOK NOT = SPACES
                        MOVE SPACES TO WS-HAND-LINE
                        STRING '        RUNBOOK ' ALR-RUNBOOK
                           DELIMITED BY SIZE INTO WS-HAND-LINE
                        END-STRING
                        PERFORM WRITE-HAND-LINE
                     END-IF
                  END-IF
                  READ ALR-FILE
                     AT END SET ALR-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE ALR-FILE
            END-IF
            IF WS-SECTION-COUNT = 0
               MOVE '    NONE' TO WS-HAND-LINE
               PERFORM WRITE-HAND-LINE
            END-IF
            .

         HAND-HELD-DAYS SECTION.
            MOVE 0 TO WS-SECTION-COUNT
            MOVE 'DAYS HELD BY THE ARRIVAL WATCH (ARVSTAT)'
               TO WS-HAND-LINE
            PERFORM WRITE-HAND-LINE
            OPEN INPUT ARV-FILE
            IF WS-ARV-STATUS = '00'
               READ ARV-FILE
                  AT END SET ARV-END TO TRUE
               END-READ
               PERFORM UNTIL ARV-END
                  IF ARV-VERDICT = 'HOLD'
                     ADD 1 TO WS-SECTION-COUNT
                     MOVE SPACES TO WS-HAND-LINE
                     STRING '    ' ARV-DIR ' HELD'
                        DELIMITED BY SIZE INTO WS-HAND-LINE
                     END-STRING
                     PERFORM WRITE-HAND-LINE
                  END-IF
                  READ ARV-FILE
                     AT END SET ARV-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE ARV-FILE
            END-IF
            IF WS-SECTION-COUNT = 0
               MOVE '    NONE' TO WS-HAND-LINE
               PERFORM WRITE-HAND-LINE
            END-IF
            .

         WRITE-HAND-LINE SECTION.
            MOVE WS-HAND-LINE TO HAND-RECORD
            WRITE HAND-RECORD
            DISPLAY WS-HAND-LINE
            .

      *
      *    ONLY THE INCOMING OPERATOR MAY ACKNOWLEDGE - THE ONE WHO
      *    PRINTED THE HANDOVER CANNOT TAKE IT FROM THEMSELVES.
      *
         ACKNOWLEDGE-HANDOVER SECTION.
            EVALUATE TRUE
               WHEN NO-HANDOVER-PENDING
                  DISPLAY 'DAY00SHF NO HANDOVER AWAITS '
                          'ACKNOWLEDGEMENT - PRINT ONE WITH H'
               WHEN WS-HAND-OPERATOR = WS-OPERATOR
                  DISPLAY 'DAY00SHF THE HANDOVER MUST BE '
                          'ACKNOWLEDGED BY THE INCOMING OPERATOR'
               WHEN OTHER
                  MOVE SPACES TO SHF-RECORD
                  MOVE 'K' TO SHF-KIND
                  MOVE WS-LATEST-RUN-ID TO SHF-RUN-ID
                  MOVE 0 TO SHF-INCIDENT
                  STRING 'HANDOVER FROM ' WS-HAND-OPERATOR
                         ' PRINTED ' WS-HAND-DATE ' ' WS-HAND-TIME
                         ' ACKNOWLEDGED'
                     DELIMITED BY SIZE INTO SHF-TEXT
                  END-STRING
                  PERFORM APPEND-SHIFT-RECORD
                  DISPLAY 'DAY00SHF HANDOVER FROM ' WS-HAND-OPERATOR
                          ' ACKNOWLEDGED BY ' WS-OPERATOR
                  SET NO-HANDOVER-PENDING TO TRUE
                  MOVE 0 TO WS-ENTRY-COUNT
                  MOVE WS-OPERATOR TO WS-LAST-ACK-OPER
                  MOVE WS-RUN-DATE TO WS-LAST-ACK-DATE
            END-EVALUATE
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

      *
      *    STAMP SHF-RECORD WITH THE DATE, TIME AND OPERATOR AND
      *    APPEND IT TO THE TRAIL.
      *
         APPEND-SHIFT-RECORD SECTION.
            ACCEPT WS-RUN-TIME FROM TIME
            MOVE WS-RUN-DATE        TO SHF-DATE
            MOVE WS-RUN-TIME-X(1:6) TO SHF-TIME
            MOVE WS-OPERATOR        TO SHF-OPERATOR
            OPEN EXTEND SHF-FILE
            IF WS-SHF-STATUS NOT = '00'
               OPEN OUTPUT SHF-FILE
            END-IF
            WRITE SHF-RECORD
            CLOSE SHF-FILE
            .
