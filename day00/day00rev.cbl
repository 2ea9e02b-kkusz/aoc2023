      *    SIGNED-ON OPERATOR AND DATE; A LATER APPROVAL OF THE SAME
      *    RUN CLOSES ITS OPEN QUERIES. UNREVIEWED RUNS KEEP BEING
      *    LISTED EVERY MORNING UNTIL SOMEONE SIGNS THEM OFF.
      *
      *    BEFORE A VERDICT IS ASKED FOR, THE OPERATORS' SHIFT LOG
      *    ENTRIES TAGGED WITH THE RUN (SHIFTLOG, KEPT BY DAY00SHF)
      *    ARE SHOWN, SO THE REVIEWER SEES WHAT THE NIGHT SHIFT
      *    NOTED ABOUT IT.
      *

         ENVIRONMENT DIVISION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REV-STATUS.

            SELECT SHF-FILE ASSIGN TO SHIFTLOG
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SHF-STATUS.

         DATA DIVISION.

         FILE SECTION.
            05 MST-LABEL         PIC X(10).
            05 MST-RUN-DATE      PIC 9(8).
            05 MST-RUN-ID        PIC 9(6).
            05 FILLER            PIC X(81).

         FD REV-FILE.
         01 REV-RECORD.
            05 FILLER            PIC X VALUE SPACE.
            05 REV-NOTE          PIC X(60).

         FD SHF-FILE.
         COPY "SHFREC.CPY".

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         01 WS-MAST-STATUS       PIC XX.
         01 WS-REV-STATUS        PIC XX.
         01 WS-SHF-STATUS        PIC XX.
         01 WS-SHIFT-COUNT       PIC 999.

         01 WS-RUN-DATE          PIC 9(8).
         01 WS-OPERATOR          PIC X(8) VALUE SPACES.
            IF RUN-NOT-FOUND
               DISPLAY 'DAY00REV NO SUCH RUN ON CTLMAST'
            ELSE
               PERFORM SHOW-SHIFT-ENTRIES
               DISPLAY 'DAY00REV - A(PPROVE) OR Q(UERY): '
               MOVE SPACES TO WS-ASK-STATUS
               ACCEPT WS-ASK-STATUS
            END-IF
            .

      *
      *    THE SHIFT LOG ENTRIES TAGGED WITH THE RUN BEING REVIEWED.
      *
         SHOW-SHIFT-ENTRIES SECTION.
            MOVE 0 TO WS-SHIFT-COUNT
            OPEN INPUT SHF-FILE
            IF WS-SHF-STATUS = '00'
               READ SHF-FILE
                  AT END SET SHF-END TO TRUE
               END-READ
               PERFORM UNTIL SHF-END
                  IF SHF-ENTRY
                  AND SHF-RUN-ID NUMERIC
                  AND SHF-RUN-ID = WS-PICK-RUNID
                     ADD 1 TO WS-SHIFT-COUNT
                     IF SHF-INCIDENT NUMERIC AND SHF-INCIDENT > 0
                        DISPLAY 'DAY00REV SHIFT LOG ' SHF-DATE ' '
                                SHF-TIME ' ' SHF-OPERATOR ' '
                                SHF-PROGRAM ' INC ' SHF-INCIDENT
                     ELSE
                        DISPLAY 'DAY00REV SHIFT LOG ' SHF-DATE ' '
                                SHF-TIME ' ' SHF-OPERATOR ' '
                                SHF-PROGRAM
                     END-IF
                     DISPLAY '    ' SHF-TEXT
                  END-IF
                  READ SHF-FILE
                     AT END SET SHF-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE SHF-FILE
            END-IF
            DISPLAY 'DAY00REV ' WS-SHIFT-COUNT ' SHIFT LOG ENTRY(IES) '
                    'FOR RUN ' WS-PICK-RUNID
            .

         APPEND-VERDICT SECTION.
            OPEN EXTEND REV-FILE
            IF WS-REV-STATUS NOT = '00'
