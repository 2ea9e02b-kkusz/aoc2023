      *    UNACKNOWLEDGED RECORDS; DAY00ACK MARKS ONE HANDLED -
      *    THE DIFFERENCE BETWEEN FINDING A DEAD RUN AT 02:10 AND
      *    FINDING IT AT 07:30.
      *
      *    EACH RECORD ALSO CARRIES THE RUN-BOOK REFERENCE FOR WHAT
      *    IT IS ABOUT, SO THE PERSON PAGED KNOWS WHICH INSTRUCTIONS
      *    TO OPEN: THE SUBJECT IS THE STEP NAMED AS THE LAST WORD
      *    OF THE TEXT (DAY00DRV'S 'STEP FAILED - day03/day03p2'),
      *    OTHERWISE THE ALERTING PROGRAM, AND DAY00RBK LOOKS IT UP
      *    WITH THE ALERT'S CODE. NONE MEANS THE RUN BOOK HAS NO
      *    ENTRY FOR IT.
      *

         ENVIRONMENT DIVISION.
            05 ALR-ACK           PIC X.
            05 FILLER            PIC X VALUE SPACE.
            05 ALR-LINE          PIC X(80).
            05 FILLER            PIC X(2) VALUE SPACES.
            05 ALR-RUNBOOK       PIC X(8).

         WORKING-STORAGE SECTION.

      *
         01 WS-SAVED-RC          PIC S9(9).

         COPY "RBKDAT.CPY".

      *
      *    THE ALERT LINE TAKEN APART FOR THE RUN-BOOK LOOKUP.
      *
         01 WS-ALR-PROGRAM       PIC X(10).
         01 WS-ALR-CODE          PIC X(6).
         01 WS-ALR-SUBJECT       PIC X(30).
         01 WS-ALR-STEP-DIR      PIC X(30).
         01 WS-ALR-STEP-PGM      PIC X(30).
         01 WS-ALR-RC            PIC 9(4).
         01 WS-ALR-DIGIT         PIC 9.
         01 WS-ALR-END           PIC 99.
         01 WS-ALR-START         PIC 99.

         77 CX                   PIC 99.

         LINKAGE SECTION.

         01 LN-ALERT-LINE        PIC X(80).
               MOVE WS-ALR-RUNID-X TO WS-ALR-RUNID
            END-IF

            PERFORM FIND-RUNBOOK-REFERENCE

            OPEN EXTEND ALR-FILE
            IF WS-ALR-STATUS NOT = '00'
               OPEN OUTPUT ALR-FILE
            MOVE WS-ALR-RUNID  TO ALR-RUN-ID
            MOVE 'N'           TO ALR-ACK
            MOVE LN-ALERT-LINE TO ALR-LINE
            IF RUNBOOK-FOUND
               MOVE WS-RBK-REF TO ALR-RUNBOOK
            ELSE
               MOVE 'NONE'     TO ALR-RUNBOOK
            END-IF
            WRITE ALR-RECORD
            CLOSE ALR-FILE

            MOVE WS-SAVED-RC TO RETURN-CODE
            GOBACK.

      *
      *    'PROGRAM CODE TEXT' - THE CODE'S DIGITS ARE THE RETURN
      *    CODE; A LAST WORD HOLDING A / IS A DRIVER STEP NAME,
      *    WHOSE PROGRAM PART IS THE SUBJECT.
      *
         FIND-RUNBOOK-REFERENCE SECTION.
            MOVE SPACES TO WS-ALR-PROGRAM, WS-ALR-CODE
            UNSTRING LN-ALERT-LINE DELIMITED BY ALL SPACE
               INTO WS-ALR-PROGRAM, WS-ALR-CODE
            END-UNSTRING
            MOVE 0 TO WS-ALR-RC
            PERFORM VARYING CX FROM 1 BY 1
                    UNTIL CX > 4 OR WS-ALR-CODE(CX:1) = SPACE
               IF WS-ALR-CODE(CX:1) NUMERIC
                  MOVE WS-ALR-CODE(CX:1) TO WS-ALR-DIGIT
                  COMPUTE WS-ALR-RC = WS-ALR-RC * 10 + WS-ALR-DIGIT
               END-IF
            END-PERFORM

            MOVE 80 TO WS-ALR-END
            PERFORM UNTIL WS-ALR-END < 1
                    OR LN-ALERT-LINE(WS-ALR-END:1) NOT = SPACE
               SUBTRACT 1 FROM WS-ALR-END
            END-PERFORM
            MOVE WS-ALR-END TO WS-ALR-START
            PERFORM UNTIL WS-ALR-START < 2
                    OR LN-ALERT-LINE(WS-ALR-START - 1:1) = SPACE
               SUBTRACT 1 FROM WS-ALR-START
            END-PERFORM

            MOVE WS-ALR-PROGRAM TO WS-RBK-STEP
            IF WS-ALR-END > 0
               MOVE SPACES TO WS-ALR-SUBJECT
               MOVE LN-ALERT-LINE(WS-ALR-START:
                                  WS-ALR-END - WS-ALR-START + 1)
                  TO WS-ALR-SUBJECT
               MOVE SPACES TO WS-ALR-STEP-DIR, WS-ALR-STEP-PGM
               UNSTRING WS-ALR-SUBJECT DELIMITED BY '/'
                  INTO WS-ALR-STEP-DIR, WS-ALR-STEP-PGM
               END-UNSTRING
               IF WS-ALR-STEP-PGM NOT = SPACES
                  MOVE WS-ALR-STEP-PGM TO WS-RBK-STEP
               END-IF
            END-IF
            MOVE WS-ALR-RC TO WS-RBK-RC
            CALL 'DAY00RBK' USING WS-RUNBOOK-CHECK
            END-CALL
            .
