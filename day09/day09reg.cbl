         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY09REG.

      *
      *    SENREG SENSOR-REGISTRY MAINTENANCE FOR DAY09. DAY09SNS
      *    CHECKS EVERY SENSOR ID AGAINST SENREG, BUT THE REGISTRY
      *    WAS EDITED BY HAND AND NOBODY COULD TELL WHEN A SENSOR WAS
      *    ADDED OR RETIRED, OR WHO DID IT. THIS UTILITY APPLIES A
      *    TRANSACTION FILE (REGTXN) AGAINST SENREG, REWRITES IT IN
      *    SENSOR ORDER (COMMENT LINES KEPT AT THE TOP), AND APPENDS
      *    A DATED AUDIT RECORD PER TRANSACTION TO REGAUDIT, STAMPED
      *    WITH THE SIGNED-ON OPERATOR - THE SAME SHAPE AS THE
      *    DAY07LGR HAND LEDGER.
      *
      *    TRANSACTION LAYOUT, ONE PER LINE:
      *       A SSSSSSSS DESCRIPTION SITE SYST   ADD A NEW SENSOR
      *       C SSSSSSSS DESCRIPTION SITE SYST   CHANGE A SENSOR
      *       R SSSSSSSS                         RETIRE AS OF TODAY
      *    THE DESCRIPTION IS COLUMNS 12-41, THE SITE CODE 43-46 AND
      *    THE SYSTEM CODE 48-51. ON A CHANGE, A FIELD LEFT BLANK
      *    KEEPS ITS CURRENT VALUE.
      *    AN ADD OF AN ID ALREADY ON THE REGISTRY (IN SERVICE OR
      *    RETIRED), A CHANGE OR RETIRE OF ONE THAT ISN'T, A CHANGE
      *    OR RETIRE OF ONE ALREADY RETIRED, AND A RETIRE OF A SENSOR
      *    THAT STILL REPORTED TONIGHT (ITS ID IS ON THE NIGHT'S
      *    SENVAL EXTRACT) ARE ALL REJECTED TO THE AUDIT TRAIL WITH
      *    THE REASON. A RETIRED SENSOR STAYS ON THE REGISTRY WITH
      *    ITS RETIRE DATE.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT REG-FILE ASSIGN TO SENREG
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REG-STATUS.

            SELECT TXN-FILE ASSIGN TO REGTXN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TXN-STATUS.

            SELECT SVAL-FILE ASSIGN TO SENVAL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SVAL-STATUS.

            SELECT AUDIT-FILE ASSIGN TO REGAUDIT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

         DATA DIVISION.

         FILE SECTION.
         FD REG-FILE.
         COPY "DAY09SRG.CPY".

         FD TXN-FILE.
         01 TXN-RECORD.
            88 TXN-END          VALUE LOW-VALUE.
            05 TXN-ACTION        PIC X.
            05 FILLER            PIC X.
            05 TXN-SENSOR        PIC X(8).
            05 FILLER            PIC X.
            05 TXN-DESC          PIC X(30).
            05 FILLER            PIC X.
            05 TXN-SITE          PIC X(4).
            05 FILLER            PIC X.
            05 TXN-SYSTEM        PIC X(4).

         FD SVAL-FILE.
         01 SVAL-RECORD.
            88 SVAL-END         VALUE LOW-VALUE.
            05 SVL-SENSOR        PIC X(8).
            05 FILLER            PIC X(20).

         FD AUDIT-FILE.
         01 AUDIT-RECORD.
            05 AUD-DATE          PIC 9(8).
            05 FILLER            PIC X VALUE SPACE.
            05 AUD-OPERATOR      PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 AUD-ACTION        PIC X.
            05 FILLER            PIC X VALUE SPACE.
            05 AUD-SENSOR        PIC X(8).
            05 FILLER            PIC X VALUE SPACE.
            05 AUD-OLD-DESC      PIC X(30).
            05 FILLER            PIC X VALUE SPACE.
            05 AUD-NEW-DESC      PIC X(30).
            05 FILLER            PIC X VALUE SPACE.
            05 AUD-RESULT        PIC X(40).
            05 FILLER            PIC X VALUE SPACE.
            05 AUD-SITE          PIC X(4).
            05 FILLER            PIC X VALUE SPACE.
            05 AUD-SYSTEM        PIC X(4).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         01 WS-REG-STATUS        PIC XX.
         01 WS-TXN-STATUS        PIC XX.
         01 WS-SVAL-STATUS       PIC XX.
         01 WS-AUDIT-STATUS      PIC XX.

      *
      *    REWRITING THE SENSOR REGISTRY CHANGES WHAT EVERY NIGHT'S
      *    DAY09SNS CHECK ACCEPTS - ONLY AN OPERATOR GRANTED
      *    DAY09REG IN AUTHTAB MAY RUN IT.
      *
         01 WS-AUTH-PGM          PIC X(8) VALUE 'DAY09REG'.
         01 WS-AUTH-FLAG         PIC 9 VALUE 0.
            88 OPERATOR-AUTHORIZED     VALUE 1.

      *
      *    THE SIGNED-ON OPERATOR - FROM THE DAYOPID ENVIRONMENT
      *    VARIABLE, AS DAY00AUT CHECKED IT.
      *
         01 WS-OPERATOR          PIC X(8) VALUE SPACES.

         01 WS-RUN-DATE          PIC 9(8).

         01 WS-SENSOR-COUNT      PIC 9(4) VALUE 0.
         01 WS-SENSOR-TABLE.
            05 WS-SENSOR-ENTRY OCCURS 500.
               10 WS-S-SENSOR    PIC X(8).
               10 WS-S-DESC      PIC X(30).
               10 WS-S-RETIRED   PIC X(8).
                  88 SENSOR-IN-SERVICE   VALUE SPACES '00000000'.
               10 WS-S-SITE      PIC X(4).
               10 WS-S-SYSTEM    PIC X(4).

         01 WS-SAVE-ENTRY        PIC X(54).

      *
      *    HAND-WRITTEN COMMENT LINES ON THE REGISTRY ARE CARRIED
      *    THROUGH TO THE TOP OF THE REWRITTEN FILE.
      *
         01 WS-COMMENT-COUNT     PIC 99 VALUE 0.
         01 WS-COMMENT-TABLE.
            05 WS-COMMENT-LINE   PIC X(58) OCCURS 50.

      *
      *    SENSOR IDS ON TONIGHT'S SENVAL EXTRACT - A SENSOR STILL
      *    REPORTING CANNOT BE RETIRED.
      *
         01 WS-REPORTED-COUNT    PIC 9(4) VALUE 0.
         01 WS-REPORTED-TABLE.
            05 WS-REPORTED-ID    PIC X(8) OCCURS 2000.

         01 WS-TXN-COUNT         PIC 9(5) VALUE 0.
         01 WS-APPLIED-COUNT     PIC 9(5) VALUE 0.
         01 WS-REJECT-COUNT      PIC 9(5) VALUE 0.
         01 WS-RETIRED-COUNT     PIC 9(4) VALUE 0.

         01 WS-FOUND-AT          PIC 9(4).

         01 SW-REPORTED          PIC 9.
            88 SENSOR-REPORTED         VALUE 1.
            88 SENSOR-NOT-REPORTED     VALUE 0.

         77 SX                   PIC 9(4).
         77 SX2                  PIC 9(4).
         77 VX                   PIC 9(4).
         77 MX                   PIC 99.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY09REG'==
                         ==PFX-SUB== BY =='/day09'==.

            CALL 'DAY00AUT' USING WS-AUTH-PGM, WS-AUTH-FLAG
            END-CALL
            IF NOT OPERATOR-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF

            ACCEPT WS-OPERATOR FROM ENVIRONMENT 'DAYOPID'
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

            PERFORM LOAD-REGISTRY
            PERFORM LOAD-TONIGHTS-SENSORS
            PERFORM APPLY-TRANSACTIONS
            PERFORM SORT-REGISTRY-BY-SENSOR
            PERFORM REWRITE-REGISTRY

            DISPLAY 'DAY09REG ' WS-TXN-COUNT ' TRANSACTIONS READ, '
                    WS-APPLIED-COUNT ' APPLIED, '
                    WS-REJECT-COUNT ' REJECTED (SEE REGAUDIT)'
            DISPLAY 'DAY09REG REGISTRY NOW HOLDS ' WS-SENSOR-COUNT
                    ' SENSORS, ' WS-RETIRED-COUNT ' OF THEM RETIRED'
            IF WS-REJECT-COUNT > 0
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF

            STOP RUN.

         LOAD-REGISTRY SECTION.
            OPEN INPUT REG-FILE
            IF WS-REG-STATUS = '00'
               READ REG-FILE
                  AT END SET REG-END TO TRUE
               END-READ
               PERFORM UNTIL REG-END
                  IF REG-RECORD(1:1) = '*'
                     IF WS-COMMENT-COUNT < 50
                        ADD 1 TO WS-COMMENT-COUNT
                        MOVE REG-RECORD
                           TO WS-COMMENT-LINE(WS-COMMENT-COUNT)
                     END-IF
                  ELSE
                     IF REG-SENSOR NOT = SPACES
                        PERFORM LOAD-ONE-SENSOR
                     END-IF
                  END-IF
                  READ REG-FILE
                     AT END SET REG-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE REG-FILE
            ELSE
               DISPLAY 'DAY09REG NO EXISTING SENREG - STARTING A '
                       'FRESH REGISTRY'
            END-IF
            .

      *
      *    A HAND-EDITED REGISTRY MAY ALREADY CARRY THE SAME ID
      *    TWICE - THE FIRST ENTRY IS KEPT AND THE REST ARE DROPPED
      *    WITH A WARNING, SO THE REWRITE LEAVES NO DUPLICATES.
      *
         LOAD-ONE-SENSOR SECTION.
            MOVE REG-SENSOR TO TXN-SENSOR
            PERFORM FIND-SENSOR
            IF WS-FOUND-AT > 0
               DISPLAY 'DAY09REG WARNING - DUPLICATE SENREG ENTRY '
                       'FOR ' REG-SENSOR ' DROPPED; FIRST ENTRY KEPT'
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            ELSE
               IF WS-SENSOR-COUNT >= 500
                  DISPLAY 'DAY09REG WARNING - REGISTRY TABLE FULL AT '
                          '500 SENSORS; ' REG-SENSOR ' DROPPED'
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
               ELSE
                  ADD 1 TO WS-SENSOR-COUNT
                  MOVE REG-SENSOR TO WS-S-SENSOR(WS-SENSOR-COUNT)
                  MOVE REG-DESC   TO WS-S-DESC(WS-SENSOR-COUNT)
                  MOVE REG-RETIRE-DATE
                     TO WS-S-RETIRED(WS-SENSOR-COUNT)
                  MOVE REG-SITE   TO WS-S-SITE(WS-SENSOR-COUNT)
                  MOVE REG-SYSTEM TO WS-S-SYSTEM(WS-SENSOR-COUNT)
               END-IF
            END-IF
            .

      *
      *    WITH NO SENVAL ON HAND THERE IS NOTHING TO SAY A SENSOR
      *    REPORTED TONIGHT - RETIREMENTS GO THROUGH, WITH A WARNING.
      *
         LOAD-TONIGHTS-SENSORS SECTION.
            OPEN INPUT SVAL-FILE
            IF WS-SVAL-STATUS = '00'
               READ SVAL-FILE
                  AT END SET SVAL-END TO TRUE
               END-READ
               PERFORM UNTIL SVAL-END
                  IF SVAL-RECORD(1:1) NOT = '*'
                  AND SVL-SENSOR NOT = SPACES
                  AND WS-REPORTED-COUNT < 2000
                     ADD 1 TO WS-REPORTED-COUNT
                     MOVE SVL-SENSOR
                        TO WS-REPORTED-ID(WS-REPORTED-COUNT)
                  END-IF
                  READ SVAL-FILE
                     AT END SET SVAL-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE SVAL-FILE
            ELSE
               DISPLAY 'DAY09REG WARNING - NO SENVAL EXTRACT; '
                       'RETIREMENTS NOT CHECKED AGAINST TONIGHT''S '
                       'FEED'
            END-IF
            .

         APPLY-TRANSACTIONS SECTION.
            OPEN INPUT TXN-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-TXN-STATUS==
                         ==FS-FILE-NAME== BY =='REGTXN'==
                         ==FS-PGM==       BY =='DAY09REG'==.
            OPEN EXTEND AUDIT-FILE
            IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-FILE
            END-IF

            READ TXN-FILE
               AT END SET TXN-END TO TRUE
            END-READ
            PERFORM UNTIL TXN-END
               IF TXN-RECORD NOT = SPACES
               AND TXN-RECORD(1:1) NOT = '*'
                  ADD 1 TO WS-TXN-COUNT
                  PERFORM APPLY-ONE-TRANSACTION
               END-IF
               READ TXN-FILE
                  AT END SET TXN-END TO TRUE
               END-READ
            END-PERFORM

            CLOSE TXN-FILE
            CLOSE AUDIT-FILE
            .

         APPLY-ONE-TRANSACTION SECTION.
            PERFORM FIND-SENSOR

            MOVE SPACES      TO AUDIT-RECORD
            MOVE WS-RUN-DATE TO AUD-DATE
            MOVE WS-OPERATOR TO AUD-OPERATOR
            MOVE TXN-ACTION  TO AUD-ACTION
            MOVE TXN-SENSOR  TO AUD-SENSOR
            MOVE TXN-SITE    TO AUD-SITE
            MOVE TXN-SYSTEM  TO AUD-SYSTEM

            EVALUATE TXN-ACTION
               WHEN 'A'
                  PERFORM APPLY-ADD
               WHEN 'C'
                  PERFORM APPLY-CHANGE
               WHEN 'R'
                  PERFORM APPLY-RETIRE
               WHEN OTHER
                  MOVE 'REJECTED - UNKNOWN ACTION CODE'
                     TO AUD-RESULT
                  ADD 1 TO WS-REJECT-COUNT
            END-EVALUATE

            WRITE AUDIT-RECORD
            .

         APPLY-ADD SECTION.
            MOVE TXN-DESC TO AUD-NEW-DESC
            IF TXN-SENSOR = SPACES
               MOVE 'REJECTED - NO SENSOR ID' TO AUD-RESULT
               ADD 1 TO WS-REJECT-COUNT
            ELSE
               IF WS-FOUND-AT > 0
                  IF SENSOR-IN-SERVICE(WS-FOUND-AT)
                     MOVE 'REJECTED - DUPLICATE SENSOR ID'
                        TO AUD-RESULT
                  ELSE
                     MOVE 'REJECTED - DUPLICATE OF A RETIRED ID'
                        TO AUD-RESULT
                  END-IF
                  ADD 1 TO WS-REJECT-COUNT
               ELSE
                  IF WS-SENSOR-COUNT >= 500
                     MOVE 'REJECTED - REGISTRY TABLE FULL'
                        TO AUD-RESULT
                     ADD 1 TO WS-REJECT-COUNT
                  ELSE
                     ADD 1 TO WS-SENSOR-COUNT
                     MOVE TXN-SENSOR TO WS-S-SENSOR(WS-SENSOR-COUNT)
                     MOVE TXN-DESC   TO WS-S-DESC(WS-SENSOR-COUNT)
                     MOVE SPACES     TO WS-S-RETIRED(WS-SENSOR-COUNT)
                     MOVE TXN-SITE   TO WS-S-SITE(WS-SENSOR-COUNT)
                     MOVE TXN-SYSTEM TO WS-S-SYSTEM(WS-SENSOR-COUNT)
                     MOVE 'ADDED' TO AUD-RESULT
                     ADD 1 TO WS-APPLIED-COUNT
                  END-IF
               END-IF
            END-IF
            .

         APPLY-CHANGE SECTION.
            MOVE TXN-DESC TO AUD-NEW-DESC
            IF WS-FOUND-AT = 0
               MOVE 'REJECTED - SENSOR NOT ON REGISTRY' TO AUD-RESULT
               ADD 1 TO WS-REJECT-COUNT
            ELSE
               MOVE WS-S-DESC(WS-FOUND-AT) TO AUD-OLD-DESC
               IF NOT SENSOR-IN-SERVICE(WS-FOUND-AT)
                  MOVE 'REJECTED - SENSOR ALREADY RETIRED'
                     TO AUD-RESULT
                  ADD 1 TO WS-REJECT-COUNT
               ELSE
                  IF TXN-DESC NOT = SPACES
                     MOVE TXN-DESC TO WS-S-DESC(WS-FOUND-AT)
                  END-IF
                  IF TXN-SITE NOT = SPACES
                     MOVE TXN-SITE TO WS-S-SITE(WS-FOUND-AT)
                  END-IF
                  IF TXN-SYSTEM NOT = SPACES
                     MOVE TXN-SYSTEM TO WS-S-SYSTEM(WS-FOUND-AT)
                  END-IF
                  MOVE 'CHANGED' TO AUD-RESULT
                  ADD 1 TO WS-APPLIED-COUNT
               END-IF
            END-IF
            .

         APPLY-RETIRE SECTION.
            IF WS-FOUND-AT = 0
               MOVE 'REJECTED - SENSOR NOT ON REGISTRY' TO AUD-RESULT
               ADD 1 TO WS-REJECT-COUNT
            ELSE
               MOVE WS-S-DESC(WS-FOUND-AT) TO AUD-OLD-DESC
               PERFORM CHECK-REPORTED-TONIGHT
               IF NOT SENSOR-IN-SERVICE(WS-FOUND-AT)
                  MOVE 'REJECTED - SENSOR ALREADY RETIRED'
                     TO AUD-RESULT
                  ADD 1 TO WS-REJECT-COUNT
               ELSE
                  IF SENSOR-REPORTED
                     MOVE 'REJECTED - SENSOR REPORTED TONIGHT'
                        TO AUD-RESULT
                     ADD 1 TO WS-REJECT-COUNT
                  ELSE
                     MOVE WS-RUN-DATE TO WS-S-RETIRED(WS-FOUND-AT)
                     MOVE 'RETIRED' TO AUD-RESULT
                     ADD 1 TO WS-APPLIED-COUNT
                  END-IF
               END-IF
            END-IF
            .

         CHECK-REPORTED-TONIGHT SECTION.
            SET SENSOR-NOT-REPORTED TO TRUE
            PERFORM VARYING VX FROM 1 BY 1
                        UNTIL VX > WS-REPORTED-COUNT
                           OR SENSOR-REPORTED
               IF WS-REPORTED-ID(VX) = TXN-SENSOR
                  SET SENSOR-REPORTED TO TRUE
               END-IF
            END-PERFORM
            .

         FIND-SENSOR SECTION.
            MOVE 0 TO WS-FOUND-AT
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-SENSOR-COUNT
               IF WS-S-SENSOR(SX) = TXN-SENSOR
                  MOVE SX TO WS-FOUND-AT
                  COMPUTE SX = WS-SENSOR-COUNT
               END-IF
            END-PERFORM
            .

      *
      *    THE REGISTRY IS KEPT IN SENSOR ORDER - THE SAME IN-MEMORY
      *    SELECTION SORT SHAPE THE DAY07 LEDGER USES.
      *
         SORT-REGISTRY-BY-SENSOR SECTION.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-SENSOR-COUNT
               PERFORM VARYING SX2 FROM SX BY 1
                           UNTIL SX2 > WS-SENSOR-COUNT
                  IF WS-S-SENSOR(SX2) < WS-S-SENSOR(SX)
                     MOVE WS-SENSOR-ENTRY(SX)  TO WS-SAVE-ENTRY
                     MOVE WS-SENSOR-ENTRY(SX2) TO WS-SENSOR-ENTRY(SX)
                     MOVE WS-SAVE-ENTRY        TO WS-SENSOR-ENTRY(SX2)
                  END-IF
               END-PERFORM
            END-PERFORM
            .

         REWRITE-REGISTRY SECTION.
            OPEN OUTPUT REG-FILE
            PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > WS-COMMENT-COUNT
               MOVE WS-COMMENT-LINE(MX) TO REG-RECORD
               WRITE REG-RECORD
            END-PERFORM
            MOVE 0 TO WS-RETIRED-COUNT
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-SENSOR-COUNT
               MOVE SPACES           TO REG-RECORD
               MOVE WS-S-SENSOR(SX)  TO REG-SENSOR
               MOVE WS-S-DESC(SX)    TO REG-DESC
               MOVE WS-S-SITE(SX)    TO REG-SITE
               MOVE WS-S-SYSTEM(SX)  TO REG-SYSTEM
               IF SENSOR-IN-SERVICE(SX)
                  MOVE SPACES TO REG-RETIRE-DATE
               ELSE
                  MOVE WS-S-RETIRED(SX) TO REG-RETIRE-DATE
                  ADD 1 TO WS-RETIRED-COUNT
               END-IF
               WRITE REG-RECORD
            END-PERFORM
            CLOSE REG-FILE
            .
