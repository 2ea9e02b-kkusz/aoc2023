         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY06HIS.

      *
      *    RACE-RESULTS HISTORY LOADER FOR THE DAY06 RACEFILE.
      *    DAY06P1C WRITES EACH RACE'S FIRST AND LAST VIABLE HOLD,
      *    WINDOW WIDTH, AND EDGE MARGINS TO RACEFILE EVERY NIGHT,
      *    BUT THE NEXT RUN OVERWRITES IT AND THE RACE TEAM COULD
      *    NOT SEE WHETHER THE WINDOWS WERE NARROWING AS THE RECORDS
      *    GET BEATEN. THIS LOADER FOLDS EACH NIGHT'S RACEFILE INTO
      *    THE RACEMST MASTER, KEYED AND KEPT IN ORDER BY RACE TIME,
      *    RECORD DISTANCE, AND RUN DATE - A RERUN OF THE SAME KEY
      *    REPLACES THE EARLIER RECORD, THE SAME SHAPE AS THE
      *    DAY02HIS GAMHIST MASTER. THE RUN DATE IS TAKEN FROM THE
      *    *RUN STAMP RECORD AT THE TOP OF RACEFILE, SO A LATE LOAD
      *    OF LAST NIGHT'S FILE STILL LANDS UNDER THE RIGHT NIGHT.
      *    DAY06TRD THEN REPORTS EACH RACE'S WINDOW ACROSS THE LAST
      *    SEVERAL NIGHTS.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT RACE-FILE ASSIGN TO RACEFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RACE-STATUS.

            SELECT MAST-FILE ASSIGN TO RACEMST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MAST-STATUS.

         DATA DIVISION.

         FILE SECTION.
         FD RACE-FILE.
         01 RACE-RECORD.
            88 RACE-END          VALUE LOW-VALUE.
            05 RACE-TEXT         PIC X(130).

         FD MAST-FILE.
         COPY "DAY06RMS.CPY".

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         01 WS-RACE-STATUS       PIC XX.
         01 WS-MAST-STATUS       PIC XX.

         01 WS-RUN-DATE          PIC 9(8).

      *
      *    THE RACEFILE FIELDS ARE Z-EDITED, SO EACH ONE IS SPLIT
      *    OUT AS TEXT AND CONVERTED DIGIT BY DIGIT.
      *
         01 WS-TOKEN-TABLE.
            05 WS-TOKEN          PIC X(15) OCCURS 8.
         01 WS-TOKEN-VALUE       PIC 9(15).
         01 WS-TOKEN-DIGIT       PIC 9.
         01 WS-TOKEN-CHAR REDEFINES WS-TOKEN-DIGIT PIC X.

         01 WS-ENTRY-COUNT       PIC 9(4) VALUE 0.
         01 WS-ENTRY-TABLE.
            05 WS-ENTRY OCCURS 5000.
               10 WS-E-KEY.
                  15 WS-E-TIME   PIC 9(15).
                  15 WS-E-DIST   PIC 9(15).
                  15 WS-E-DATE   PIC 9(8).
               10 WS-E-RACE-NO   PIC 99.
               10 WS-E-STAT      PIC 9(15) OCCURS 5.

         01 WS-SAVE-ENTRY.
            05 WS-S-KEY          PIC X(38).
            05 WS-S-RACE-NO      PIC 99.
            05 WS-S-STAT         PIC 9(15) OCCURS 5.

         01 WS-NEW-KEY.
            05 WS-NK-TIME        PIC 9(15).
            05 WS-NK-DIST        PIC 9(15).
            05 WS-NK-DATE        PIC 9(8).

         01 WS-LOADED-COUNT      PIC 9(5) VALUE 0.
         01 WS-REPLACED-COUNT    PIC 9(5) VALUE 0.

         01 SW-KEY-FOUND         PIC 9.
            88 KEY-FOUND               VALUE 1.
            88 KEY-NOT-FOUND           VALUE 0.

         77 EX                   PIC 9(4).
         77 EX2                  PIC 9(4).
         77 TX                   PIC 99.
         77 CX                   PIC 99.
         77 FNB                  PIC 999.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY06HIS'==
                         ==PFX-SUB== BY =='/day06'==.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

            PERFORM LOAD-EXISTING-MASTER
            PERFORM FOLD-IN-RACEFILE
            PERFORM SORT-MASTER-BY-KEY
            PERFORM REWRITE-MASTER

            DISPLAY 'DAY06HIS ' WS-LOADED-COUNT ' RECORDS LOADED ('
                    WS-REPLACED-COUNT ' REPLACED); MASTER NOW HOLDS '
                    WS-ENTRY-COUNT ' RECORDS'

            STOP RUN.

         LOAD-EXISTING-MASTER SECTION.
            OPEN INPUT MAST-FILE
            IF WS-MAST-STATUS = '00'
               READ MAST-FILE
                  AT END SET RMS-END TO TRUE
               END-READ
               PERFORM UNTIL RMS-END
                  IF WS-ENTRY-COUNT >= 5000
                     DISPLAY 'DAY06HIS WARNING - MASTER TABLE FULL '
                             'AT 5000 RECORDS; REMAINING RECORDS '
                             'DROPPED'
                     IF RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                     END-IF
                     SET RMS-END TO TRUE
                  ELSE
                     ADD 1 TO WS-ENTRY-COUNT
                     MOVE WS-ENTRY-COUNT TO EX
                     MOVE RMS-TIME      TO WS-E-TIME(EX)
                     MOVE RMS-DIST      TO WS-E-DIST(EX)
                     MOVE RMS-RUN-DATE  TO WS-E-DATE(EX)
                     MOVE RMS-RACE-NO   TO WS-E-RACE-NO(EX)
                     MOVE RMS-FIRST     TO WS-E-STAT(EX, 1)
                     MOVE RMS-LAST      TO WS-E-STAT(EX, 2)
                     MOVE RMS-WIDTH     TO WS-E-STAT(EX, 3)
                     MOVE RMS-MARGIN1   TO WS-E-STAT(EX, 4)
                     MOVE RMS-MARGIN2   TO WS-E-STAT(EX, 5)
                     READ MAST-FILE
                        AT END SET RMS-END TO TRUE
                     END-READ
                  END-IF
               END-PERFORM
               CLOSE MAST-FILE
            END-IF
            .

      *
      *    THE *RUN STAMP RECORD AT THE TOP OF RACEFILE CARRIES THE
      *    DATE OF THE RUN THAT WROTE IT - THAT DATE, NOT TODAY'S,
      *    IS THE NIGHT THE WINDOWS BELONG TO.
      *
         FOLD-IN-RACEFILE SECTION.
            OPEN INPUT RACE-FILE
            IF WS-RACE-STATUS NOT = '00'
               DISPLAY 'DAY06HIS NO RACEFILE FOUND - MASTER '
                       'LEFT AS IT WAS'
            ELSE
               READ RACE-FILE
                  AT END SET RACE-END TO TRUE
               END-READ
               PERFORM UNTIL RACE-END
                  IF RACE-TEXT(1:5) = '*RUN '
                     IF RACE-TEXT(6:8) NUMERIC
                        MOVE RACE-TEXT(6:8) TO WS-RUN-DATE
                     END-IF
                  ELSE
                     IF RACE-TEXT NOT = SPACES
                        PERFORM FOLD-ONE-RECORD
                     END-IF
                  END-IF
                  READ RACE-FILE
                     AT END SET RACE-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE RACE-FILE
            END-IF
            .

      *
      *    THE RACE NUMBER IS RIGHT-ALIGNED, SO THE RECORD MAY OPEN
      *    WITH A BLANK - THE UNSTRING STARTS AT THE FIRST NON-BLANK
      *    OR AN EMPTY LEADING TOKEN WOULD SHIFT EVERY FIELD BY ONE.
      *
         FOLD-ONE-RECORD SECTION.
            MOVE 1 TO FNB
            PERFORM UNTIL FNB > 120
                         OR RACE-TEXT(FNB:1) NOT = SPACE
               ADD 1 TO FNB
            END-PERFORM

            MOVE SPACES TO WS-TOKEN-TABLE
            UNSTRING RACE-TEXT(FNB:)
               DELIMITED BY ALL SPACE
               INTO WS-TOKEN(1), WS-TOKEN(2), WS-TOKEN(3),
                    WS-TOKEN(4), WS-TOKEN(5), WS-TOKEN(6),
                    WS-TOKEN(7), WS-TOKEN(8)
            END-UNSTRING

            MOVE 2 TO TX
            PERFORM CONVERT-TOKEN
            MOVE WS-TOKEN-VALUE TO WS-NK-TIME
            MOVE 3 TO TX
            PERFORM CONVERT-TOKEN
            MOVE WS-TOKEN-VALUE TO WS-NK-DIST
            MOVE WS-RUN-DATE    TO WS-NK-DATE

            PERFORM FIND-MASTER-KEY

            IF KEY-NOT-FOUND
               IF WS-ENTRY-COUNT >= 5000
                  DISPLAY 'DAY06HIS WARNING - MASTER TABLE FULL AT '
                          '5000 RECORDS; RECORD DROPPED'
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
               ELSE
                  ADD 1 TO WS-ENTRY-COUNT
                  MOVE WS-ENTRY-COUNT TO EX
                  MOVE WS-NEW-KEY TO WS-E-KEY(EX)
                  PERFORM FILL-ENTRY-BODY
                  ADD 1 TO WS-LOADED-COUNT
               END-IF
            ELSE
               PERFORM FILL-ENTRY-BODY
               ADD 1 TO WS-LOADED-COUNT
               ADD 1 TO WS-REPLACED-COUNT
            END-IF
            .

         FIND-MASTER-KEY SECTION.
            SET KEY-NOT-FOUND TO TRUE
            PERFORM VARYING EX FROM 1 BY 1
                        UNTIL EX > WS-ENTRY-COUNT OR KEY-FOUND
               IF WS-E-KEY(EX) = WS-NEW-KEY
                  SET KEY-FOUND TO TRUE
                  SUBTRACT 1 FROM EX
               END-IF
            END-PERFORM
            .

         FILL-ENTRY-BODY SECTION.
            MOVE 1 TO TX
            PERFORM CONVERT-TOKEN
            MOVE WS-TOKEN-VALUE TO WS-E-RACE-NO(EX)
            PERFORM VARYING TX FROM 4 BY 1 UNTIL TX > 8
               PERFORM CONVERT-TOKEN
               MOVE WS-TOKEN-VALUE TO WS-E-STAT(EX, TX - 3)
            END-PERFORM
            .

      *
      *    A RACEFILE FIELD IS A RIGHT-ALIGNED Z-EDITED CELL - BUILD
      *    ITS VALUE DIGIT BY DIGIT, SKIPPING LEADING SPACES.
      *
         CONVERT-TOKEN SECTION.
            MOVE 0 TO WS-TOKEN-VALUE
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 15
               MOVE WS-TOKEN(TX)(CX:1) TO WS-TOKEN-CHAR
               IF WS-TOKEN-CHAR NUMERIC
                  COMPUTE WS-TOKEN-VALUE =
                     WS-TOKEN-VALUE * 10 + WS-TOKEN-DIGIT
               END-IF
            END-PERFORM
            .

      *
      *    THE MASTER IS KEPT IN KEY ORDER - THE SAME IN-MEMORY
      *    SELECTION SORT SHAPE THE DAY07 LEDGER USES.
      *
         SORT-MASTER-BY-KEY SECTION.
            PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > WS-ENTRY-COUNT
               PERFORM VARYING EX2 FROM EX BY 1
                           UNTIL EX2 > WS-ENTRY-COUNT
                  IF WS-E-KEY(EX2) < WS-E-KEY(EX)
                     MOVE WS-ENTRY(EX)  TO WS-SAVE-ENTRY
                     MOVE WS-ENTRY(EX2) TO WS-ENTRY(EX)
                     MOVE WS-SAVE-ENTRY TO WS-ENTRY(EX2)
                  END-IF
               END-PERFORM
            END-PERFORM
            .

         REWRITE-MASTER SECTION.
            OPEN OUTPUT MAST-FILE
            PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > WS-ENTRY-COUNT
               MOVE SPACES           TO RMS-RECORD
               MOVE WS-E-TIME(EX)    TO RMS-TIME
               MOVE WS-E-DIST(EX)    TO RMS-DIST
               MOVE WS-E-DATE(EX)    TO RMS-RUN-DATE
               MOVE WS-E-RACE-NO(EX) TO RMS-RACE-NO
               MOVE WS-E-STAT(EX, 1) TO RMS-FIRST
               MOVE WS-E-STAT(EX, 2) TO RMS-LAST
               MOVE WS-E-STAT(EX, 3) TO RMS-WIDTH
               MOVE WS-E-STAT(EX, 4) TO RMS-MARGIN1
               MOVE WS-E-STAT(EX, 5) TO RMS-MARGIN2
               WRITE RMS-RECORD
            END-PERFORM
            CLOSE MAST-FILE
            .
