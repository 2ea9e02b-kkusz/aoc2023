         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY00ACR.

      *
      *    MONTHLY INQUIRY ACCESS REPORT. EVERY INQUIRY UTILITY
      *    APPENDS ITS ACCESSES TO THE SHARED ../ACCLOG FILE THROUGH
      *    DAY00ACL; THIS REPORT READS THE MONTH'S RECORDS AND
      *    TOTALS THEM BY OPERATOR AND BY PROGRAM - ACCESSES, RECORDS
      *    RETURNED, AND ACCESSES REFUSED FOR WANT OF A READ GRANT -
      *    THEN LISTS EVERY REFUSAL IN FULL, SO "WHO HAS BEEN LOOKING
      *    AT THE CARD DESK'S DATA" HAS A STANDING ANSWER. IT RUNS AT
      *    MONTH END AND REPORTS THE CURRENT MONTH; ACCMONTH=YYYYMM
      *    IN THE ENVIRONMENT REPORTS ANOTHER. AN ACCESS MADE OUTSIDE
      *    A SIGNED-ON SESSION IS SHOWN UNDER (NONE). THE REPORT
      *    GOES TO ACCRPT.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT ACC-FILE ASSIGN TO "../ACCLOG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ACC-STATUS.

            SELECT RPT-FILE ASSIGN TO ACCRPT
            ORGANIZATION IS LINE SEQUENTIAL.

         DATA DIVISION.

         FILE SECTION.
         FD ACC-FILE.
         COPY "ACCREC.CPY".

         FD RPT-FILE.
         01 RPT-RECORD           PIC X(100).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         01 WS-ACC-STATUS        PIC XX.

         01 WS-RUN-DATE          PIC 9(8).
         01 WS-MONTH-X           PIC X(6).
         01 WS-MONTH             PIC 9(6).
         01 WS-MONTH-TEXT REDEFINES WS-MONTH PIC X(6).

         01 WS-TOTAL-COUNT       PIC 9(7) VALUE 0.
         01 WS-TOTAL-RETURNED    PIC 9(9) VALUE 0.
         01 WS-TOTAL-REFUSED     PIC 9(7) VALUE 0.

         01 SW-REFUSED           PIC 9.
            88 ACCESS-REFUSED          VALUE 1.
            88 ACCESS-ANSWERED         VALUE 0.

      *
      *    THE MONTH'S TOTALS - ONE TABLE KEYED BY OPERATOR, ONE BY
      *    PROGRAM.
      *
         01 WS-OPER-COUNT        PIC 999 VALUE 0.
         01 WS-OPER-TABLE.
            05 WS-OPER-ENTRY OCCURS 100.
               10 WS-O-OPERATOR  PIC X(8).
               10 WS-O-COUNT     PIC 9(7).
               10 WS-O-RETURNED  PIC 9(9).
               10 WS-O-REFUSED   PIC 9(7).

         01 WS-PGM-COUNT         PIC 99 VALUE 0.
         01 WS-PGM-TABLE.
            05 WS-PGM-ENTRY OCCURS 40.
               10 WS-P-PROGRAM   PIC X(8).
               10 WS-P-COUNT     PIC 9(7).
               10 WS-P-RETURNED  PIC 9(9).
               10 WS-P-REFUSED   PIC 9(7).

         01 WS-KEY-OPERATOR      PIC X(8).

         01 SW-KEY-FOUND         PIC 9.
            88 KEY-FOUND               VALUE 1.
            88 KEY-NOT-FOUND           VALUE 0.

         77 OX                   PIC 999.
         77 PX                   PIC 99.

         01 WS-RPT-HEAD.
            05 FILLER            PIC X(40)
                VALUE 'DAY00ACR INQUIRY ACCESS REPORT FOR MONTH'.
            05 FILLER            PIC X VALUE SPACE.
            05 WS-RH-MONTH       PIC 9(6).
            05 FILLER            PIC X(3) VALUE ' - '.
            05 WS-RH-COUNT       PIC Z(6)9.
            05 FILLER            PIC X(22)
                VALUE ' ACCESS(ES) ON THE LOG'.

         01 WS-TOTAL-LINE.
            05 WS-TL-NAME        PIC X(10).
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-TL-COUNT       PIC Z(6)9.
            05 FILLER            PIC X(3) VALUE SPACES.
            05 WS-TL-RETURNED    PIC Z(8)9.
            05 FILLER            PIC X(3) VALUE SPACES.
            05 WS-TL-REFUSED     PIC Z(6)9.

         01 WS-REFUSAL-LINE.
            05 WS-RL-DATE        PIC 9(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-RL-TIME        PIC 9(6).
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-RL-OPERATOR    PIC X(8).
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-RL-PROGRAM     PIC X(8).
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-RL-KEY         PIC X(40).

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY00ACR'==
                         ==PFX-SUB== BY =='/day00'==.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            MOVE WS-RUN-DATE(1:6) TO WS-MONTH
            MOVE SPACES TO WS-MONTH-X
            ACCEPT WS-MONTH-X FROM ENVIRONMENT 'ACCMONTH'
            IF WS-MONTH-X NOT = SPACES
               IF WS-MONTH-X NUMERIC
                  MOVE WS-MONTH-X TO WS-MONTH
               ELSE
                  DISPLAY 'DAY00ACR ACCMONTH ' WS-MONTH-X
                          ' IS NOT YYYYMM - REPORTING ' WS-MONTH
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF

            OPEN OUTPUT RPT-FILE
            OPEN INPUT ACC-FILE
            IF WS-ACC-STATUS = '00'
               READ ACC-FILE
                  AT END SET ACC-END TO TRUE
               END-READ
               PERFORM UNTIL ACC-END
                  IF ACC-DATE NUMERIC
                  AND ACC-DATE(1:6) = WS-MONTH-TEXT
                     PERFORM TALLY-ONE-ACCESS
                  END-IF
                  READ ACC-FILE
                     AT END SET ACC-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE ACC-FILE
            END-IF

            MOVE WS-MONTH       TO WS-RH-MONTH
            MOVE WS-TOTAL-COUNT TO WS-RH-COUNT
            MOVE WS-RPT-HEAD TO RPT-RECORD
            WRITE RPT-RECORD

            MOVE SPACES TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE 'BY OPERATOR' TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE 'OPERATOR   ACCESSES    RETURNED   REFUSED'
               TO RPT-RECORD
            WRITE RPT-RECORD
            PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > WS-OPER-COUNT
               MOVE SPACES TO WS-TOTAL-LINE
               MOVE WS-O-OPERATOR(OX) TO WS-TL-NAME
               MOVE WS-O-COUNT(OX)    TO WS-TL-COUNT
               MOVE WS-O-RETURNED(OX) TO WS-TL-RETURNED
               MOVE WS-O-REFUSED(OX)  TO WS-TL-REFUSED
               MOVE WS-TOTAL-LINE TO RPT-RECORD
               WRITE RPT-RECORD
            END-PERFORM

            MOVE SPACES TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE 'BY PROGRAM' TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE 'PROGRAM    ACCESSES    RETURNED   REFUSED'
               TO RPT-RECORD
            WRITE RPT-RECORD
            PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PGM-COUNT
               MOVE SPACES TO WS-TOTAL-LINE
               MOVE WS-P-PROGRAM(PX)  TO WS-TL-NAME
               MOVE WS-P-COUNT(PX)    TO WS-TL-COUNT
               MOVE WS-P-RETURNED(PX) TO WS-TL-RETURNED
               MOVE WS-P-REFUSED(PX)  TO WS-TL-REFUSED
               MOVE WS-TOTAL-LINE TO RPT-RECORD
               WRITE RPT-RECORD
            END-PERFORM

            MOVE SPACES TO WS-TOTAL-LINE
            MOVE 'TOTAL'           TO WS-TL-NAME
            MOVE WS-TOTAL-COUNT    TO WS-TL-COUNT
            MOVE WS-TOTAL-RETURNED TO WS-TL-RETURNED
            MOVE WS-TOTAL-REFUSED  TO WS-TL-REFUSED
            MOVE WS-TOTAL-LINE TO RPT-RECORD
            WRITE RPT-RECORD

            IF WS-TOTAL-REFUSED > 0
               PERFORM LIST-REFUSALS
            END-IF
            CLOSE RPT-FILE

            DISPLAY 'DAY00ACR ' WS-TOTAL-COUNT ' ACCESS(ES) FOR '
                    WS-MONTH ' BY ' WS-OPER-COUNT ' OPERATOR(S), '
                    WS-TOTAL-REFUSED ' REFUSED - REPORT IN ACCRPT'

            STOP RUN.

         TALLY-ONE-ACCESS SECTION.
            IF ACC-KEY(1:7) = 'REFUSED'
               SET ACCESS-REFUSED TO TRUE
               ADD 1 TO WS-TOTAL-REFUSED
            ELSE
               SET ACCESS-ANSWERED TO TRUE
            END-IF
            ADD 1 TO WS-TOTAL-COUNT
            IF ACC-RETURNED NUMERIC
               ADD ACC-RETURNED TO WS-TOTAL-RETURNED
            END-IF

            MOVE ACC-OPERATOR TO WS-KEY-OPERATOR
            IF WS-KEY-OPERATOR = SPACES
               MOVE '(NONE)' TO WS-KEY-OPERATOR
            END-IF
            SET KEY-NOT-FOUND TO TRUE
            PERFORM VARYING OX FROM 1 BY 1
                        UNTIL OX > WS-OPER-COUNT OR KEY-FOUND
               IF WS-O-OPERATOR(OX) = WS-KEY-OPERATOR
                  SET KEY-FOUND TO TRUE
                  SUBTRACT 1 FROM OX
               END-IF
            END-PERFORM
            IF KEY-NOT-FOUND
               IF WS-OPER-COUNT >= 100
                  DISPLAY 'DAY00ACR WARNING - OPERATOR TABLE FULL AT '
                          '100 ENTRIES'
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
                  MOVE 0 TO OX
               ELSE
                  ADD 1 TO WS-OPER-COUNT
                  MOVE WS-OPER-COUNT TO OX
                  INITIALIZE WS-OPER-ENTRY(OX)
                  MOVE WS-KEY-OPERATOR TO WS-O-OPERATOR(OX)
               END-IF
            END-IF
            IF OX > 0
               ADD 1 TO WS-O-COUNT(OX)
               IF ACC-RETURNED NUMERIC
                  ADD ACC-RETURNED TO WS-O-RETURNED(OX)
               END-IF
               IF ACCESS-REFUSED
                  ADD 1 TO WS-O-REFUSED(OX)
               END-IF
            END-IF

            SET KEY-NOT-FOUND TO TRUE
            PERFORM VARYING PX FROM 1 BY 1
                        UNTIL PX > WS-PGM-COUNT OR KEY-FOUND
               IF WS-P-PROGRAM(PX) = ACC-PROGRAM
                  SET KEY-FOUND TO TRUE
                  SUBTRACT 1 FROM PX
               END-IF
            END-PERFORM
            IF KEY-NOT-FOUND
               IF WS-PGM-COUNT >= 40
                  DISPLAY 'DAY00ACR WARNING - PROGRAM TABLE FULL AT '
                          '40 ENTRIES'
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
                  MOVE 0 TO PX
               ELSE
                  ADD 1 TO WS-PGM-COUNT
                  MOVE WS-PGM-COUNT TO PX
                  INITIALIZE WS-PGM-ENTRY(PX)
                  MOVE ACC-PROGRAM TO WS-P-PROGRAM(PX)
               END-IF
            END-IF
            IF PX > 0
               ADD 1 TO WS-P-COUNT(PX)
               IF ACC-RETURNED NUMERIC
                  ADD ACC-RETURNED TO WS-P-RETURNED(PX)
               END-IF
               IF ACCESS-REFUSED
                  ADD 1 TO WS-P-REFUSED(PX)
               END-IF
            END-IF
            .

      *
      *    EVERY REFUSED ACCESS OF THE MONTH, IN LOG ORDER - A SECOND
      *    PASS, SO THE TOTALS ABOVE NEED NO DETAIL TABLE.
      *
         LIST-REFUSALS SECTION.
            MOVE SPACES TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE 'REFUSED ACCESSES' TO RPT-RECORD
            WRITE RPT-RECORD
            OPEN INPUT ACC-FILE
            READ ACC-FILE
               AT END SET ACC-END TO TRUE
            END-READ
            PERFORM UNTIL ACC-END
               IF ACC-DATE NUMERIC
               AND ACC-DATE(1:6) = WS-MONTH-TEXT
               AND ACC-KEY(1:7) = 'REFUSED'
                  MOVE SPACES TO WS-REFUSAL-LINE
                  MOVE ACC-DATE     TO WS-RL-DATE
                  MOVE ACC-TIME     TO WS-RL-TIME
                  MOVE ACC-OPERATOR TO WS-RL-OPERATOR
                  IF ACC-OPERATOR = SPACES
                     MOVE '(NONE)' TO WS-RL-OPERATOR
                  END-IF
                  MOVE ACC-PROGRAM  TO WS-RL-PROGRAM
                  MOVE ACC-KEY      TO WS-RL-KEY
                  MOVE WS-REFUSAL-LINE TO RPT-RECORD
                  WRITE RPT-RECORD
               END-IF
               READ ACC-FILE
                  AT END SET ACC-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE ACC-FILE
            .
