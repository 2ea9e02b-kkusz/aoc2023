         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY04INV.

      *
      *    SUPPLIER INVOICE RECONCILIATION FOR THE DAY04 SCRATCHCARD
      *    FEED. THE SUPPLIER BILLS PER CARD DELIVERED, BY CARD-
      *    NUMBER RANGE, AND ACCOUNTS PAYABLE USED TO PAY THE
      *    INVOICE UNCHECKED. THIS UTILITY READS THE SUPPLIER'S
      *    INVOICE FILE INVFILE, ONE LINE PER BILLED RANGE
      *       INVOICE-NO FROM-CARD TO-CARD QUANTITY UNIT-CENTS
      *    (* LINES ARE COMMENTS), AND CHECKS IT AGAINST THE CARDS
      *    ACTUALLY RECEIVED IN INPFILE - PARSED THROUGH DAY04PR AND
      *    PROVED AGAINST THE SUPPLIER *HDR/*TRL BATCH CONTROLS
      *    WHEN THE FEED CARRIES THEM, EXACTLY AS THE PART CORES
      *    READ IT.
      *
      *    INVRPT LISTS, AS CARD-NUMBER RUNS:
      *    - BILLED NOT RECEIVED - CARDS IN A BILLED RANGE THAT
      *      NEVER ARRIVED, AT THAT LINE'S UNIT PRICE;
      *    - DOUBLE BILLED - CARDS ALREADY BILLED ON AN EARLIER
      *      INVOICE LINE, AT THE LATER LINE'S UNIT PRICE (THE
      *      FIRST LINE TO BILL A CARD OWNS IT);
      *    - QTY OVER RANGE / QTY UNDER RANGE - A LINE WHOSE BILLED
      *      QUANTITY IS NOT THE NUMBER OF CARDS IN ITS RANGE;
      *    - RECEIVED NOT BILLED - CARDS WE HOLD THAT NO LINE BILLS,
      *      VALUED AT THE INVOICE'S AVERAGE BILLED UNIT PRICE.
      *    THE NET AMOUNT IN DISPUTE IS WHAT WE WERE OVER-BILLED
      *    LESS WHAT WAS LEFT OFF. ANY DISPUTE AT ALL ENDS WITH
      *    RETURN CODE 4 AND AN EXCLOG LINE SO AP HOLDS PAYMENT; A
      *    FEED THAT FAILS ITS BATCH CONTROLS ENDS WITH 8, SINCE THE
      *    RECEIPTS THEMSELVES CANNOT BE TRUSTED.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT INPUT-FILE ASSIGN TO INPFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INP-STATUS.

            SELECT INV-FILE ASSIGN TO INVFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INV-STATUS.

            SELECT RPT-FILE ASSIGN TO INVRPT
            ORGANIZATION IS LINE SEQUENTIAL.

         DATA DIVISION.

         FILE SECTION.
         FD INPUT-FILE.
         01 INPUT-RECORD.
            88 INPUT-END        VALUE LOW-VALUE.
            05 INPUT-TEXT       PIC X(200).

         FD INV-FILE.
         01 INV-RECORD.
            88 INV-END          VALUE LOW-VALUE.
            05 INV-TEXT         PIC X(80).

         FD RPT-FILE.
         01 RPT-RECORD          PIC X(100).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         COPY "EXCLOG.CPY".
         COPY "SCRUBDAT.CPY".
         COPY "BATCHDAT.CPY".

         COPY "RUNSTMP.CPY".

      *
      *    A CALLED SUBPROGRAM'S GOBACK REPLACES THIS PROGRAM'S
      *    RETURN CODE WITH ITS OWN, SO A CODE ALREADY RAISED HERE
      *    IS KEPT ACROSS THE PARSER CALLS.
      *
         77 WS-KEEP-RC           PIC S9(9) VALUE 0.

         01 WS-INP-STATUS        PIC XX.
         01 WS-INV-STATUS        PIC XX.

         01 WS-RECORD            PIC X(200).

         COPY "DAY04CRD.CPY".

      *
      *    PER CARD NUMBER - COPIES RECEIVED IN THE FEED, THE
      *    INVOICE LINE THAT FIRST BILLED IT, AND HOW MANY LINES
      *    BILL IT.
      *
         01 WS-CARD-TABLE.
            05 WS-CARD-ENTRY OCCURS 9999.
               10 WS-C-RECEIVED  PIC 999.
               10 WS-C-OWNER     PIC 999.
               10 WS-C-BILLED    PIC 999.

         01 WS-INVOICE-TABLE.
            05 WS-INVOICE OCCURS 500.
               10 WS-I-NUMBER    PIC X(12).
               10 WS-I-FROM      PIC 9(4).
               10 WS-I-TO        PIC 9(4).
               10 WS-I-QTY       PIC 9(7).
               10 WS-I-UNIT      PIC 9(7).
         01 WS-INVOICE-COUNT     PIC 999 VALUE 0.
         01 WS-INVOICE-MAX       PIC 999 VALUE 500.

         01 WS-PARSE-NUMBER      PIC X(12).
         01 WS-PARSE-FROM        PIC X(12).
         01 WS-PARSE-TO          PIC X(12).
         01 WS-PARSE-QTY         PIC X(12).
         01 WS-PARSE-UNIT        PIC X(12).

         01 WS-TOKEN             PIC X(12).
         01 WS-TOKEN-VALUE       PIC 9(9).
         01 WS-TOKEN-DIGIT       PIC 9.
         01 WS-TOKEN-CHAR REDEFINES WS-TOKEN-DIGIT PIC X.

         01 WS-CARDS-READ        PIC 9(7) VALUE 0.
         01 WS-CARDS-DISTINCT    PIC 9(7) VALUE 0.
         01 WS-BILLED-QTY        PIC 9(9) VALUE 0.
         01 WS-BILLED-CENTS      PIC 9(13) VALUE 0.
         01 WS-AVG-UNIT          PIC 9(7) VALUE 0.
         01 WS-RANGE-SIZE        PIC 9(5).
         01 WS-QTY-DIFF          PIC S9(9).

         01 WS-OVER-CENTS        PIC 9(13) VALUE 0.
         01 WS-UNDER-CENTS       PIC 9(13) VALUE 0.
         01 WS-NET-CENTS         PIC S9(13) VALUE 0.
         01 WS-EXCEPTION-COUNT   PIC 9(7) VALUE 0.
         01 WS-DOLLARS           PIC S9(11)V99.
         01 WS-DOLLARS-ED        PIC -(10)9.99.

      *
      *    THE CARD-NUMBER RUN BEING GATHERED FOR ONE REPORT LINE.
      *    WS-RUN-SIGN IS + WHEN THE RUN IS OVER-BILLING, - WHEN IT
      *    IS UNDER-BILLING.
      *
         01 WS-RUN.
            05 WS-RUN-KIND       PIC X(20).
            05 WS-RUN-INV        PIC X(12).
            05 WS-RUN-OTHER      PIC X(12).
            05 WS-RUN-FROM       PIC 9(4).
            05 WS-RUN-TO         PIC 9(4).
            05 WS-RUN-CARDS      PIC 9(7).
            05 WS-RUN-UNIT       PIC 9(7).
            05 WS-RUN-SIGN       PIC X.
         01 WS-RUN-CENTS         PIC 9(13).

         01 SW-RUN               PIC 9.
            88 RUN-OPEN          VALUE 1.
            88 RUN-CLOSED        VALUE 0.

         77 IX                   PIC 999.
         77 IX2                  PIC 999.
         77 CIX                  PIC 9(5).
         77 CX                   PIC 99.

         01 WS-HEAD-LINE.
            05 FILLER            PIC X(20) VALUE 'EXCEPTION'.
            05 FILLER            PIC X(13) VALUE 'INVOICE'.
            05 FILLER            PIC X(10) VALUE 'CARDS'.
            05 FILLER            PIC X(8)  VALUE '   COUNT'.
            05 FILLER            PIC X(16) VALUE '          AMOUNT'.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 FILLER            PIC X(20) VALUE 'ALSO BILLED ON'.

         01 WS-DETAIL-LINE.
            05 WS-D-KIND         PIC X(20).
            05 WS-D-INV          PIC X(12).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-D-FROM         PIC ZZZ9.
            05 WS-D-DASH         PIC X.
            05 WS-D-TO           PIC ZZZ9.
            05 FILLER            PIC X VALUE SPACE.
            05 WS-D-CARDS        PIC Z(7)9.
            05 WS-D-AMOUNT       PIC -(12)9.99.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-D-OTHER        PIC X(12).

         01 WS-TOTAL-LINE.
            05 WS-T-TAG          PIC X(40).
            05 WS-T-AMOUNT       PIC -(12)9.99.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY04INV'==
                         ==PFX-SUB== BY =='/day04'==.

            COPY "RUNSTMPP.CPY".

            INITIALIZE WS-CARD-TABLE
            PERFORM LOAD-INVOICE
            PERFORM LOAD-RECEIPTS

            OPEN OUTPUT RPT-FILE
            MOVE WS-RUN-STAMP TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE 'DAY04INV SUPPLIER INVOICE RECONCILIATION'
               TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE SPACES TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE WS-HEAD-LINE TO RPT-RECORD
            WRITE RPT-RECORD

            PERFORM VARYING IX FROM 1 BY 1
                    UNTIL IX > WS-INVOICE-COUNT
               PERFORM CHECK-INVOICE-LINE
            END-PERFORM
            PERFORM CHECK-UNBILLED-CARDS

            IF WS-EXCEPTION-COUNT = 0
               MOVE '  INVOICE AGREES WITH THE CARDS RECEIVED'
                  TO RPT-RECORD
               WRITE RPT-RECORD
            END-IF

            COMPUTE WS-NET-CENTS = WS-OVER-CENTS - WS-UNDER-CENTS
            PERFORM WRITE-REPORT-TOTALS
            CLOSE RPT-FILE

            DISPLAY 'DAY04INV ' WS-INVOICE-COUNT ' INVOICE LINES, '
                    WS-CARDS-DISTINCT ' CARDS RECEIVED, '
                    WS-EXCEPTION-COUNT ' EXCEPTION(S) (SEE INVRPT)'

            IF WS-EXCEPTION-COUNT > 0
               COMPUTE WS-DOLLARS = WS-NET-CENTS / 100
               MOVE WS-DOLLARS TO WS-DOLLARS-ED
               DISPLAY 'DAY04INV INVOICE IN DISPUTE - NET '
                       WS-DOLLARS-ED ' - HOLD PAYMENT'
               MOVE SPACES TO WS-EXCLOG-LINE
               STRING 'DAY04INV W INVOICE IN DISPUTE - '
                      WS-EXCEPTION-COUNT ' EXCEPTION(S), NET '
                      WS-DOLLARS-ED ' - HOLD PAYMENT'
                  DELIMITED BY SIZE INTO WS-EXCLOG-LINE
               END-STRING
               CALL 'DAY00LOG' USING WS-EXCLOG-LINE
               END-CALL
               IF WS-KEEP-RC < 4
                  MOVE 4 TO WS-KEEP-RC
               END-IF
            END-IF
            IF WS-KEEP-RC > RETURN-CODE
               MOVE WS-KEEP-RC TO RETURN-CODE
            END-IF

            STOP RUN.

      *
      *    THE INVOICE IS THE WHOLE POINT OF THE RUN - NO INVFILE IS
      *    AN ABEND. A LINE WITHOUT ALL FIVE FIELDS, OR WITH A
      *    BACKWARD RANGE, IS REJECTED OUT LOUD AND COUNTED AS AN
      *    EXCEPTION, SINCE AP CANNOT PAY A LINE NOBODY CAN CHECK.
      *
         LOAD-INVOICE SECTION.
            INITIALIZE WS-INVOICE-TABLE
            OPEN INPUT INV-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-INV-STATUS==
                         ==FS-FILE-NAME== BY =='INVFILE'==
                         ==FS-PGM==       BY =='DAY04INV'==.

            READ INV-FILE
               AT END SET INV-END TO TRUE
            END-READ
            PERFORM UNTIL INV-END
               IF INV-TEXT NOT = SPACES
               AND INV-TEXT(1:1) NOT = '*'
                  PERFORM LOAD-ONE-INVOICE-LINE
               END-IF
               READ INV-FILE
                  AT END SET INV-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE INV-FILE

            IF WS-BILLED-QTY > 0
               COMPUTE WS-AVG-UNIT ROUNDED =
                  WS-BILLED-CENTS / WS-BILLED-QTY
            END-IF
            .

         LOAD-ONE-INVOICE-LINE SECTION.
            MOVE SPACES TO WS-PARSE-NUMBER WS-PARSE-FROM WS-PARSE-TO
                           WS-PARSE-QTY WS-PARSE-UNIT
            UNSTRING INV-TEXT DELIMITED BY ALL SPACE
               INTO WS-PARSE-NUMBER, WS-PARSE-FROM, WS-PARSE-TO,
                    WS-PARSE-QTY, WS-PARSE-UNIT
            END-UNSTRING
            IF WS-PARSE-UNIT = SPACES
            OR WS-PARSE-FROM(1:1) NOT NUMERIC
            OR WS-PARSE-TO(1:1) NOT NUMERIC
            OR WS-PARSE-QTY(1:1) NOT NUMERIC
            OR WS-PARSE-UNIT(1:1) NOT NUMERIC
               PERFORM REJECT-INVOICE-LINE
            ELSE
               IF WS-INVOICE-COUNT >= WS-INVOICE-MAX
                  DISPLAY 'DAY04INV INVOICE TABLE FULL AT '
                          WS-INVOICE-MAX ' - LINE NOT CHECKED: '
                          INV-TEXT(1:40)
                  ADD 1 TO WS-EXCEPTION-COUNT
                  IF WS-KEEP-RC < 4
                     MOVE 4 TO WS-KEEP-RC
                  END-IF
               ELSE
                  ADD 1 TO WS-INVOICE-COUNT
                  MOVE WS-INVOICE-COUNT TO IX
                  MOVE WS-PARSE-NUMBER TO WS-I-NUMBER(IX)
                  MOVE WS-PARSE-FROM TO WS-TOKEN
                  PERFORM CONVERT-TOKEN
                  MOVE WS-TOKEN-VALUE TO WS-I-FROM(IX)
                  MOVE WS-PARSE-TO TO WS-TOKEN
                  PERFORM CONVERT-TOKEN
                  MOVE WS-TOKEN-VALUE TO WS-I-TO(IX)
                  MOVE WS-PARSE-QTY TO WS-TOKEN
                  PERFORM CONVERT-TOKEN
                  MOVE WS-TOKEN-VALUE TO WS-I-QTY(IX)
                  MOVE WS-PARSE-UNIT TO WS-TOKEN
                  PERFORM CONVERT-TOKEN
                  MOVE WS-TOKEN-VALUE TO WS-I-UNIT(IX)
                  IF WS-I-FROM(IX) = 0
                  OR WS-I-FROM(IX) > WS-I-TO(IX)
                     INITIALIZE WS-INVOICE(IX)
                     SUBTRACT 1 FROM WS-INVOICE-COUNT
                     PERFORM REJECT-INVOICE-LINE
                  ELSE
                     COMPUTE WS-BILLED-QTY = WS-BILLED-QTY
                                           + WS-I-QTY(IX)
                     COMPUTE WS-BILLED-CENTS = WS-BILLED-CENTS
                                     + WS-I-QTY(IX) * WS-I-UNIT(IX)
                     PERFORM VARYING CIX FROM WS-I-FROM(IX) BY 1
                             UNTIL CIX > WS-I-TO(IX)
                        IF WS-C-OWNER(CIX) = 0
                           MOVE IX TO WS-C-OWNER(CIX)
                        END-IF
                        ADD 1 TO WS-C-BILLED(CIX)
                     END-PERFORM
                  END-IF
               END-IF
            END-IF
            .

         REJECT-INVOICE-LINE SECTION.
            DISPLAY 'DAY04INV INVFILE LINE REJECTED - '
                    INV-TEXT(1:50)
            ADD 1 TO WS-EXCEPTION-COUNT
            IF WS-KEEP-RC < 4
               MOVE 4 TO WS-KEEP-RC
            END-IF
            .

      *
      *    EVERY CARD NUMBER RECEIVED, FROM THE SAME FEED THE PART
      *    PROGRAMS PROCESS.
      *
         LOAD-RECEIPTS SECTION.
            OPEN INPUT INPUT-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-INP-STATUS==
                         ==FS-FILE-NAME== BY =='INPFILE'==
                         ==FS-PGM==       BY =='DAY04INV'==.

            PERFORM READ-BATCH-INPUT
            PERFORM UNTIL INPUT-END
               MOVE INPUT-TEXT TO WS-RECORD
               COPY "SCRUBCHK.CPY"
                  REPLACING ==SCR-FIELD== BY WS-RECORD
                            ==SCR-LEN==   BY 200
                            ==SCR-PGM==   BY 'DAY04INV'.
               IF RETURN-CODE > WS-KEEP-RC
                  MOVE RETURN-CODE TO WS-KEEP-RC
               END-IF
               CALL 'DAY04PR' USING WS-RECORD, WS-PARSED
               END-CALL
               IF WS-KEEP-RC > RETURN-CODE
                  MOVE WS-KEEP-RC TO RETURN-CODE
               END-IF
               ADD 1 TO WS-CARDS-READ
               MOVE WS-CARD-NO TO CIX
               IF CIX >= 1 AND CIX <= 9999
                  IF WS-C-RECEIVED(CIX) = 0
                     ADD 1 TO WS-CARDS-DISTINCT
                  END-IF
                  IF WS-C-RECEIVED(CIX) < 999
                     ADD 1 TO WS-C-RECEIVED(CIX)
                  END-IF
               END-IF
               PERFORM READ-BATCH-INPUT
            END-PERFORM

            CLOSE INPUT-FILE
            IF RETURN-CODE > WS-KEEP-RC
               MOVE RETURN-CODE TO WS-KEEP-RC
            END-IF
            .

      *
      *    BATCH-CONTROLLED READ - A SUPPLIER *HDR OR *TRL RECORD
      *    IS CONSUMED AND VERIFIED HERE (SEE BATCHDAT.CPY), SO THE
      *    RECEIPTS ONLY EVER COUNT DATA RECORDS, AND THE TRAILER'S
      *    CONTROLS ARE CHECKED AGAINST WHAT WAS ACTUALLY READ THE
      *    MOMENT THE FEED ENDS.
      *
         READ-BATCH-INPUT SECTION.
            READ INPUT-FILE
               AT END SET INPUT-END TO TRUE
            END-READ
            PERFORM UNTIL INPUT-END
                         OR (INPUT-TEXT(1:5) NOT = '*HDR '
                             AND INPUT-TEXT(1:5) NOT = '*TRL ')
               COPY "BATCHCHK.CPY"
                  REPLACING ==BAT-FIELD== BY INPUT-TEXT
                            ==BAT-PGM==   BY 'DAY04INV'.
               READ INPUT-FILE
                  AT END SET INPUT-END TO TRUE
               END-READ
            END-PERFORM
            IF INPUT-END
               COPY "BATCHEOF.CPY"
                  REPLACING ==BAT-PGM== BY 'DAY04INV'.
            ELSE
               COPY "BATCHCNT.CPY"
                  REPLACING ==BAT-FIELD== BY INPUT-TEXT.
            END-IF
            .

      *
      *    ONE INVOICE LINE - ITS QUANTITY AGAINST ITS RANGE, THEN
      *    ITS CARDS: THOSE IT OWNS BUT WE NEVER RECEIVED, AND THOSE
      *    AN EARLIER LINE ALREADY BILLED.
      *
         CHECK-INVOICE-LINE SECTION.
            COMPUTE WS-RANGE-SIZE = WS-I-TO(IX) - WS-I-FROM(IX) + 1
            COMPUTE WS-QTY-DIFF = WS-I-QTY(IX) - WS-RANGE-SIZE
            IF WS-QTY-DIFF NOT = 0
               MOVE SPACES          TO WS-RUN
               MOVE WS-I-NUMBER(IX) TO WS-RUN-INV
               MOVE WS-I-FROM(IX)   TO WS-RUN-FROM
               MOVE WS-I-TO(IX)     TO WS-RUN-TO
               MOVE WS-I-UNIT(IX)   TO WS-RUN-UNIT
               IF WS-QTY-DIFF > 0
                  MOVE 'QTY OVER RANGE'  TO WS-RUN-KIND
                  MOVE WS-QTY-DIFF       TO WS-RUN-CARDS
                  MOVE '+'               TO WS-RUN-SIGN
               ELSE
                  MOVE 'QTY UNDER RANGE' TO WS-RUN-KIND
                  COMPUTE WS-RUN-CARDS = 0 - WS-QTY-DIFF
                  MOVE '-'               TO WS-RUN-SIGN
               END-IF
               PERFORM WRITE-RUN-LINE
            END-IF

            SET RUN-CLOSED TO TRUE
            PERFORM VARYING CIX FROM WS-I-FROM(IX) BY 1
                    UNTIL CIX > WS-I-TO(IX)
               IF WS-C-OWNER(CIX) = IX AND WS-C-RECEIVED(CIX) = 0
                  IF RUN-OPEN AND WS-RUN-KIND = 'BILLED NOT RECEIVED'
                     MOVE CIX TO WS-RUN-TO
                     ADD 1 TO WS-RUN-CARDS
                  ELSE
                     PERFORM FLUSH-RUN
                     MOVE SPACES                TO WS-RUN
                     MOVE 'BILLED NOT RECEIVED' TO WS-RUN-KIND
                     PERFORM START-RUN
                  END-IF
               ELSE
                  IF WS-C-OWNER(CIX) NOT = IX
                     MOVE WS-C-OWNER(CIX) TO IX2
                     IF RUN-OPEN AND WS-RUN-KIND = 'DOUBLE BILLED'
                     AND WS-RUN-OTHER = WS-I-NUMBER(IX2)
                        MOVE CIX TO WS-RUN-TO
                        ADD 1 TO WS-RUN-CARDS
                     ELSE
                        PERFORM FLUSH-RUN
                        MOVE SPACES            TO WS-RUN
                        MOVE 'DOUBLE BILLED'   TO WS-RUN-KIND
                        MOVE WS-I-NUMBER(IX2)  TO WS-RUN-OTHER
                        PERFORM START-RUN
                     END-IF
                  ELSE
                     PERFORM FLUSH-RUN
                  END-IF
               END-IF
            END-PERFORM
            PERFORM FLUSH-RUN
            .

         START-RUN SECTION.
            MOVE WS-I-NUMBER(IX) TO WS-RUN-INV
            MOVE CIX             TO WS-RUN-FROM
            MOVE CIX             TO WS-RUN-TO
            MOVE 1               TO WS-RUN-CARDS
            MOVE WS-I-UNIT(IX)   TO WS-RUN-UNIT
            MOVE '+'             TO WS-RUN-SIGN
            SET RUN-OPEN TO TRUE
            .

         FLUSH-RUN SECTION.
            IF RUN-OPEN
               PERFORM WRITE-RUN-LINE
               SET RUN-CLOSED TO TRUE
            END-IF
            .

      *
      *    CARDS WE HOLD THAT NO INVOICE LINE BILLS - LEFT OFF THE
      *    INVOICE, SO THEY COUNT AGAINST THE OVER-BILLING AT THE
      *    AVERAGE BILLED UNIT PRICE.
      *
         CHECK-UNBILLED-CARDS SECTION.
            SET RUN-CLOSED TO TRUE
            PERFORM VARYING CIX FROM 1 BY 1 UNTIL CIX > 9999
               IF WS-C-RECEIVED(CIX) > 0 AND WS-C-BILLED(CIX) = 0
                  IF RUN-OPEN
                     MOVE CIX TO WS-RUN-TO
                     ADD 1 TO WS-RUN-CARDS
                  ELSE
                     MOVE SPACES                TO WS-RUN
                     MOVE 'RECEIVED NOT BILLED' TO WS-RUN-KIND
                     MOVE CIX                   TO WS-RUN-FROM
                     MOVE CIX                   TO WS-RUN-TO
                     MOVE 1                     TO WS-RUN-CARDS
                     MOVE WS-AVG-UNIT           TO WS-RUN-UNIT
                     MOVE '-'                   TO WS-RUN-SIGN
                     SET RUN-OPEN TO TRUE
                  END-IF
               ELSE
                  PERFORM FLUSH-RUN
               END-IF
            END-PERFORM
            PERFORM FLUSH-RUN
            .

         WRITE-RUN-LINE SECTION.
            ADD 1 TO WS-EXCEPTION-COUNT
            COMPUTE WS-RUN-CENTS = WS-RUN-CARDS * WS-RUN-UNIT
            IF WS-RUN-SIGN = '-'
               ADD WS-RUN-CENTS TO WS-UNDER-CENTS
               COMPUTE WS-DOLLARS = 0 - WS-RUN-CENTS / 100
            ELSE
               ADD WS-RUN-CENTS TO WS-OVER-CENTS
               COMPUTE WS-DOLLARS = WS-RUN-CENTS / 100
            END-IF

            MOVE SPACES        TO WS-DETAIL-LINE
            MOVE WS-RUN-KIND   TO WS-D-KIND
            MOVE WS-RUN-INV    TO WS-D-INV
            MOVE WS-RUN-FROM   TO WS-D-FROM
            IF WS-RUN-TO NOT = WS-RUN-FROM
               MOVE '-'        TO WS-D-DASH
               MOVE WS-RUN-TO  TO WS-D-TO
            END-IF
            MOVE WS-RUN-CARDS  TO WS-D-CARDS
            MOVE WS-DOLLARS    TO WS-D-AMOUNT
            MOVE WS-RUN-OTHER  TO WS-D-OTHER
            MOVE WS-DETAIL-LINE TO RPT-RECORD
            WRITE RPT-RECORD
            .

         WRITE-REPORT-TOTALS SECTION.
            MOVE SPACES TO RPT-RECORD
            WRITE RPT-RECORD

            MOVE 'INVOICE TOTAL AS BILLED' TO WS-T-TAG
            COMPUTE WS-DOLLARS = WS-BILLED-CENTS / 100
            MOVE WS-DOLLARS TO WS-T-AMOUNT
            MOVE WS-TOTAL-LINE TO RPT-RECORD
            WRITE RPT-RECORD

            MOVE 'OVER-BILLED' TO WS-T-TAG
            COMPUTE WS-DOLLARS = WS-OVER-CENTS / 100
            MOVE WS-DOLLARS TO WS-T-AMOUNT
            MOVE WS-TOTAL-LINE TO RPT-RECORD
            WRITE RPT-RECORD

            MOVE 'LEFT OFF THE INVOICE' TO WS-T-TAG
            COMPUTE WS-DOLLARS = 0 - WS-UNDER-CENTS / 100
            MOVE WS-DOLLARS TO WS-T-AMOUNT
            MOVE WS-TOTAL-LINE TO RPT-RECORD
            WRITE RPT-RECORD

            MOVE 'NET AMOUNT IN DISPUTE' TO WS-T-TAG
            COMPUTE WS-DOLLARS = WS-NET-CENTS / 100
            MOVE WS-DOLLARS TO WS-T-AMOUNT
            MOVE WS-TOTAL-LINE TO RPT-RECORD
            WRITE RPT-RECORD
            .

         CONVERT-TOKEN SECTION.
            MOVE 0 TO WS-TOKEN-VALUE
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 12
               MOVE WS-TOKEN(CX:1) TO WS-TOKEN-CHAR
               IF WS-TOKEN-CHAR NUMERIC
                  COMPUTE WS-TOKEN-VALUE =
                     WS-TOKEN-VALUE * 10 + WS-TOKEN-DIGIT
               END-IF
            END-PERFORM
            .
