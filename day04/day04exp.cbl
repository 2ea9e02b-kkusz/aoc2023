         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY04EXP.

      *
      *    CARRYOVER EXPIRY AND BREAKAGE FOR DAY04. UNDER CARRYOVER
      *    DAY04P3C ROLLS THE CARDFILE CLOSING INVENTORY FORWARD
      *    INTO CARDOPEN EVERY NIGHT AND NOTHING EVER EXPIRES, SO
      *    UNREDEEMED COPIES FROM WEEKS AGO STILL COUNTED AS LIVE
      *    LIABILITY. THIS STEP RUNS AFTER DAY04P3 AND APPLIES THE
      *    FINANCE EXPIRY POLICY BEFORE THE NEXT NIGHT OPENS:
      *
      *    - CARDAGE HOLDS EVERY CARRIED QUANTITY BY THE NIGHT IT WAS
      *      WON ('CARD WON-DATE QUANTITY'). WHATEVER CARDOPEN HOLDS
      *      FOR A CARD BEYOND ITS LIVE CARDAGE QUANTITIES WAS WON
      *      TONIGHT AND IS ADDED AS TONIGHT'S VINTAGE. THE FIRST
      *      RUN, WITH NO CARDAGE YET, DATES THE WHOLE POSITION
      *      TONIGHT.
      *    - EXPPARM NAMES THE CARD SERIES AND THEIR EXPIRY, ONE
      *      'SERIES FROM-CARD TO-CARD DAYS' LINE EACH (* LINES ARE
      *      COMMENTS). A VINTAGE EXPIRES ONCE IT HAS AGED DAYS
      *      BUSINESS DAYS - THE PROCESSING DATES AFTER THE NIGHT IT
      *      WAS WON, LESS THE SHOPCAL HOLIDAYS, THE SAME WAY
      *      DAY00ROL COUNTS PROCESSING DATES. A CARD IN NO SERIES
      *      NEVER EXPIRES, AND NO EXPPARM AT ALL MEANS NO POLICY
      *      YET - THE VINTAGES ARE STILL KEPT SO THE POLICY CAN
      *      START FROM TRUE AGES.
      *    - EXPIRED COPIES COME OUT OF CARDOPEN, SO THE NEXT
      *      OPENING POSITION NO LONGER CARRIES THEM, AND THEIR
      *      PRIZE VALUE - THE PRIZETAB PRIZE FOR THE CARD'S MATCH
      *      COUNT IN TONIGHT'S FEED - IS THE BREAKAGE.
      *
      *    BRKRPT LISTS EVERY EXPIRED VINTAGE WITH ITS VALUE AND THE
      *    NIGHT AND MONTH-TO-DATE TOTALS. BRKLEDG IS THE CUMULATIVE
      *    BREAKAGE LEDGER FOR THE MONTH-END ACCOUNTING ENTRY - ONE
      *    RECORD APPENDED PER RUN WITH THE NIGHT'S EXPIRED COPIES
      *    AND VALUE AND THE RUNNING MONTH-TO-DATE FIGURES. A RERUN
      *    FINDS THE EXPIRED VINTAGES ALREADY GONE FROM CARDAGE AND
      *    APPENDS A ZERO RECORD, SO THE LEDGER NEVER DOUBLE COUNTS.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT INPUT-FILE ASSIGN TO INPFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INP-STATUS.

            SELECT OPEN-FILE ASSIGN TO CARDOPEN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPEN-STATUS.

            SELECT AGE-FILE ASSIGN TO CARDAGE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AGE-STATUS.

            SELECT PARM-FILE ASSIGN TO EXPPARM
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.

            SELECT PRIZE-FILE ASSIGN TO PRIZETAB
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PRIZE-STATUS.

            SELECT CAL-FILE ASSIGN TO "../day00/SHOPCAL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CAL-STATUS.

            SELECT RPT-FILE ASSIGN TO BRKRPT
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT LEDG-FILE ASSIGN TO BRKLEDG
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LEDG-STATUS.

         DATA DIVISION.

         FILE SECTION.
         FD INPUT-FILE.
         01 INPUT-RECORD.
            88 INPUT-END        VALUE LOW-VALUE.
            05 INPUT-TEXT       PIC X(200).

         FD OPEN-FILE.
         01 OPEN-RECORD.
            88 OPEN-END         VALUE LOW-VALUE.
            05 OPN-CARD-NO       PIC 9(4).
            05 FILLER            PIC X VALUE SPACE.
            05 OPN-QUANTITY      PIC 9(10).

         FD AGE-FILE.
         01 AGE-RECORD.
            88 AGE-END          VALUE LOW-VALUE.
            05 AGE-CARD-NO       PIC 9(4).
            05 FILLER            PIC X VALUE SPACE.
            05 AGE-WON-DATE      PIC 9(8).
            05 FILLER            PIC X VALUE SPACE.
            05 AGE-QUANTITY      PIC 9(10).

         FD PARM-FILE.
         01 PARM-RECORD.
            88 PARM-END         VALUE LOW-VALUE.
            05 PARM-TEXT         PIC X(80).

         FD PRIZE-FILE.
         01 PRIZE-RECORD.
            88 PRIZE-END         VALUE LOW-VALUE.
            05 PRIZE-TEXT        PIC X(40).

         FD CAL-FILE.
         01 CAL-RECORD.
            88 CAL-END           VALUE LOW-VALUE.
            05 CAL-KIND          PIC X.
            05 FILLER            PIC X.
            05 CAL-DATE          PIC X(8).

         FD RPT-FILE.
         01 RPT-RECORD           PIC X(100).

         FD LEDG-FILE.
         01 LEDG-RECORD.
            88 LEDG-END          VALUE LOW-VALUE.
            05 LDG-DATE          PIC 9(8).
            05 FILLER            PIC X VALUE SPACE.
            05 LDG-MONTH         PIC 9(6).
            05 FILLER            PIC X VALUE SPACE.
            05 LDG-COPIES        PIC 9(10).
            05 FILLER            PIC X VALUE SPACE.
            05 LDG-CENTS         PIC 9(13).
            05 FILLER            PIC X VALUE SPACE.
            05 LDG-MTD-COPIES    PIC 9(12).
            05 FILLER            PIC X VALUE SPACE.
            05 LDG-MTD-CENTS     PIC 9(15).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         COPY "EXCLOG.CPY".
         COPY "SCRUBDAT.CPY".

         COPY "RUNSTMP.CPY".

      *
      *    A CALLED SUBPROGRAM'S GOBACK REPLACES THIS PROGRAM'S
      *    RETURN CODE WITH ITS OWN, SO A WARNING CODE ALREADY
      *    RAISED HERE IS KEPT ACROSS THE PARSER CALLS.
      *
         77 WS-KEEP-RC           PIC S9(9) VALUE 0.

         01 WS-INP-STATUS        PIC XX.
         01 WS-OPEN-STATUS       PIC XX.
         01 WS-AGE-STATUS        PIC XX.
         01 WS-PARM-STATUS       PIC XX.
         01 WS-PRIZE-STATUS      PIC XX.
         01 WS-CAL-STATUS        PIC XX.
         01 WS-LEDG-STATUS       PIC XX.

         01 WS-RECORD            PIC X(200).

         COPY "DAY04CRD.CPY".

         01 WS-OWNED-CAPACITY    PIC 99 VALUE 50.

      *
      *    PER-CARD POSITION - TONIGHT'S MATCH COUNT, THE CARDOPEN
      *    QUANTITY AS DAY04P3 LEFT IT, AND THE LIVE CARDAGE
      *    QUANTITY BEFORE TONIGHT'S VINTAGE IS ADDED.
      *
         01 WS-CARD-TABLE.
            05 WS-CARD-ENTRY OCCURS 192.
               10 WS-C-MATCHES   PIC 99.
               10 WS-C-OPEN-QTY  PIC 9(10).
               10 WS-C-AGED-QTY  PIC 9(10).
               10 WS-C-SERIES    PIC 99.

      *
      *    THE VINTAGES - ONE ENTRY PER CARD PER NIGHT WON, IN
      *    CARDAGE ORDER (OLDEST FIRST WITHIN A CARD).
      *
         01 WS-VINTAGE-TABLE.
            05 WS-VINTAGE OCCURS 5000.
               10 WS-V-CARD      PIC 9(4).
               10 WS-V-DATE      PIC 9(8).
               10 WS-V-QTY       PIC 9(10).
               10 WS-V-AGE       PIC 999.
         01 WS-VINTAGE-COUNT     PIC 9(5) VALUE 0.
         01 WS-VINTAGE-MAX       PIC 9(5) VALUE 5000.

      *
      *    THE SERIES POLICY FROM EXPPARM.
      *
         01 WS-SERIES-TABLE.
            05 WS-SERIES OCCURS 50.
               10 WS-S-NAME      PIC X(10).
               10 WS-S-FROM      PIC 9(4).
               10 WS-S-TO        PIC 9(4).
               10 WS-S-DAYS      PIC 999.
         01 WS-SERIES-COUNT      PIC 99 VALUE 0.
         01 WS-SERIES-MAX        PIC 99 VALUE 50.

         01 WS-PARSE-NAME        PIC X(10).
         01 WS-PARSE-FROM        PIC X(12).
         01 WS-PARSE-TO          PIC X(12).
         01 WS-PARSE-DAYS        PIC X(12).

      *
      *    PRIZE PER MATCH COUNT 0 THROUGH 20, LOADED THE WAY
      *    DAY04PAY LOADS PRIZETAB.
      *
         01 WS-PRIZE-TABLE.
            05 WS-PRIZE-ENTRY OCCURS 21.
               10 WS-P-POINTS    PIC 9(7).
               10 WS-P-CENTS     PIC 9(9).
         01 WS-PARSE-MATCH       PIC X(8).
         01 WS-PARSE-POINTS      PIC X(10).
         01 WS-PARSE-CENTS       PIC X(12).
         01 WS-MATCH-VALUE       PIC 99.

      *
      *    SHOPCAL HOLIDAYS, AND THE BUSINESS-DAY AGE ALREADY WORKED
      *    OUT FOR EACH WON DATE SO EACH DATE IS WALKED ONLY ONCE.
      *
         01 WS-HOLIDAY-TABLE.
            05 WS-HOLIDAY        PIC 9(8) OCCURS 400.
         01 WS-HOLIDAY-COUNT     PIC 999 VALUE 0.
         01 WS-AGE-CACHE.
            05 WS-AC-ENTRY OCCURS 400.
               10 WS-AC-DATE     PIC 9(8).
               10 WS-AC-AGE      PIC 999.
         01 WS-AC-COUNT          PIC 999 VALUE 0.

         01 WS-RUN-DATE          PIC 9(8).
         01 WS-RUN-MONTH         PIC 9(6).
         01 WS-WALK-DATE         PIC 9(8).
         01 WS-WALK-PARTS REDEFINES WS-WALK-DATE.
            05 WS-WALK-YYYY      PIC 9(4).
            05 WS-WALK-MM        PIC 99.
            05 WS-WALK-DD        PIC 99.
         01 WS-DAYS-IN-MONTH     PIC 99.
         01 WS-LEAP-QUOT         PIC 9(4).
         01 WS-LEAP-REM          PIC 9(4).
         01 WS-AGE               PIC 999.

         01 SW-HOLIDAY           PIC 9.
            88 DATE-IS-HOLIDAY   VALUE 1.
            88 DATE-NOT-HOLIDAY  VALUE 0.

         01 WS-NEW-QTY           PIC S9(11).
         01 WS-SHORT-QTY         PIC 9(10).
         01 WS-LINE-CENTS        PIC 9(15).
         01 WS-DOLLARS           PIC 9(13)V99.

         01 WS-EXP-COPIES        PIC 9(10) VALUE 0.
         01 WS-EXP-CENTS         PIC 9(13) VALUE 0.
         01 WS-EXP-VINTAGES      PIC 9(5) VALUE 0.
         01 WS-MTD-COPIES        PIC 9(12) VALUE 0.
         01 WS-MTD-CENTS         PIC 9(15) VALUE 0.
         01 WS-LIVE-COPIES       PIC 9(12) VALUE 0.
         01 WS-NO-POLICY-COPIES  PIC 9(12) VALUE 0.
         01 WS-NEW-VINTAGES      PIC 9(5) VALUE 0.
         01 WS-SHRUNK-CARDS      PIC 9(5) VALUE 0.

         01 WS-TOKEN             PIC X(12).
         01 WS-TOKEN-VALUE       PIC 9(9).
         01 WS-TOKEN-DIGIT       PIC 9.
         01 WS-TOKEN-CHAR REDEFINES WS-TOKEN-DIGIT PIC X.

         77 IX                   PIC 999.
         77 CIX                  PIC 9999.
         77 VX                   PIC 9(5).
         77 VX2                  PIC 9(5).
         77 SX                   PIC 99.
         77 HX                   PIC 999.
         77 AX                   PIC 999.
         77 CX                   PIC 99.
         77 MX-PRIZE             PIC 99.

      *
      *    BREAKAGE REPORT LINES.
      *
         01 WS-HEAD-LINE.
            05 FILLER            PIC X(6)  VALUE 'CARD'.
            05 FILLER            PIC X(11) VALUE 'SERIES'.
            05 FILLER            PIC X(9)  VALUE 'WON'.
            05 FILLER            PIC X(5)  VALUE '  AGE'.
            05 FILLER            PIC X(12) VALUE '      COPIES'.
            05 FILLER            PIC X(4)  VALUE '   M'.
            05 FILLER            PIC X(12) VALUE '  UNIT PRIZE'.
            05 FILLER            PIC X(18) VALUE
                                        '     EXPIRED VALUE'.

         01 WS-DETAIL-LINE.
            05 WS-D-CARD         PIC ZZZ9.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-D-SERIES       PIC X(10).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-D-WON          PIC 9(8).
            05 FILLER            PIC X VALUE SPACE.
            05 WS-D-AGE          PIC ZZZZ9.
            05 WS-D-COPIES       PIC Z(11)9.
            05 WS-D-MATCHES      PIC ZZZ9.
            05 WS-D-UNIT         PIC ZZZ,ZZZ,ZZ9.99.
            05 WS-D-VALUE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

         01 WS-TOTAL-LINE.
            05 WS-T-TAG          PIC X(34).
            05 WS-T-COPIES       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-T-VALUE        PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY04EXP'==
                         ==PFX-SUB== BY =='/day04'==.

            COPY "RUNSTMPP.CPY".

            MOVE WS-STAMP-DATE TO WS-RUN-DATE
            MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH

            INITIALIZE WS-CARD-TABLE
            PERFORM LOAD-OPENING-POSITION
            PERFORM LOAD-SERIES-POLICY
            PERFORM LOAD-PRIZE-TABLE
            PERFORM LOAD-HOLIDAYS
            PERFORM LOAD-MATCH-COUNTS
            PERFORM LOAD-VINTAGES
            PERFORM ADD-TONIGHTS-VINTAGES

            OPEN OUTPUT RPT-FILE
            MOVE WS-RUN-STAMP TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE 'DAY04EXP CARRYOVER EXPIRY AND BREAKAGE'
               TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE SPACES TO RPT-RECORD
            WRITE RPT-RECORD
            MOVE WS-HEAD-LINE TO RPT-RECORD
            WRITE RPT-RECORD

            PERFORM EXPIRE-VINTAGES

            IF WS-EXP-VINTAGES = 0
               MOVE '  NO CARRIED COPIES EXPIRED TONIGHT'
                  TO RPT-RECORD
               WRITE RPT-RECORD
            END-IF

            PERFORM WRITE-OPENING-POSITION
            PERFORM WRITE-VINTAGES
            PERFORM APPEND-LEDGER
            DISPLAY 'DAY04EXP CARRYOVER EXPIRY AND BREAKAGE '
                    '(SEE BRKRPT)'
            PERFORM WRITE-REPORT-TOTALS
            CLOSE RPT-FILE
            STOP RUN.

      *
      *    NO CARDOPEN MEANS CARRYOVER IS NOT IN USE - THERE IS NO
      *    CARRIED POSITION TO AGE, AND THAT IS A CLEAN NIGHT.
      *
         LOAD-OPENING-POSITION SECTION.
            OPEN INPUT OPEN-FILE
            IF WS-OPEN-STATUS NOT = '00'
               DISPLAY 'DAY04EXP NO CARDOPEN - CARRYOVER NOT IN USE, '
                       'NOTHING TO AGE'
               STOP RUN
            END-IF
            READ OPEN-FILE
               AT END SET OPEN-END TO TRUE
            END-READ
            PERFORM UNTIL OPEN-END
               IF OPN-CARD-NO NUMERIC
               AND OPN-CARD-NO >= 1 AND OPN-CARD-NO <= 192
                  MOVE OPN-QUANTITY TO WS-C-OPEN-QTY(OPN-CARD-NO)
               END-IF
               READ OPEN-FILE
                  AT END SET OPEN-END TO TRUE
               END-READ
            END-PERFORM
            CLOSE OPEN-FILE
            .

      *
      *    A SERIES LINE NEEDS ALL FOUR FIELDS AND A LOW-TO-HIGH
      *    CARD RANGE; A BAD LINE IS REJECTED OUT LOUD AND ITS
      *    CARDS FALL BACK TO NO EXPIRY. WHERE RANGES OVERLAP THE
      *    FIRST SERIES LISTED OWNS THE CARD.
      *
         LOAD-SERIES-POLICY SECTION.
            INITIALIZE WS-SERIES-TABLE
            OPEN INPUT PARM-FILE
            IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'DAY04EXP NO EXPPARM - NO EXPIRY POLICY, '
                       'VINTAGES KEPT ONLY'
            ELSE
               READ PARM-FILE
                  AT END SET PARM-END TO TRUE
               END-READ
               PERFORM UNTIL PARM-END
                  IF PARM-TEXT NOT = SPACES
                  AND PARM-TEXT(1:1) NOT = '*'
                     PERFORM LOAD-ONE-SERIES
                  END-IF
                  READ PARM-FILE
                     AT END SET PARM-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE PARM-FILE
            END-IF

            PERFORM VARYING CIX FROM 1 BY 1 UNTIL CIX > 192
               MOVE 0 TO WS-C-SERIES(CIX)
               PERFORM VARYING SX FROM 1 BY 1
                       UNTIL SX > WS-SERIES-COUNT
                          OR WS-C-SERIES(CIX) > 0
                  IF CIX >= WS-S-FROM(SX) AND CIX <= WS-S-TO(SX)
                     MOVE SX TO WS-C-SERIES(CIX)
                  END-IF
               END-PERFORM
            END-PERFORM
            .

         LOAD-ONE-SERIES SECTION.
            MOVE SPACES TO WS-PARSE-NAME WS-PARSE-FROM
                           WS-PARSE-TO WS-PARSE-DAYS
            UNSTRING PARM-TEXT DELIMITED BY ALL SPACE
               INTO WS-PARSE-NAME, WS-PARSE-FROM, WS-PARSE-TO,
                    WS-PARSE-DAYS
            END-UNSTRING
            IF WS-PARSE-DAYS = SPACES
            OR WS-PARSE-FROM(1:1) NOT NUMERIC
            OR WS-PARSE-TO(1:1) NOT NUMERIC
            OR WS-PARSE-DAYS(1:1) NOT NUMERIC
               DISPLAY 'DAY04EXP EXPPARM LINE REJECTED - '
                       PARM-TEXT(1:50)
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            ELSE
               IF WS-SERIES-COUNT >= WS-SERIES-MAX
                  DISPLAY 'DAY04EXP SERIES TABLE FULL AT '
                          WS-SERIES-MAX ' - ' WS-PARSE-NAME
                          ' NOT LOADED'
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
               ELSE
                  ADD 1 TO WS-SERIES-COUNT
                  MOVE WS-SERIES-COUNT TO SX
                  MOVE WS-PARSE-NAME TO WS-S-NAME(SX)
                  MOVE WS-PARSE-FROM TO WS-TOKEN
                  PERFORM CONVERT-TOKEN
                  MOVE WS-TOKEN-VALUE TO WS-S-FROM(SX)
                  MOVE WS-PARSE-TO TO WS-TOKEN
                  PERFORM CONVERT-TOKEN
                  MOVE WS-TOKEN-VALUE TO WS-S-TO(SX)
                  MOVE WS-PARSE-DAYS TO WS-TOKEN
                  PERFORM CONVERT-TOKEN
                  MOVE WS-TOKEN-VALUE TO WS-S-DAYS(SX)
                  IF WS-S-FROM(SX) > WS-S-TO(SX)
                     DISPLAY 'DAY04EXP EXPPARM LINE REJECTED - '
                             PARM-TEXT(1:50)
                     INITIALIZE WS-SERIES(SX)
                     SUBTRACT 1 FROM WS-SERIES-COUNT
                     IF RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                     END-IF
                  END-IF
               END-IF
            END-IF
            .

      *
      *    A MISSING PRIZETAB LEAVES EVERY PRIZE AT ZERO - THE
      *    COPIES STILL EXPIRE, BUT THE BREAKAGE VALUE CANNOT BE
      *    TRUSTED, SO THE RUN ENDS WITH A WARNING.
      *
         LOAD-PRIZE-TABLE SECTION.
            INITIALIZE WS-PRIZE-TABLE
            OPEN INPUT PRIZE-FILE
            IF WS-PRIZE-STATUS NOT = '00'
               DISPLAY 'DAY04EXP NO PRIZETAB - BREAKAGE VALUED AT '
                       'ZERO'
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            ELSE
               READ PRIZE-FILE
                  AT END SET PRIZE-END TO TRUE
               END-READ
               PERFORM UNTIL PRIZE-END
                  IF PRIZE-TEXT NOT = SPACES
                  AND PRIZE-TEXT(1:1) NOT = '*'
                     MOVE SPACES TO WS-PARSE-MATCH
                                    WS-PARSE-POINTS
                                    WS-PARSE-CENTS
                     UNSTRING PRIZE-TEXT
                        DELIMITED BY ALL SPACE
                        INTO WS-PARSE-MATCH
                            ,WS-PARSE-POINTS
                            ,WS-PARSE-CENTS
                     END-UNSTRING
                     IF WS-PARSE-MATCH(1:1) NUMERIC
                        MOVE WS-PARSE-MATCH TO WS-TOKEN
                        PERFORM CONVERT-TOKEN
                        MOVE WS-TOKEN-VALUE TO WS-MATCH-VALUE
                        IF WS-MATCH-VALUE <= 20
                           MOVE WS-PARSE-CENTS TO WS-TOKEN
                           PERFORM CONVERT-TOKEN
                           MOVE WS-TOKEN-VALUE
                              TO WS-P-CENTS(WS-MATCH-VALUE + 1)
                        END-IF
                     END-IF
                  END-IF
                  READ PRIZE-FILE
                     AT END SET PRIZE-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE PRIZE-FILE
            END-IF
            .

      *
      *    NO SHOPCAL MEANS EVERY DAY IS A BUSINESS DAY, AS IT DOES
      *    FOR THE DRIVER AND DAY00ROL.
      *
         LOAD-HOLIDAYS SECTION.
            INITIALIZE WS-HOLIDAY-TABLE
            OPEN INPUT CAL-FILE
            IF WS-CAL-STATUS = '00'
               READ CAL-FILE
                  AT END SET CAL-END TO TRUE
               END-READ
               PERFORM UNTIL CAL-END
                  IF CAL-KIND = 'H' AND CAL-DATE NUMERIC
                     IF WS-HOLIDAY-COUNT < 400
                        ADD 1 TO WS-HOLIDAY-COUNT
                        MOVE CAL-DATE TO WS-HOLIDAY(WS-HOLIDAY-COUNT)
                     ELSE
                        DISPLAY 'DAY04EXP HOLIDAY TABLE FULL AT 400 - '
                                CAL-DATE ' NOT LOADED'
                        IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                        END-IF
                     END-IF
                  END-IF
                  READ CAL-FILE
                     AT END SET CAL-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE CAL-FILE
            END-IF
            .

      *
      *    TONIGHT'S MATCH COUNT PER CARD, FROM THE SAME FEED DAY04P3
      *    JUST PROCESSED - IT PRICES AN EXPIRED COPY AT PRIZETAB.
      *
         LOAD-MATCH-COUNTS SECTION.
            OPEN INPUT INPUT-FILE
            COPY "FSABEND.CPY"
               REPLACING ==FS-STATUS==    BY ==WS-INP-STATUS==
                         ==FS-FILE-NAME== BY =='INPFILE'==
                         ==FS-PGM==       BY =='DAY04EXP'==.

            PERFORM READ-INPUT-RECORD
            PERFORM UNTIL INPUT-END
               MOVE INPUT-TEXT TO WS-RECORD
               COPY "SCRUBCHK.CPY"
                  REPLACING ==SCR-FIELD== BY WS-RECORD
                            ==SCR-LEN==   BY 200
                            ==SCR-PGM==   BY 'DAY04EXP'.
               IF RETURN-CODE > WS-KEEP-RC
                  MOVE RETURN-CODE TO WS-KEEP-RC
               END-IF
               CALL 'DAY04PR' USING WS-RECORD, WS-PARSED
               END-CALL
               IF WS-KEEP-RC > RETURN-CODE
                  MOVE WS-KEEP-RC TO RETURN-CODE
               END-IF
               MOVE WS-CARD-NO TO CIX
               IF CIX >= 1 AND CIX <= 192
                  PERFORM COUNT-CARD-MATCHES
               END-IF
               PERFORM READ-INPUT-RECORD
            END-PERFORM

            CLOSE INPUT-FILE
            .

         COUNT-CARD-MATCHES SECTION.
            MOVE 0 TO WS-C-MATCHES(CIX)
            PERFORM VARYING IX FROM 1 BY 1
                        UNTIL IX > WS-OWNED-CAPACITY
               SET IX-WIN TO 1
               SEARCH WS-WINNING-NUM
                  AT END
                     CONTINUE
                  WHEN WS-WINNING-NUM(IX-WIN) = WS-OWNED-NUM(IX)
                   AND WS-WINNING-NUM(IX-WIN) NOT = SPACES
                     ADD 1 TO WS-C-MATCHES(CIX)
               END-SEARCH
            END-PERFORM
            IF WS-C-MATCHES(CIX) > 20
               MOVE 20 TO WS-C-MATCHES(CIX)
            END-IF
            .

      *
      *    NEXT DATA RECORD - THE SUPPLIER *HDR/*TRL CONTROL RECORDS
      *    ARE SKIPPED THE SAME WAY DAY04FRQ SKIPS THEM.
      *
         READ-INPUT-RECORD SECTION.
            READ INPUT-FILE
               AT END SET INPUT-END TO TRUE
            END-READ
            PERFORM UNTIL INPUT-END
                         OR (INPUT-TEXT(1:5) NOT = '*HDR '
                             AND INPUT-TEXT(1:5) NOT = '*TRL ')
               READ INPUT-FILE
                  AT END SET INPUT-END TO TRUE
               END-READ
            END-PERFORM
            .

         LOAD-VINTAGES SECTION.
            INITIALIZE WS-VINTAGE-TABLE
            MOVE 0 TO WS-VINTAGE-COUNT
            OPEN INPUT AGE-FILE
            IF WS-AGE-STATUS NOT = '00'
               DISPLAY 'DAY04EXP NO CARDAGE YET - TONIGHT''S '
                       'POSITION STARTS THE VINTAGES'
            ELSE
               READ AGE-FILE
                  AT END SET AGE-END TO TRUE
               END-READ
               PERFORM UNTIL AGE-END
                  IF AGE-RECORD(1:1) NOT = '*'
                  AND AGE-CARD-NO NUMERIC
                  AND AGE-CARD-NO >= 1 AND AGE-CARD-NO <= 192
                  AND AGE-QUANTITY > 0
                     MOVE AGE-CARD-NO  TO CIX
                     MOVE AGE-WON-DATE TO WS-WALK-DATE
                     MOVE AGE-QUANTITY TO WS-NEW-QTY
                     PERFORM STORE-VINTAGE
                     ADD AGE-QUANTITY TO WS-C-AGED-QTY(CIX)
                  END-IF
                  READ AGE-FILE
                     AT END SET AGE-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE AGE-FILE
            END-IF
            .

      *
      *    CARD CIX, WON ON WS-WALK-DATE, QUANTITY WS-NEW-QTY. WHEN
      *    THE TABLE IS FULL THE QUANTITY JOINS THE CARD'S NEWEST
      *    VINTAGE SO THE POSITION STILL FOOTS - IT JUST AGES FROM
      *    THE LATER DATE.
      *
         STORE-VINTAGE SECTION.
            IF WS-VINTAGE-COUNT < WS-VINTAGE-MAX
               ADD 1 TO WS-VINTAGE-COUNT
               MOVE CIX          TO WS-V-CARD(WS-VINTAGE-COUNT)
               MOVE WS-WALK-DATE TO WS-V-DATE(WS-VINTAGE-COUNT)
               MOVE WS-NEW-QTY   TO WS-V-QTY(WS-VINTAGE-COUNT)
            ELSE
               MOVE 0 TO VX2
               PERFORM VARYING VX FROM 1 BY 1
                       UNTIL VX > WS-VINTAGE-COUNT
                  IF WS-V-CARD(VX) = CIX
                     MOVE VX TO VX2
                  END-IF
               END-PERFORM
               IF VX2 > 0
                  ADD WS-NEW-QTY TO WS-V-QTY(VX2)
               END-IF
               DISPLAY 'DAY04EXP WARNING - VINTAGE TABLE FULL AT '
                       WS-VINTAGE-MAX '; CARD ' CIX ' WON '
                       WS-WALK-DATE ' MERGED INTO ITS NEWEST VINTAGE'
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF
            .

      *
      *    WHAT CARDOPEN HOLDS BEYOND THE LIVE VINTAGES WAS WON
      *    TONIGHT. A CARD HOLDING LESS THAN ITS VINTAGES SAYS THE
      *    CHAIN WAS BROKEN OR RESET - THE NEWEST VINTAGES GIVE WAY
      *    FIRST AND THE CARD IS COUNTED AS A WARNING.
      *
         ADD-TONIGHTS-VINTAGES SECTION.
            PERFORM VARYING CIX FROM 1 BY 1 UNTIL CIX > 192
               COMPUTE WS-NEW-QTY = WS-C-OPEN-QTY(CIX)
                                  - WS-C-AGED-QTY(CIX)
               EVALUATE TRUE
                  WHEN WS-NEW-QTY > 0
                     MOVE WS-RUN-DATE TO WS-WALK-DATE
                     PERFORM STORE-VINTAGE
                     ADD 1 TO WS-NEW-VINTAGES
                  WHEN WS-NEW-QTY < 0
                     COMPUTE WS-SHORT-QTY = 0 - WS-NEW-QTY
                     PERFORM SHRINK-CARD-VINTAGES
                     ADD 1 TO WS-SHRUNK-CARDS
               END-EVALUATE
            END-PERFORM

            IF WS-SHRUNK-CARDS > 0
               DISPLAY 'DAY04EXP WARNING - ' WS-SHRUNK-CARDS
                       ' CARD(S) HOLD LESS IN CARDOPEN THAN IN '
                       'CARDAGE; NEWEST VINTAGES REDUCED TO MATCH'
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF
            .

         SHRINK-CARD-VINTAGES SECTION.
            PERFORM VARYING VX FROM WS-VINTAGE-COUNT BY -1
                    UNTIL VX < 1 OR WS-SHORT-QTY = 0
               IF WS-V-CARD(VX) = CIX AND WS-V-QTY(VX) > 0
                  IF WS-V-QTY(VX) > WS-SHORT-QTY
                     SUBTRACT WS-SHORT-QTY FROM WS-V-QTY(VX)
                     MOVE 0 TO WS-SHORT-QTY
                  ELSE
                     SUBTRACT WS-V-QTY(VX) FROM WS-SHORT-QTY
                     MOVE 0 TO WS-V-QTY(VX)
                  END-IF
               END-IF
            END-PERFORM
            .

      *
      *    AGE EVERY VINTAGE AND EXPIRE THOSE PAST THEIR SERIES'
      *    DAYS - THE EXPIRED QUANTITY LEAVES THE CARD'S OPENING
      *    POSITION AND IS PRICED AS BREAKAGE.
      *
         EXPIRE-VINTAGES SECTION.
            PERFORM VARYING VX FROM 1 BY 1 UNTIL VX > WS-VINTAGE-COUNT
               IF WS-V-QTY(VX) > 0
                  MOVE WS-V-CARD(VX) TO CIX
                  PERFORM FIND-VINTAGE-AGE
                  MOVE WS-AGE TO WS-V-AGE(VX)
                  MOVE WS-C-SERIES(CIX) TO SX
                  IF SX = 0
                     ADD WS-V-QTY(VX) TO WS-NO-POLICY-COPIES
                  ELSE
                     IF WS-AGE >= WS-S-DAYS(SX)
                        PERFORM EXPIRE-ONE-VINTAGE
                     END-IF
                  END-IF
               END-IF
            END-PERFORM
            .

         EXPIRE-ONE-VINTAGE SECTION.
            COMPUTE MX-PRIZE = WS-C-MATCHES(CIX) + 1
            COMPUTE WS-LINE-CENTS = WS-V-QTY(VX)
                                  * WS-P-CENTS(MX-PRIZE)
            ADD 1 TO WS-EXP-VINTAGES
            ADD WS-V-QTY(VX) TO WS-EXP-COPIES
            ADD WS-LINE-CENTS TO WS-EXP-CENTS
               ON SIZE ERROR
                  DISPLAY 'DAY04EXP ABEND - BREAKAGE ACCUMULATOR '
                          'OVERFLOW; RESULT EXCEEDS ITS PICTURE'
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
            END-ADD

            MOVE SPACES             TO WS-D-SERIES
            MOVE CIX                TO WS-D-CARD
            MOVE WS-S-NAME(SX)      TO WS-D-SERIES
            MOVE WS-V-DATE(VX)      TO WS-D-WON
            MOVE WS-AGE             TO WS-D-AGE
            MOVE WS-V-QTY(VX)       TO WS-D-COPIES
            MOVE WS-C-MATCHES(CIX)  TO WS-D-MATCHES
            COMPUTE WS-DOLLARS = WS-P-CENTS(MX-PRIZE) / 100
            MOVE WS-DOLLARS         TO WS-D-UNIT
            COMPUTE WS-DOLLARS = WS-LINE-CENTS / 100
            MOVE WS-DOLLARS         TO WS-D-VALUE
            MOVE WS-DETAIL-LINE TO RPT-RECORD
            WRITE RPT-RECORD

            SUBTRACT WS-V-QTY(VX) FROM WS-C-OPEN-QTY(CIX)
            MOVE 0 TO WS-V-QTY(VX)
            .

      *
      *    BUSINESS DAYS FROM THE NIGHT WON TO TONIGHT - EVERY DATE
      *    AFTER THE WON DATE UP TO AND INCLUDING TONIGHT THAT IS
      *    NOT A SHOPCAL HOLIDAY. THE WALK STOPS AT 999, WELL PAST
      *    ANY EXPIRY A SERIES CAN CARRY.
      *
         FIND-VINTAGE-AGE SECTION.
            MOVE 0 TO AX
            PERFORM VARYING HX FROM 1 BY 1
                    UNTIL HX > WS-AC-COUNT OR AX > 0
               IF WS-AC-DATE(HX) = WS-V-DATE(VX)
                  MOVE HX TO AX
               END-IF
            END-PERFORM
            IF AX > 0
               MOVE WS-AC-AGE(AX) TO WS-AGE
            ELSE
               MOVE 0 TO WS-AGE
               MOVE WS-V-DATE(VX) TO WS-WALK-DATE
               PERFORM UNTIL WS-WALK-DATE >= WS-RUN-DATE
                          OR WS-AGE >= 999
                  PERFORM NEXT-WALK-DATE
                  PERFORM CHECK-HOLIDAY
                  IF DATE-NOT-HOLIDAY
                     ADD 1 TO WS-AGE
                  END-IF
               END-PERFORM
               IF WS-AC-COUNT < 400
                  ADD 1 TO WS-AC-COUNT
                  MOVE WS-V-DATE(VX) TO WS-AC-DATE(WS-AC-COUNT)
                  MOVE WS-AGE        TO WS-AC-AGE(WS-AC-COUNT)
               END-IF
            END-IF
            .

         NEXT-WALK-DATE SECTION.
            EVALUATE WS-WALK-MM
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                  MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                  MOVE 28 TO WS-DAYS-IN-MONTH
                  DIVIDE WS-WALK-YYYY BY 4
                     GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                  IF WS-LEAP-REM = 0
                     MOVE 29 TO WS-DAYS-IN-MONTH
                     DIVIDE WS-WALK-YYYY BY 100
                        GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                     IF WS-LEAP-REM = 0
                        MOVE 28 TO WS-DAYS-IN-MONTH
                        DIVIDE WS-WALK-YYYY BY 400
                           GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                        IF WS-LEAP-REM = 0
                           MOVE 29 TO WS-DAYS-IN-MONTH
                        END-IF
                     END-IF
                  END-IF
               WHEN OTHER
                  MOVE 31 TO WS-DAYS-IN-MONTH
            END-EVALUATE
            IF WS-WALK-DD < WS-DAYS-IN-MONTH
               ADD 1 TO WS-WALK-DD
            ELSE
               MOVE 1 TO WS-WALK-DD
               IF WS-WALK-MM < 12
                  ADD 1 TO WS-WALK-MM
               ELSE
                  MOVE 1 TO WS-WALK-MM
                  ADD 1 TO WS-WALK-YYYY
               END-IF
            END-IF
            .

         CHECK-HOLIDAY SECTION.
            SET DATE-NOT-HOLIDAY TO TRUE
            PERFORM VARYING HX FROM 1 BY 1
                    UNTIL HX > WS-HOLIDAY-COUNT OR DATE-IS-HOLIDAY
               IF WS-HOLIDAY(HX) = WS-WALK-DATE
                  SET DATE-IS-HOLIDAY TO TRUE
               END-IF
            END-PERFORM
            .

      *
      *    THE NEXT NIGHT'S OPENING POSITION, LESS THE EXPIRED
      *    COPIES - SAME LAYOUT DAY04P3C WRITES.
      *
         WRITE-OPENING-POSITION SECTION.
            OPEN OUTPUT OPEN-FILE
            PERFORM VARYING CIX FROM 1 BY 1 UNTIL CIX > 192
               IF WS-C-OPEN-QTY(CIX) > 0
                  MOVE SPACES             TO OPEN-RECORD
                  MOVE CIX                TO OPN-CARD-NO
                  MOVE WS-C-OPEN-QTY(CIX) TO OPN-QUANTITY
                  WRITE OPEN-RECORD
                  ADD WS-C-OPEN-QTY(CIX) TO WS-LIVE-COPIES
               END-IF
            END-PERFORM
            CLOSE OPEN-FILE
            .

         WRITE-VINTAGES SECTION.
            OPEN OUTPUT AGE-FILE
            PERFORM VARYING VX FROM 1 BY 1 UNTIL VX > WS-VINTAGE-COUNT
               IF WS-V-QTY(VX) > 0
                  MOVE SPACES        TO AGE-RECORD
                  MOVE WS-V-CARD(VX) TO AGE-CARD-NO
                  MOVE WS-V-DATE(VX) TO AGE-WON-DATE
                  MOVE WS-V-QTY(VX)  TO AGE-QUANTITY
                  WRITE AGE-RECORD
               END-IF
            END-PERFORM
            CLOSE AGE-FILE
            .

      *
      *    MONTH-TO-DATE IS RE-FOOTED FROM THE LEDGER'S OWN RECORDS
      *    FOR THE MONTH, THEN TONIGHT'S RECORD IS APPENDED.
      *
         APPEND-LEDGER SECTION.
            MOVE 0 TO WS-MTD-COPIES
            MOVE 0 TO WS-MTD-CENTS
            OPEN INPUT LEDG-FILE
            IF WS-LEDG-STATUS = '00'
               READ LEDG-FILE
                  AT END SET LEDG-END TO TRUE
               END-READ
               PERFORM UNTIL LEDG-END
                  IF LEDG-RECORD(1:1) NOT = '*'
                  AND LDG-MONTH = WS-RUN-MONTH
                     ADD LDG-COPIES TO WS-MTD-COPIES
                     ADD LDG-CENTS  TO WS-MTD-CENTS
                  END-IF
                  READ LEDG-FILE
                     AT END SET LEDG-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE LEDG-FILE
            END-IF
            ADD WS-EXP-COPIES TO WS-MTD-COPIES
            ADD WS-EXP-CENTS  TO WS-MTD-CENTS

            OPEN EXTEND LEDG-FILE
            IF WS-LEDG-STATUS NOT = '00'
               OPEN OUTPUT LEDG-FILE
            END-IF
            MOVE SPACES         TO LEDG-RECORD
            MOVE WS-RUN-DATE    TO LDG-DATE
            MOVE WS-RUN-MONTH   TO LDG-MONTH
            MOVE WS-EXP-COPIES  TO LDG-COPIES
            MOVE WS-EXP-CENTS   TO LDG-CENTS
            MOVE WS-MTD-COPIES  TO LDG-MTD-COPIES
            MOVE WS-MTD-CENTS   TO LDG-MTD-CENTS
            WRITE LEDG-RECORD
            CLOSE LEDG-FILE
            .

         WRITE-REPORT-TOTALS SECTION.
            MOVE SPACES TO RPT-RECORD
            WRITE RPT-RECORD

            MOVE 'EXPIRED TONIGHT' TO WS-T-TAG
            MOVE WS-EXP-COPIES TO WS-T-COPIES
            COMPUTE WS-DOLLARS = WS-EXP-CENTS / 100
            MOVE WS-DOLLARS TO WS-T-VALUE
            MOVE WS-TOTAL-LINE TO RPT-RECORD
            WRITE RPT-RECORD
            DISPLAY WS-TOTAL-LINE

            MOVE 'MONTH-TO-DATE BREAKAGE' TO WS-T-TAG
            MOVE WS-MTD-COPIES TO WS-T-COPIES
            COMPUTE WS-DOLLARS = WS-MTD-CENTS / 100
            MOVE WS-DOLLARS TO WS-T-VALUE
            MOVE WS-TOTAL-LINE TO RPT-RECORD
            WRITE RPT-RECORD
            DISPLAY WS-TOTAL-LINE

            MOVE SPACES TO WS-TOTAL-LINE
            MOVE 'CARRIED INTO NEXT OPENING' TO WS-T-TAG
            MOVE WS-LIVE-COPIES TO WS-T-COPIES
            MOVE WS-TOTAL-LINE TO RPT-RECORD
            WRITE RPT-RECORD
            DISPLAY WS-TOTAL-LINE

            IF WS-NO-POLICY-COPIES > 0
               MOVE SPACES TO WS-TOTAL-LINE
               MOVE 'OF WHICH IN NO EXPIRY SERIES' TO WS-T-TAG
               MOVE WS-NO-POLICY-COPIES TO WS-T-COPIES
               MOVE WS-TOTAL-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               DISPLAY WS-TOTAL-LINE
            END-IF
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
