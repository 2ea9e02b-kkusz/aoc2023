         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY00BUS.

      *
      *    BUSINESS-DATE MODULE. HOLDS THE BUSINESS DATE OF THE FEED
      *    A STEP IS PROCESSING SO THE STEP'S CONTROL TOTALS CAN BE
      *    FILED UNDER THE BUSINESS DAY RATHER THAN THE MACHINE DATE
      *    (SEE BUSDAT.CPY FOR THE CALLING CONVENTION). A CORE THAT
      *    READS A SUPPLIER *HDR SETS IT THROUGH BATCHCHK.CPY
      *    (ACTION S); WITHOUT A HEADER THE DATE DEFAULTS TO THE
      *    PREVIOUS BUSINESS DAY BEFORE TODAY, STEPPING BACK OVER
      *    THE SHOPCAL HOLIDAYS. DAY00LOD ASKS FOR THE BUSINESS DAY
      *    AFTER A GIVEN ONE (ACTION N) TO CHECK THAT A FEED FOLLOWS
      *    THE LAST ONE PROCESSED.
      *
      *    THE SHOP CALENDAR IS ../day00/SHOPCAL, WHICH RESOLVES FROM
      *    DAY00 AND FROM EVERY DAY DIRECTORY ALIKE. IT IS READ ONCE
      *    PER RUN; NO SHOPCAL MEANS EVERY DAY IS A BUSINESS DAY.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT CAL-FILE ASSIGN TO "../day00/SHOPCAL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CAL-STATUS.

         DATA DIVISION.

         FILE SECTION.
         FD CAL-FILE.
         01 CAL-RECORD.
            88 CAL-END           VALUE LOW-VALUE.
            05 CAL-KIND          PIC X.
            05 FILLER            PIC X.
            05 CAL-DATE          PIC X(8).
            05 FILLER            PIC X(70).

         WORKING-STORAGE SECTION.

         01 WS-CAL-STATUS        PIC XX.

      *
      *    THE HEADER'S BUSINESS DATE, ONCE A CORE HAS HANDED ONE IN.
      *
         01 WS-HELD-DATE         PIC 9(8) VALUE 0.
         01 SW-HELD              PIC 9 VALUE 0.
            88 HEADER-DATE-HELD        VALUE 1.
            88 NO-HEADER-DATE          VALUE 0.

      *
      *    THE DEFAULT, WORKED OUT ON FIRST USE AND KEPT FOR THE RUN.
      *
         01 WS-DEFAULT-DATE      PIC 9(8) VALUE 0.
         01 WS-TODAY             PIC 9(8).

         01 WS-HOLIDAY-COUNT     PIC 999 VALUE 0.
         01 WS-HOLIDAY-TABLE.
            05 WS-HOLIDAY OCCURS 400 PIC 9(8).
         01 SW-CALENDAR          PIC 9 VALUE 0.
            88 CALENDAR-LOADED         VALUE 1.

      *
      *    DATE STEPPING - ONE CALENDAR DAY AT A TIME, BACK OR
      *    FORWARD, AGAIN WHILE THE DAY LANDED ON IS A HOLIDAY.
      *
         01 WS-STEP-DATE         PIC 9(8).
         01 WS-STEP-PARTS REDEFINES WS-STEP-DATE.
            05 WS-STEP-YY        PIC 9(4).
            05 WS-STEP-MM        PIC 99.
            05 WS-STEP-DD        PIC 99.
         01 WS-DAYS-IN-MONTH     PIC 99.
         01 WS-LEAP-REM          PIC 9(4).
         01 WS-LEAP-QUOT         PIC 9(4).
         01 SW-HOLIDAY           PIC 9.
            88 STEP-IS-HOLIDAY         VALUE 1.
            88 STEP-IS-BUSINESS-DAY    VALUE 0.

         01 WS-SAVED-RC          PIC S9(9).

         77 HX                   PIC 999.

         LINKAGE SECTION.

         01 LN-BUS-ACTION        PIC X.
         01 LN-BUS-DATE          PIC X(8).
         01 LN-BUS-DATE-N REDEFINES LN-BUS-DATE PIC 9(8).
         01 LN-BUS-SOURCE        PIC X.

         PROCEDURE DIVISION USING LN-BUS-ACTION, LN-BUS-DATE,
                                  LN-BUS-SOURCE.
            MOVE RETURN-CODE TO WS-SAVED-RC

            EVALUATE LN-BUS-ACTION
               WHEN 'S'
                  IF LN-BUS-DATE NUMERIC
                  AND LN-BUS-DATE-N > 0
                     MOVE LN-BUS-DATE-N TO WS-HELD-DATE
                     SET HEADER-DATE-HELD TO TRUE
                     MOVE 'H' TO LN-BUS-SOURCE
                  ELSE
                     DISPLAY 'DAY00BUS BATCH HEADER BUSINESS DATE '
                             LN-BUS-DATE ' IS NOT A DATE - IGNORED'
                  END-IF
               WHEN 'R'
                  SET NO-HEADER-DATE TO TRUE
                  MOVE 0 TO WS-HELD-DATE
               WHEN 'G'
                  IF HEADER-DATE-HELD
                     MOVE WS-HELD-DATE TO LN-BUS-DATE-N
                     MOVE 'H' TO LN-BUS-SOURCE
                  ELSE
                     IF WS-DEFAULT-DATE = 0
                        PERFORM SET-DEFAULT-DATE
                     END-IF
                     MOVE WS-DEFAULT-DATE TO LN-BUS-DATE-N
                     MOVE 'C' TO LN-BUS-SOURCE
                  END-IF
               WHEN 'N'
                  IF LN-BUS-DATE NUMERIC
                     PERFORM LOAD-SHOP-CALENDAR
                     MOVE LN-BUS-DATE-N TO WS-STEP-DATE
                     PERFORM STEP-FORWARD-ONE-DAY
                     PERFORM CHECK-STEP-HOLIDAY
                     PERFORM UNTIL STEP-IS-BUSINESS-DAY
                        PERFORM STEP-FORWARD-ONE-DAY
                        PERFORM CHECK-STEP-HOLIDAY
                     END-PERFORM
                     MOVE WS-STEP-DATE TO LN-BUS-DATE-N
                     MOVE 'C' TO LN-BUS-SOURCE
                  END-IF
               WHEN OTHER
                  DISPLAY 'DAY00BUS UNKNOWN ACTION ' LN-BUS-ACTION
            END-EVALUATE

            MOVE WS-SAVED-RC TO RETURN-CODE
            GOBACK.

      *
      *    THE PREVIOUS BUSINESS DAY BEFORE TODAY.
      *
         SET-DEFAULT-DATE SECTION.
            PERFORM LOAD-SHOP-CALENDAR
            ACCEPT WS-TODAY FROM DATE YYYYMMDD
            MOVE WS-TODAY TO WS-STEP-DATE
            PERFORM STEP-BACK-ONE-DAY
            PERFORM CHECK-STEP-HOLIDAY
            PERFORM UNTIL STEP-IS-BUSINESS-DAY
               PERFORM STEP-BACK-ONE-DAY
               PERFORM CHECK-STEP-HOLIDAY
            END-PERFORM
            MOVE WS-STEP-DATE TO WS-DEFAULT-DATE
            DISPLAY 'DAY00BUS NO BATCH HEADER BUSINESS DATE - '
                    'DEFAULTED TO ' WS-DEFAULT-DATE ', THE PREVIOUS '
                    'BUSINESS DAY'
            .

         LOAD-SHOP-CALENDAR SECTION.
            IF NOT CALENDAR-LOADED
               SET CALENDAR-LOADED TO TRUE
               OPEN INPUT CAL-FILE
               IF WS-CAL-STATUS = '00'
                  READ CAL-FILE
                     AT END SET CAL-END TO TRUE
                  END-READ
                  PERFORM UNTIL CAL-END
                     IF CAL-KIND = 'H'
                     AND CAL-DATE NUMERIC
                     AND WS-HOLIDAY-COUNT < 400
                        ADD 1 TO WS-HOLIDAY-COUNT
                        MOVE CAL-DATE TO WS-HOLIDAY(WS-HOLIDAY-COUNT)
                     END-IF
                     READ CAL-FILE
                        AT END SET CAL-END TO TRUE
                     END-READ
                  END-PERFORM
                  CLOSE CAL-FILE
               END-IF
            END-IF
            .

         CHECK-STEP-HOLIDAY SECTION.
            SET STEP-IS-BUSINESS-DAY TO TRUE
            PERFORM VARYING HX FROM 1 BY 1
                        UNTIL HX > WS-HOLIDAY-COUNT OR STEP-IS-HOLIDAY
               IF WS-HOLIDAY(HX) = WS-STEP-DATE
                  SET STEP-IS-HOLIDAY TO TRUE
               END-IF
            END-PERFORM
            .

         STEP-BACK-ONE-DAY SECTION.
            IF WS-STEP-DD > 1
               SUBTRACT 1 FROM WS-STEP-DD
            ELSE
               IF WS-STEP-MM > 1
                  SUBTRACT 1 FROM WS-STEP-MM
               ELSE
                  MOVE 12 TO WS-STEP-MM
                  SUBTRACT 1 FROM WS-STEP-YY
               END-IF
               PERFORM SET-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-STEP-DD
            END-IF
            .

         STEP-FORWARD-ONE-DAY SECTION.
            PERFORM SET-DAYS-IN-MONTH
            IF WS-STEP-DD < WS-DAYS-IN-MONTH
               ADD 1 TO WS-STEP-DD
            ELSE
               MOVE 1 TO WS-STEP-DD
               IF WS-STEP-MM < 12
                  ADD 1 TO WS-STEP-MM
               ELSE
                  MOVE 1 TO WS-STEP-MM
                  ADD 1 TO WS-STEP-YY
               END-IF
            END-IF
            .

         SET-DAYS-IN-MONTH SECTION.
            EVALUATE WS-STEP-MM
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                  MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                  MOVE 28 TO WS-DAYS-IN-MONTH
                  DIVIDE WS-STEP-YY BY 4
                     GIVING WS-LEAP-QUOT
                     REMAINDER WS-LEAP-REM
                  IF WS-LEAP-REM = 0
                     MOVE 29 TO WS-DAYS-IN-MONTH
                  END-IF
               WHEN OTHER
                  MOVE 31 TO WS-DAYS-IN-MONTH
            END-EVALUATE
            .
