      *    REGISTERED SENSOR THAT SENT NOTHING TONIGHT, IS REPORTED
      *    - SO THE INSTRUMENTS TEAM GETS ANSWERS BY SENSOR, NOT BY
      *    COUNTING LINES IN AN EDITOR.
      *
      *    SENREG IS NOW MAINTAINED THROUGH DAY09REG, AND A RETIRED
      *    SENSOR STAYS ON IT WITH ITS RETIRE DATE. A RETIRED ID
      *    TURNING UP ON THE FEED IS REPORTED AS RETIRED, NOT AS
      *    UNKNOWN, AND A RETIRED SENSOR IS NOT EXPECTED TO REPORT,
      *    SO IT IS NEVER COUNTED SILENT.
      *

         ENVIRONMENT DIVISION.
            05 FILLER            PIC X(8).

         FD REG-FILE.
         COPY "DAY09SRG.CPY".

         FD MAST-FILE.
         01 MAST-RECORD.
               10 WS-R-SENSOR    PIC X(8).
               10 WS-R-DESC      PIC X(30).
               10 WS-R-SEEN      PIC 9.
               10 WS-R-RETIRED   PIC X(8).
                  88 REG-SENSOR-ACTIVE     VALUE SPACES '00000000'.

         01 WS-ENTRY-COUNT       PIC 9(4) VALUE 0.
         01 WS-ENTRY-TABLE.
         01 WS-REPLACED-COUNT    PIC 9(5) VALUE 0.
         01 WS-UNKNOWN-COUNT     PIC 9(5) VALUE 0.
         01 WS-SILENT-COUNT      PIC 9(5) VALUE 0.
         01 WS-RETIRED-COUNT     PIC 9(5) VALUE 0.

         01 SW-KEY-FOUND         PIC 9.
            88 KEY-FOUND               VALUE 1.
                    WS-REPLACED-COUNT ' REPLACED); MASTER NOW HOLDS '
                    WS-ENTRY-COUNT ' RECORDS'
            IF WS-UNKNOWN-COUNT > 0 OR WS-SILENT-COUNT > 0
            OR WS-RETIRED-COUNT > 0
               DISPLAY 'DAY09SNS ' WS-UNKNOWN-COUNT ' SENSOR(S) NOT '
                       'IN SENREG, ' WS-RETIRED-COUNT ' RETIRED '
                       'SENSOR(S) STILL REPORTING, ' WS-SILENT-COUNT
                       ' REGISTERED SENSOR(S) SILENT TONIGHT'
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
                     MOVE REG-SENSOR TO WS-R-SENSOR(WS-REG-COUNT)
                     MOVE REG-DESC   TO WS-R-DESC(WS-REG-COUNT)
                     MOVE 0          TO WS-R-SEEN(WS-REG-COUNT)
                     MOVE REG-RETIRE-DATE
                        TO WS-R-RETIRED(WS-REG-COUNT)
                  END-IF
                  READ REG-FILE
                     AT END SET REG-END TO TRUE
                  IF WS-R-SENSOR(RGX) = SVL-SENSOR
                     SET REG-FOUND TO TRUE
                     MOVE 1 TO WS-R-SEEN(RGX)
                     IF NOT REG-SENSOR-ACTIVE(RGX)
                        ADD 1 TO WS-RETIRED-COUNT
                        DISPLAY 'DAY09SNS WARNING - SENSOR '
                                SVL-SENSOR ' ON THE FEED BUT '
                                'RETIRED IN SENREG ON '
                                WS-R-RETIRED(RGX)
                     END-IF
                  END-IF
               END-PERFORM
               IF REG-NOT-FOUND
         REPORT-SILENT-SENSORS SECTION.
            PERFORM VARYING RGX FROM 1 BY 1 UNTIL RGX > WS-REG-COUNT
               IF WS-R-SEEN(RGX) = 0
               AND REG-SENSOR-ACTIVE(RGX)
                  ADD 1 TO WS-SILENT-COUNT
                  DISPLAY 'DAY09SNS WARNING - REGISTERED SENSOR '
                          WS-R-SENSOR(RGX) ' (' WS-R-DESC(RGX)
