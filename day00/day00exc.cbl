      *    DAY00LOG; THIS REPORT COUNTS THE LOG BY PROGRAM AND
      *    SEVERITY AND LISTS THE NIGHT'S LINES, SO THE DATA-QUALITY
      *    SIGNALS THAT USED TO SCROLL AWAY ON THE CONSOLE GET READ.
      *
      *    A LINE THAT MATCHES AN ENTRY ON THE KNOWN-EXCEPTION
      *    REGISTER (KNOWNEXC, KEPT BY DAY00KNW AND MATCHED THROUGH
      *    DAY00KNX) IS AN ACCEPTED RECURRING EXCEPTION: IT IS
      *    COUNTED IN ITS PROGRAM AND SEVERITY'S KNOWN COLUMN, NOT
      *    ITS COUNT, SO THE COUNT SHOWS ONLY WHAT NEEDS READING.
      *

         ENVIRONMENT DIVISION.
         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".
         COPY "KNXDAT.CPY".

         01 WS-EXC-STATUS        PIC XX.

         01 WS-TOKEN-SEV         PIC X(8).

         01 WS-TOTAL-COUNT       PIC 9(5) VALUE 0.
         01 WS-KNOWN-TOTAL       PIC 9(5) VALUE 0.

         01 WS-KEY-COUNT         PIC 99 VALUE 0.
         01 WS-KEY-TABLE.
               10 WS-K-PROGRAM   PIC X(8).
               10 WS-K-SEVERITY  PIC X.
               10 WS-K-COUNT     PIC 9(5).
               10 WS-K-KNOWN     PIC 9(5).

         01 SW-KEY-FOUND         PIC 9.
            88 KEY-FOUND               VALUE 1.
            05 WS-S-SEVERITY     PIC X.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-S-COUNT        PIC Z(4)9.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-S-KNOWN        PIC Z(4)9.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
            CLOSE EXC-FILE

            DISPLAY 'DAY00EXC EXCEPTION SUMMARY - ' WS-TOTAL-COUNT
                    ' LINE(S) ON THE LOG, ' WS-KNOWN-TOTAL ' KNOWN'
            DISPLAY 'PROGRAM   SEV  COUNT  KNOWN'
            PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > WS-KEY-COUNT
               MOVE WS-K-PROGRAM(KX)  TO WS-S-PROGRAM
               MOVE WS-K-SEVERITY(KX) TO WS-S-SEVERITY
               MOVE WS-K-COUNT(KX)    TO WS-S-COUNT
               MOVE WS-K-KNOWN(KX)    TO WS-S-KNOWN
               DISPLAY WS-SUMMARY-LINE
            END-PERFORM

            END-UNSTRING
            MOVE WS-TOKEN-SEV(1:1) TO WS-EXC-SEVERITY

            MOVE EXC-DATE TO WS-KNOWN-DATE
            MOVE EXC-LINE TO WS-KNOWN-LINE
            CALL 'DAY00KNX' USING WS-KNOWN-CHECK
            END-CALL
            IF KNOWN-LINE
               ADD 1 TO WS-KNOWN-TOTAL
            END-IF

            SET KEY-NOT-FOUND TO TRUE
            PERFORM VARYING KX FROM 1 BY 1
                        UNTIL KX > WS-KEY-COUNT OR KEY-FOUND
                  MOVE WS-KEY-COUNT TO KX
                  MOVE WS-EXC-PROGRAM  TO WS-K-PROGRAM(KX)
                  MOVE WS-EXC-SEVERITY TO WS-K-SEVERITY(KX)
                  MOVE 0            TO WS-K-COUNT(KX)
                  MOVE 0            TO WS-K-KNOWN(KX)
                  PERFORM COUNT-EXCEPTION
               END-IF
            ELSE
               PERFORM COUNT-EXCEPTION
            END-IF
            .

         COUNT-EXCEPTION SECTION.
            IF KNOWN-LINE
               ADD 1 TO WS-K-KNOWN(KX)
            ELSE
               ADD 1 TO WS-K-COUNT(KX)
            END-IF
