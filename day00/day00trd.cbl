      *    STEP'S ELAPSED SECONDS TO RUNHIST, AND THIS REPORT LAYS
      *    OUT EACH STEP'S LAST SEVEN RUNS SIDE BY SIDE, FLAGGING A
      *    STEP WHOSE LATEST RUN IS HALF AGAIN ITS RECENT AVERAGE.
      *    THE DRIVER'S OWN *SUITE RECORDS ARE NOT STEPS AND ARE
      *    LEFT TO THE SERVICE-LEVEL REPORT.
      *

         ENVIRONMENT DIVISION.
            05 HST-RUN-ID        PIC 9(6).
            05 FILLER            PIC X.
            05 HST-SECS          PIC 9(7).
            05 FILLER            PIC X(59).

         WORKING-STORAGE SECTION.

               AT END SET HIST-END TO TRUE
            END-READ
            PERFORM UNTIL HIST-END
               IF HST-STEP(1:1) NOT = '*'
                  PERFORM TRACK-STEP-RUNTIME
               END-IF
               READ HIST-FILE
                  AT END SET HIST-END TO TRUE
               END-READ
