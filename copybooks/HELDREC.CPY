      *
      *    HELDREC.CPY - HELD-STEP REGISTER (DRVHELD) RECORD.
      *
      *    WHEN THE ARRIVAL WATCH HOLDS A DAY BECAUSE ITS FEED MISSED
      *    THE CUTOFF, DAY00DRV APPENDS ONE HELD RECORD PER STEP IT
      *    KEPT OFF THE NIGHT'S SCHEDULE, UNDER THAT NIGHT'S RUN-ID.
      *    A CATCH-UP RUN (DAYCATCHUP=RUN-ID) RUNS THE STEPS STILL
      *    HELD FOR THE RUN AND APPENDS A CAUGHTUP RECORD FOR EACH ONE
      *    IT COMPLETES, STAMPED WITH THE DATE AND TIME OF THE
      *    CATCH-UP. A STEP IS STILL OUTSTANDING WHILE ITS LATEST
      *    RECORD FOR THE RUN IS HELD. DAY00PUB READS THE REGISTER TO
      *    KEEP A HELD DAY OUT OF THE NIGHT'S PUBLICATION AND TO
      *    PUBLISH ITS LATE ANSWERS AS A SUPPLEMENT.
      *
       01 HLD-RECORD.
           88 HLD-END           VALUE LOW-VALUE.
           05 HLD-RUN-ID        PIC 9(6).
           05 FILLER            PIC X.
           05 HLD-RUN-DATE      PIC 9(8).
           05 FILLER            PIC X.
           05 HLD-STEP          PIC X(30).
           05 FILLER            PIC X.
           05 HLD-STATUS        PIC X(8).
              88 HLD-HELD             VALUE 'HELD'.
              88 HLD-CAUGHT-UP        VALUE 'CAUGHTUP'.
           05 FILLER            PIC X.
           05 HLD-STAMP-DATE    PIC 9(8).
           05 FILLER            PIC X.
           05 HLD-STAMP-TIME    PIC 9(6).
           05 FILLER            PIC X.
           05 HLD-OPERATOR      PIC X(8).
