      *
      *    DQHREC.CPY - SUPPLIER DATA-QUALITY SCORECARD HISTORY
      *    (DQHIST) RECORD.
      *
      *    ONE RECORD PER FEED PER NIGHT, APPENDED BY THE NIGHTLY
      *    SCORECARD STEP DAY00DQS: THE NIGHT (THE RUN START DATE),
      *    THE RUN-ID, THE SUPPLIER'S FEED NAME AND ITS DAY
      *    DIRECTORY, THE NIGHT'S COUNT ON EACH OF THE EIGHT
      *    MEASURES (IN THE ORDER OF DQMDAT.CPY) AND THE WEIGHTED
      *    SCORE - THE HIGHER THE SCORE, THE WORSE THE FEED. A
      *    RERUN OF THE STEP THE SAME NIGHT APPENDS AGAIN; READERS
      *    TAKE THE LAST RECORD FOR A FEED AND NIGHT. APPEND-ONLY,
      *    IN TIME ORDER.
      *
       01 DQH-RECORD.
           88 DQH-END           VALUE LOW-VALUE.
           05 DQH-DATE          PIC 9(8).
           05 FILLER            PIC X.
           05 DQH-RUN-ID        PIC 9(6).
           05 FILLER            PIC X.
           05 DQH-FEED          PIC X(12).
           05 FILLER            PIC X.
           05 DQH-DIR           PIC X(8).
           05 DQH-MEASURE OCCURS 8.
              10 FILLER         PIC X.
              10 DQH-COUNT      PIC 9(5).
           05 FILLER            PIC X.
           05 DQH-SCORE         PIC 9(7).
