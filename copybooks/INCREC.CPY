      *
      *    INCREC.CPY - INCIDENT MASTER (INCMAST) RECORD.
      *
      *    AN ACKNOWLEDGED ALERT OR A RAISED REVIEW QUERY USED TO BE
      *    THE END OF THE TRAIL. INCMAST IS AN APPEND-ONLY TRAIL OF
      *    INCIDENT EVENTS KEYED BY INCIDENT NUMBER, WRITTEN BY
      *    DAY00INC AND READ BY DAY00INR - THE CURRENT STATE OF AN
      *    INCIDENT IS ITS OPEN RECORD WITH THE LATER EVENTS FOLDED
      *    OVER IT IN FILE ORDER. EVENTS:
      *       O  OPENED - FROM AN ALERT (SOURCE A, REFERENCE THE
      *          ALERT'S DATE AND TIME) OR AN OPEN QUERY (SOURCE Q,
      *          REFERENCE THE QUERIED RUN-ID), WITH THE CATEGORY,
      *          ROOT-CAUSE CODE, OWNER, RELATED PROGRAM, LABEL AND
      *          RUN-ID, AND THE SUPPLIER FEED (THE PROGRAM'S DAY)
      *       N  A DATED PROGRESS NOTE
      *       R  ONE MORE RELATED RUN-ID
      *       W  HANDED TO A NEW OWNER
      *       C  CLOSED WITH A RESOLUTION CODE, THE ROOT CAUSE AS
      *          FINALLY FOUND (BLANK LEAVES IT AS OPENED) AND A NOTE
      *
       01 INC-RECORD.
           88 INC-END           VALUE LOW-VALUE.
           05 INC-ID            PIC 9(5).
           05 FILLER            PIC X.
           05 INC-EVENT         PIC X.
              88 INC-OPENED           VALUE 'O'.
              88 INC-NOTED            VALUE 'N'.
              88 INC-RUN-ADDED        VALUE 'R'.
              88 INC-REASSIGNED       VALUE 'W'.
              88 INC-CLOSED           VALUE 'C'.
           05 FILLER            PIC X.
           05 INC-DATE          PIC 9(8).
           05 FILLER            PIC X.
           05 INC-OPERATOR      PIC X(8).
           05 FILLER            PIC X.
           05 INC-DETAIL        PIC X(100).
           05 INC-OPEN-DETAIL REDEFINES INC-DETAIL.
              10 INC-SOURCE     PIC X.
              10 FILLER         PIC X.
              10 INC-SOURCE-REF PIC X(14).
              10 FILLER         PIC X.
              10 INC-CATEGORY   PIC X(8).
              10 FILLER         PIC X.
              10 INC-CAUSE      PIC X(8).
              10 FILLER         PIC X.
              10 INC-OWNER      PIC X(8).
              10 FILLER         PIC X.
              10 INC-PROGRAM    PIC X(8).
              10 FILLER         PIC X.
              10 INC-LABEL      PIC X(10).
              10 FILLER         PIC X.
              10 INC-RUN-ID     PIC 9(6).
              10 FILLER         PIC X.
              10 INC-FEED       PIC X(5).
              10 FILLER         PIC X(23).
           05 INC-NOTE-DETAIL REDEFINES INC-DETAIL.
              10 INC-NOTE-TEXT  PIC X(100).
           05 INC-RUN-DETAIL REDEFINES INC-DETAIL.
              10 INC-REL-RUN-ID PIC 9(6).
              10 FILLER         PIC X(94).
           05 INC-OWNER-DETAIL REDEFINES INC-DETAIL.
              10 INC-NEW-OWNER  PIC X(8).
              10 FILLER         PIC X(92).
           05 INC-CLOSE-DETAIL REDEFINES INC-DETAIL.
              10 INC-RESOLUTION PIC X(8).
              10 FILLER         PIC X.
              10 INC-FINAL-CAUSE PIC X(8).
              10 FILLER         PIC X.
              10 INC-CLOSE-NOTE PIC X(82).
