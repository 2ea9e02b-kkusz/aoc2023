      *
      *    DQMDAT.CPY - THE SUPPLIER DATA-QUALITY MEASURES.
      *
      *    THE EIGHT SIGNALS THE SCORECARD COUNTS FOR EVERY FEED, IN
      *    THE ORDER THEY ARE HELD ON DQHIST (DQHREC.CPY) AND NAMED
      *    IN THE DQWTAB WEIGHT TABLE:
      *       SCRUB       LINES SCRUBCHK BLANKED CONTROL CHARACTERS IN
      *       TRUNC       LINES TRUNCCHK FOUND POSSIBLY TRUNCATED
      *       QUARANTINE  LINES DAY00QRN PUT IN THE DAY'S QUARFILE
      *       REJECT      DATA-QUALITY REJECTS (DQFILE, REJFILE)
      *       BATCH       SUPPLIER BATCH-CONTROL FAILURES
      *       VALIDATE    VALIDATOR FINDINGS (SCHEXC, CRDEXC, ALMEXC,
      *                   NETEXC)
      *       ADAPTER     LAYOUT ADAPTER REJECTS (ADPEXC)
      *       LATE        THE FEED HELD AS MISSING AT ITS CUTOFF
      *                   (ARVSTAT)
      *    WS-DQ-MEASURE-HEAD HEADS THEM AS EIGHT 7-CHARACTER
      *    COLUMNS.
      *
       01 WS-DQ-MEASURE-NAMES.
           05 FILLER            PIC X(10) VALUE 'SCRUB'.
           05 FILLER            PIC X(10) VALUE 'TRUNC'.
           05 FILLER            PIC X(10) VALUE 'QUARANTINE'.
           05 FILLER            PIC X(10) VALUE 'REJECT'.
           05 FILLER            PIC X(10) VALUE 'BATCH'.
           05 FILLER            PIC X(10) VALUE 'VALIDATE'.
           05 FILLER            PIC X(10) VALUE 'ADAPTER'.
           05 FILLER            PIC X(10) VALUE 'LATE'.
       01 WS-DQ-MEASURE-TABLE REDEFINES WS-DQ-MEASURE-NAMES.
           05 WS-DQ-MEASURE-NAME PIC X(10) OCCURS 8.
       01 WS-DQ-MEASURE-HEAD    PIC X(56) VALUE
           '  SCRUB  TRUNC QUARAN REJECT  BATCH  VALID  ADAPT   LATE'.
       01 WS-DQ-MEASURE-COUNT   PIC 9 VALUE 8.
