      *
      *    INTREC.CPY - FEED INTAKE REGISTER (INTHIST) RECORD.
      *
      *    ONE RECORD PER FILE THE INTAKE GATEWAY (DAY00INT) FOUND
      *    IN THE LANDING DIRECTORY: WHEN IT WAS TAKEN IN, THE FEED
      *    NAME AND BUSINESS DATE FROM ITS *HDR RECORD (BLANK WHEN
      *    IT HAD NONE), THE DAY IT WAS ROUTED TO, WHETHER IT WAS
      *    ACCEPTED OR REJECTED AND WHY, AND THE NAME IT LANDED
      *    UNDER. APPEND-ONLY, IN DATE ORDER. THE LATEST BUSINESS
      *    DATE ACCEPTED FOR A FEED IS WHAT THE NEXT FILE FOR THAT
      *    FEED IS SEQUENCED AGAINST.
      *
       01 INT-RECORD.
           88 INT-END           VALUE LOW-VALUE.
           05 INT-DATE          PIC 9(8).
           05 FILLER            PIC X.
           05 INT-TIME          PIC 9(6).
           05 FILLER            PIC X.
           05 INT-FEED          PIC X(12).
           05 FILLER            PIC X.
           05 INT-BUS-DATE      PIC X(8).
           05 FILLER            PIC X.
           05 INT-DIR           PIC X(12).
           05 FILLER            PIC X.
           05 INT-OUTCOME       PIC X(8).
           05 FILLER            PIC X.
           05 INT-REASON        PIC X(40).
           05 FILLER            PIC X.
           05 INT-FILE          PIC X(60).
