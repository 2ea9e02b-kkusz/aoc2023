      *
      *    ACCDAT.CPY - STAGING AREA FOR THE SHARED ACCESS LOG.
      *
      *    EVERY INQUIRY UTILITY RECORDS WHAT IT WAS ASKED AND HOW
      *    MUCH IT GAVE BACK. MOVE THE PROGRAM'S OWN NAME, THE KEY OR
      *    RANGE ASKED FOR, AND THE NUMBER OF RECORDS RETURNED INTO
      *    WS-ACCESS-ENTRY AND CALL 'DAY00ACL' USING WS-ACCESS-ENTRY -
      *    THE MODULE STAMPS THE DATE, TIME, AND SIGNED-ON OPERATOR
      *    AND APPENDS THE RECORD TO THE SHARED ../ACCLOG FILE.
      *    DAY00ACR REPORTS THE MONTH'S LOG BY OPERATOR AND BY
      *    PROGRAM.
      *
       01 WS-ACCESS-ENTRY.
           05 WS-ACC-PROGRAM    PIC X(8).
           05 WS-ACC-KEY        PIC X(40).
           05 WS-ACC-RETURNED   PIC 9(7).
