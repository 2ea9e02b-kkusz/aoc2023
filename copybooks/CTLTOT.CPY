      *    THE DAYOPID ENVIRONMENT VARIABLE, SO EVERY START BRACKET
      *    AND ANSWER RECORD SAYS WHO RAN IT. RECORDS WRITTEN BEFORE
      *    THE CHANGE ARE SHORT AND READ BACK AS SPACES.
      *
      *    CTL-BUS-DATE WAS APPENDED WHEN CATCH-UP AND PAST-MIDNIGHT
      *    RUNS STARTED FILING ANSWERS UNDER THE WRONG DAY - IT IS
      *    THE BUSINESS DATE OF THE FEED THE ANSWER CAME FROM: THE
      *    SUPPLIER *HDR'S DATE, OR THE PREVIOUS BUSINESS DAY BY THE
      *    SHOP CALENDAR WHEN THE FEED HAS NO HEADER (DAY00BUS, SEE
      *    BUSDAT.CPY). START BRACKETS ARE WRITTEN BEFORE THE FEED
      *    IS READ AND CARRY NONE. READERS TREAT A NON-NUMERIC
      *    BUSINESS DATE (A START BRACKET, OR A RECORD WRITTEN BEFORE
      *    THE CHANGE) AS THE RUN DATE.
      *
       01 CTL-RECORD.
           05 CTL-PROGRAM       PIC X(8).
           05 CTL-RUN-TIME      PIC 9(6).
           05 FILLER            PIC X VALUE SPACE.
           05 CTL-OPERATOR      PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 CTL-BUS-DATE      PIC 9(8).
