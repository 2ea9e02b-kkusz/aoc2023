      *
      *    TOLTOT.CPY - PER-SOURCE TOLERANCE-BAND RESULTS.
      *
      *    THE DAY01 CORES CHECK EVERY SCORED CALIBRATION VALUE
      *    AGAINST ITS SOURCE'S BAND ON TOLTAB AND HAND THE COUNTS
      *    BACK IN THIS GROUP (LAST PARAMETER ON THE CALL), ONE
      *    ENTRY PER SOURCE THAT HAD A BAND. TOL-OOB1 COUNTS THE
      *    DIGIT-ONLY (PART 1) VALUES OUTSIDE THE BAND, TOL-OOB2
      *    THE DICTIONARY (PART 2) VALUES - A CORE THAT SCORES ONLY
      *    ONE WAY LEAVES THE OTHER ZERO. THE CALLER WRITES THEM TO
      *    CTLFILE AS LABELS 'B1'/'B2' FOLLOWED BY THE SOURCE TAG.
      *    TOL-SOURCE-COUNT IS ZERO WHEN THERE IS NO TOLTAB.
      *
       01 TOL-TOTALS.
           05 TOL-SOURCE-COUNT  PIC 99.
           05 TOL-SOURCE-ENTRY OCCURS 10.
              10 TOL-SOURCE     PIC X(8).
              10 TOL-LINES      PIC 9(7).
              10 TOL-OOB1       PIC 9(7).
              10 TOL-OOB2       PIC 9(7).
