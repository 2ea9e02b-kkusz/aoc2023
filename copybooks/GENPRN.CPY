      *
      *    GENPRN.CPY - PRUNED-GENERATION LOG (GENPRUNE) RECORD.
      *
      *    ONE RECORD PER REPORT GENERATION DAY00GEN PRUNES PAST ITS
      *    GENPARMS RETENTION: THE DATE IT WAS PRUNED, THE RUN DATE,
      *    TIME AND RUN-ID FROM THE *RUN STAMP AT THE TOP OF THE
      *    GENERATION (ZEROS WHEN IT HAD NONE), AND ITS PATH FROM
      *    DAY00. APPEND-ONLY. DAY00RPR READS IT TO REPORT A RUN'S
      *    PRUNED REPORTS AS PRUNED RATHER THAN AS MISSING.
      *
       01 GPR-RECORD.
           88 GPR-END           VALUE LOW-VALUE.
           05 GPR-PRUNE-DATE    PIC 9(8).
           05 FILLER            PIC X.
           05 GPR-RUN-DATE      PIC 9(8).
           05 FILLER            PIC X.
           05 GPR-RUN-TIME      PIC 9(6).
           05 FILLER            PIC X.
           05 GPR-RUN-ID        PIC 9(6).
           05 FILLER            PIC X.
           05 GPR-NAME          PIC X(100).
