      *
      *    CONBRK.CPY - BROKEN CONSISTENCY RULE (CONBREAK) RECORD.
      *
      *    ONE RECORD PER CONRULES RULE THAT DID NOT HOLD FOR THE
      *    RUN DAY00CON LAST EVALUATED: THE RULE'S LINE NUMBER IN
      *    CONRULES, EACH SIDE'S PROGRAM, LABEL, FIELD (A ANSWER,
      *    I IN-COUNT, O OUT-COUNT) AND THE FIGURE IT HAD ON
      *    CTLMAST, AND THE RELATION THAT FAILED BETWEEN THEM.
      *    REWRITTEN BY EVERY DAY00CON RUN, THE SAME AS EXCESCL.
      *    THE DRIVER LISTS EACH RECORD ON THE RUN SHEET AND
      *    DAY00PUB WILL NOT PUBLISH A RUN THAT HAS ONE.
      *
       01 CBK-RECORD.
           88 CBK-END           VALUE LOW-VALUE.
           05 CBK-RUN-ID        PIC 9(6).
           05 FILLER            PIC X.
           05 CBK-RULE          PIC 9(3).
           05 FILLER            PIC X.
           05 CBK-LEFT-PGM      PIC X(8).
           05 FILLER            PIC X.
           05 CBK-LEFT-LABEL    PIC X(10).
           05 FILLER            PIC X.
           05 CBK-LEFT-FIELD    PIC X.
           05 FILLER            PIC X.
           05 CBK-LEFT-FIGURE   PIC -(18)9.
           05 FILLER            PIC X.
           05 CBK-OP            PIC XX.
           05 FILLER            PIC X.
           05 CBK-RIGHT-PGM     PIC X(8).
           05 FILLER            PIC X.
           05 CBK-RIGHT-LABEL   PIC X(10).
           05 FILLER            PIC X.
           05 CBK-RIGHT-FIELD   PIC X.
           05 FILLER            PIC X.
           05 CBK-RIGHT-FIGURE  PIC -(18)9.
