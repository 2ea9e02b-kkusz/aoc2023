      *
      *    RESREC.CPY - ANSWER RESTATEMENT TRAIL (RESHIST) RECORD.
      *
      *    ONE RECORD PER FORMAL RESTATEMENT DAY00RES MAKES TO A
      *    CTLMAST ANSWER: WHEN AND BY WHOM, THE PROGRAM, LABEL, RUN
      *    DATE AND RUN-ID RESTATED, THE ANSWER BEFORE AND AFTER, THE
      *    RAISED DATE OF THE APPROVED REVMAST QUERY IT SETTLES, AND
      *    THE REASON. APPEND-ONLY, IN DATE ORDER. DAY00PUB SENDS
      *    EACH RESTATEMENT MADE SINCE THE LAST PUBLICATION
      *    DOWNSTREAM AS A CORRECTION RECORD.
      *
       01 RES-RECORD.
           88 RES-END           VALUE LOW-VALUE.
           05 RES-DATE          PIC 9(8).
           05 FILLER            PIC X.
           05 RES-TIME          PIC 9(6).
           05 FILLER            PIC X.
           05 RES-OPERATOR      PIC X(8).
           05 FILLER            PIC X.
           05 RES-PROGRAM       PIC X(8).
           05 FILLER            PIC X.
           05 RES-LABEL         PIC X(10).
           05 FILLER            PIC X.
           05 RES-RUN-DATE      PIC 9(8).
           05 FILLER            PIC X.
           05 RES-RUN-ID        PIC 9(6).
           05 FILLER            PIC X.
           05 RES-BEFORE        PIC +9(18).
           05 FILLER            PIC X.
           05 RES-AFTER         PIC +9(18).
           05 FILLER            PIC X.
           05 RES-QUERY-DATE    PIC 9(8).
           05 FILLER            PIC X.
           05 RES-REASON        PIC X(60).
