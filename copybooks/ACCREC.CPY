      *
      *    ACCREC.CPY - SHARED ACCESS LOG (ACCLOG) RECORD.
      *
      *    ONE RECORD PER INQUIRY ANSWERED OR REFUSED, APPENDED BY
      *    DAY00ACL: WHEN, WHO (DAYOPID; SPACES OUTSIDE A SIGNED-ON
      *    SESSION), WHICH PROGRAM, HOW MANY RECORDS IT RETURNED, AND
      *    THE KEY OR RANGE ASKED FOR. A KEY BEGINNING 'REFUSED' IS
      *    AN INQUIRY TURNED AWAY FOR WANT OF AN AUTHTAB READ GRANT.
      *    APPEND-ONLY, IN TIME ORDER.
      *
       01 ACC-RECORD.
           88 ACC-END           VALUE LOW-VALUE.
           05 ACC-DATE          PIC 9(8).
           05 FILLER            PIC X.
           05 ACC-TIME          PIC 9(6).
           05 FILLER            PIC X.
           05 ACC-OPERATOR      PIC X(8).
           05 FILLER            PIC X.
           05 ACC-PROGRAM       PIC X(8).
           05 FILLER            PIC X.
           05 ACC-RETURNED      PIC 9(7).
           05 FILLER            PIC X.
           05 ACC-KEY           PIC X(40).
