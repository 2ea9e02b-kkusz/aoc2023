      *
      *    DAY06RMS.CPY - RACEMST RACE-RESULTS HISTORY RECORD, ONE
      *    PER RACE PER NIGHT, KEYED BY RACE TIME, RECORD DISTANCE,
      *    AND RUN DATE. WRITTEN BY DAY06HIS, READ BY DAY06TRD.
      *
         01 RMS-RECORD.
            88 RMS-END           VALUE LOW-VALUE.
            05 RMS-KEY.
               10 RMS-TIME       PIC 9(15).
               10 RMS-DIST       PIC 9(15).
               10 RMS-RUN-DATE   PIC 9(8).
            05 FILLER            PIC X.
            05 RMS-RACE-NO       PIC 99.
            05 FILLER            PIC X.
            05 RMS-FIRST         PIC 9(15).
            05 FILLER            PIC X.
            05 RMS-LAST          PIC 9(15).
            05 FILLER            PIC X.
            05 RMS-WIDTH         PIC 9(15).
            05 FILLER            PIC X.
            05 RMS-MARGIN1       PIC 9(15).
            05 FILLER            PIC X.
            05 RMS-MARGIN2       PIC 9(15).
