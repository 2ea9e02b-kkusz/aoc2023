      *
      *    DAY02SMH.CPY - SMPHIST AUDIT-SAMPLE HISTORY RECORD. ONE
      *    RECORD PER EVENT IN A SAMPLED GAME'S LIFE - SAMPLED BY
      *    DAY02SMP (WITH THE SEED AND SAMPLE SIZE IN THE DETAIL),
      *    THEN MATCH, MISMATCH, NOT RECOUNTED OR NOT ON FEED FROM
      *    DAY02RCN. THE SAMPLE DATE TIES EVERY EVENT BACK TO THE
      *    NIGHT THE GAME WAS DRAWN; THE EVENT DATE IS WHEN IT WAS
      *    RECORDED. APPENDED TO, NEVER REWRITTEN - IT IS THE
      *    QUARTERLY AUDIT'S RECORD.
      *
         01 SMH-RECORD.
            88 SMH-END           VALUE LOW-VALUE.
            05 SMH-SAMPLE-DATE   PIC 9(8).
            05 FILLER            PIC X.
            05 SMH-GAME-NO       PIC 999.
            05 FILLER            PIC X.
            05 SMH-EVENT-DATE    PIC 9(8).
            05 FILLER            PIC X.
            05 SMH-OUTCOME       PIC X(13).
            05 FILLER            PIC X.
            05 SMH-DETAIL        PIC X(50).
