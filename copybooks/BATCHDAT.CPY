      *    AND A MISSING TRAILER OR A CONTROL MISMATCH FAILS THE
      *    STEP WITH RETURN CODE 8 BEFORE THE CORE'S ANSWER IS
      *    TRUSTED. A FEED WITHOUT A HEADER RUNS EXACTLY AS BEFORE.
      *
      *    THE HEADER'S BUSINESS DATE IS HANDED TO THE DAY00BUS
      *    MODULE AS IT IS READ, SO THE STEP'S CONTROL TOTALS ARE
      *    FILED UNDER IT (SEE BUSDAT.CPY); WS-BAT-BUS-ACTION AND
      *    WS-BAT-BUS-SOURCE ARE THE CALL'S OTHER TWO FIELDS.
      *
       01 WS-BAT-STATE.
           05 WS-BAT-HDR-SEEN   PIC 9 VALUE 0.
           05 WS-BAT-T2         PIC X(16).
           05 WS-BAT-T3         PIC X(6).
           05 WS-BAT-T4         PIC X(4).
       01 WS-BAT-BUS-ACTION     PIC X.
       01 WS-BAT-BUS-SOURCE     PIC X.
       01 WS-BAT-VALUE          PIC 9(15).
       01 WS-BAT-DIGIT          PIC 9.
       01 WS-BAT-CHAR REDEFINES WS-BAT-DIGIT PIC X.
