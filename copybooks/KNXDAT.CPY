      *
      *    KNXDAT.CPY - STAGING AREA FOR THE KNOWN-EXCEPTION MATCH.
      *
      *    MOVE AN EXCLOG LINE'S DATE AND ITS 'PROGRAM SEVERITY
      *    MESSAGE' TEXT INTO WS-KNOWN-CHECK AND CALL 'DAY00KNX'
      *    USING WS-KNOWN-CHECK - THE MODULE LOADS THE KNOWNEXC
      *    REGISTER ON ITS FIRST CALL AND SETS KNOWN-LINE WHEN AN
      *    ENTRY STILL IN FORCE ON THAT DATE NAMES THE LINE'S
      *    PROGRAM (OR *) AND ITS PATTERN APPEARS IN THE TEXT,
      *    RETURNING THE ENTRY'S NUMBER. A LINE MATCHED IS AN
      *    ACCEPTED EXCEPTION, COUNTED AS KNOWN RATHER THAN AS A
      *    WARNING.
      *
       01 WS-KNOWN-CHECK.
           05 WS-KNOWN-DATE     PIC 9(8).
           05 WS-KNOWN-LINE     PIC X(100).
           05 WS-KNOWN-RESULT   PIC 9.
              88 KNOWN-LINE           VALUE 1.
              88 NOT-KNOWN-LINE       VALUE 0.
           05 WS-KNOWN-ID       PIC 9(4).
