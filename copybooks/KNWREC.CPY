      *
      *    KNWREC.CPY - KNOWN-EXCEPTION REGISTER (KNOWNEXC) RECORD.
      *
      *    ONE RECORD PER ACCEPTED RECURRING EXCEPTION: THE PROGRAM
      *    THAT LOGS IT (* FOR ANY PROGRAM), A PATTERN - TEXT THE
      *    LOGGED EXCLOG LINE MUST CONTAIN - THE REASON IT IS
      *    ACCEPTED, WHO APPROVED IT, AND THE LAST DATE IT HOLDS
      *    GOOD, WITH THE DATE AND OPERATOR THAT ENTERED IT.
      *    MAINTAINED ONLY THROUGH DAY00KNW, WHICH REWRITES THE
      *    WHOLE REGISTER ON EVERY CHANGE AND APPENDS THE CHANGE TO
      *    KNWAUDIT. DAY00KNX MATCHES EXCLOG LINES AGAINST IT FOR
      *    DAY00EXC AND DAY00BUD; AN ENTRY PAST ITS EXPIRY MATCHES
      *    NOTHING AND IS LISTED ON THE DRIVER'S RUN SHEET UNTIL IT
      *    IS RENEWED OR REMOVED. LINES STARTING WITH * ARE
      *    COMMENTS.
      *
       01 KNW-RECORD.
           88 KNW-END           VALUE LOW-VALUE.
           05 KNW-ID            PIC 9(4).
           05 FILLER            PIC X.
           05 KNW-PROGRAM       PIC X(8).
           05 FILLER            PIC X.
           05 KNW-EXPIRY        PIC 9(8).
           05 FILLER            PIC X.
           05 KNW-APPROVER      PIC X(8).
           05 FILLER            PIC X.
           05 KNW-ADDED         PIC 9(8).
           05 FILLER            PIC X.
           05 KNW-ADDED-BY      PIC X(8).
           05 FILLER            PIC X.
           05 KNW-PATTERN       PIC X(40).
           05 FILLER            PIC X.
           05 KNW-REASON        PIC X(60).
