            05 ALR-ACK           PIC X.
            05 FILLER            PIC X.
            05 ALR-LINE          PIC X(80).
            05 FILLER            PIC X(2).
            05 ALR-RUNBOOK       PIC X(8).

         FD WRK-FILE.
         01 WRK-RECORD           PIC X(115).

         WORKING-STORAGE SECTION.

         01 WS-OPEN-COUNT        PIC 999 VALUE 0.
         01 WS-ALERT-TABLE.
            05 WS-ALERT-ENTRY OCCURS 500.
               10 WS-A-TEXT      PIC X(115).
               10 WS-A-OPEN      PIC 9.

         01 WS-ASK               PIC X(6).
         01 WS-LIST-LINE.
            05 WS-L-ITEM         PIC ZZ9.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-L-TEXT         PIC X(115).

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
