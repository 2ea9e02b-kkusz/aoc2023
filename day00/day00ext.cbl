            05 HST-RUN-ID        PIC 9(6).
            05 FILLER            PIC X.
            05 HST-SECS          PIC 9(7).
            05 FILLER            PIC X(59).

         FD EXC-FILE.
         01 EXC-RECORD.
