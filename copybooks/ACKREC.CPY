      *
      *    ACKREC.CPY - DOWNSTREAM RECEIPT ACKNOWLEDGMENT (PUBACK)
      *    RECORD.
      *
      *    THE CONSUMER OF PUBFILE DROPS ONE RECORD HERE FOR EVERY
      *    PUBFILE IT LOADS OR REFUSES: THE RUN-ID ON THE *PUB
      *    HEADER, THE DETAIL RECORDS IT RECEIVED (ANSWERS AND *COR
      *    RECORDS), ITS ANSWER HASH (THE SUM OF THE UNSIGNED
      *    ANSWERS AND *COR FIGURES TO APPLY, MODULO 10**18), THE
      *    LOAD STATUS - LOADED OR REJECTED - WITH THE DATE AND TIME
      *    OF THE LOAD, AND FOR A REJECTION ITS REASON. RECORDS ARE
      *    APPENDED; A LATER RECORD FOR THE SAME PUBLICATION STANDS
      *    OVER AN EARLIER ONE. DAY00RCP RECONCILES THEM TO PUBHIST.
      *
       01 ACK-RECORD.
           88 ACK-END           VALUE LOW-VALUE.
           05 ACK-RUN-ID        PIC 9(6).
           05 FILLER            PIC X.
           05 ACK-RECORDS       PIC 9(5).
           05 FILLER            PIC X.
           05 ACK-HASH          PIC 9(18).
           05 FILLER            PIC X.
           05 ACK-STATUS        PIC X(8).
              88 ACK-LOADED           VALUE 'LOADED'.
              88 ACK-REJECTED         VALUE 'REJECTED'.
           05 FILLER            PIC X.
           05 ACK-DATE          PIC 9(8).
           05 FILLER            PIC X.
           05 ACK-TIME          PIC 9(6).
           05 FILLER            PIC X.
           05 ACK-REASON        PIC X(40).
