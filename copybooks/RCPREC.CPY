      *
      *    RCPREC.CPY - PUBLICATION RECEIPT RECONCILIATION (PUBRECON)
      *    RECORD.
      *
      *    DAY00RCP REWRITES PUBRECON EVERY TIME IT RUNS, ONE RECORD
      *    PER PUBLISHED OR SUPPLEMENTARY PUBFILE ON PUBHIST: WHEN IT
      *    WENT OUT, ITS RUN-ID, THE DETAIL RECORDS AND ANSWER HASH
      *    SENT, WHEN THE CONSUMER'S RECEIPT WAS DUE, WHAT THE
      *    RECEIPT (IF ANY) SAID, AND THE RECONCILED STATE. THE
      *    STATE LAST ALERTED IS CARRIED FROM ONE RUN TO THE NEXT SO
      *    A PUBLICATION IS ALERTED ONCE PER PROBLEM, NOT EVERY
      *    NIGHT. DAY00DRV PUTS EVERY PUBLICATION STILL OVERDUE,
      *    MISMATCHED OR REJECTED ON THE MORNING RUN SHEET.
      *
       01 RCN-RECORD.
           88 RCN-END           VALUE LOW-VALUE.
           05 RCN-PUB-DATE      PIC 9(8).
           05 FILLER            PIC X.
           05 RCN-PUB-TIME      PIC 9(6).
           05 FILLER            PIC X.
           05 RCN-RUN-ID        PIC 9(6).
           05 FILLER            PIC X.
           05 RCN-OUTCOME       PIC X(9).
           05 FILLER            PIC X.
           05 RCN-RECORDS       PIC 9(5).
           05 FILLER            PIC X.
           05 RCN-HASH          PIC 9(18).
           05 FILLER            PIC X.
           05 RCN-DUE-DATE      PIC 9(8).
           05 FILLER            PIC X.
           05 RCN-DUE-TIME      PIC 9(4).
           05 FILLER            PIC X.
           05 RCN-STATE         PIC X(8).
              88 RCN-PENDING          VALUE 'PENDING'.
              88 RCN-MATCHED          VALUE 'MATCHED'.
              88 RCN-SUPERSEDED       VALUE 'REPLACED'.
              88 RCN-OVERDUE          VALUE 'OVERDUE'.
              88 RCN-MISMATCH         VALUE 'MISMATCH'.
              88 RCN-REJECTED         VALUE 'REJECTED'.
              88 RCN-OUTSTANDING      VALUE 'OVERDUE' 'MISMATCH'
                                            'REJECTED'.
           05 FILLER            PIC X.
           05 RCN-ACK-RECORDS   PIC 9(5).
           05 FILLER            PIC X.
           05 RCN-ACK-HASH      PIC 9(18).
           05 FILLER            PIC X.
           05 RCN-ACK-DATE      PIC 9(8).
           05 FILLER            PIC X.
           05 RCN-ACK-TIME      PIC 9(6).
           05 FILLER            PIC X.
           05 RCN-ALERTED       PIC X(8).
           05 FILLER            PIC X.
           05 RCN-ACK-REASON    PIC X(40).
