      *
      *    SHFREC.CPY - OPERATOR SHIFT LOG (SHIFTLOG) RECORD.
      *
      *    WHAT THE NIGHT SHIFT KNEW USED TO GO TO THE MORNING SHIFT
      *    ON PAPER, IF AT ALL. SHIFTLOG IS AN APPEND-ONLY TRAIL,
      *    WRITTEN BY DAY00SHF AND READ BY DAY00REV, EACH RECORD
      *    STAMPED WITH THE DATE, TIME AND SIGNED-ON OPERATOR. KINDS:
      *       E  A SHIFT LOG ENTRY - FREE TEXT TAGGED WITH A RUN-ID
      *          AND OPTIONALLY A PROGRAM AND AN INCIDENT NUMBER
      *          (ZERO FOR NONE)
      *       H  A HANDOVER LISTING PRINTED BY THE OUTGOING OPERATOR
      *       K  THE HANDOVER ACKNOWLEDGED BY THE INCOMING OPERATOR -
      *          THE TEXT NAMES THE OUTGOING OPERATOR AND WHEN THE
      *          HANDOVER WAS PRINTED. THE ENTRIES AFTER THE LAST K
      *          RECORD ARE THE CURRENT SHIFT'S.
      *
       01 SHF-RECORD.
           88 SHF-END           VALUE LOW-VALUE.
           05 SHF-DATE          PIC 9(8).
           05 FILLER            PIC X.
           05 SHF-TIME          PIC 9(6).
           05 FILLER            PIC X.
           05 SHF-OPERATOR      PIC X(8).
           05 FILLER            PIC X.
           05 SHF-KIND          PIC X.
              88 SHF-ENTRY            VALUE 'E'.
              88 SHF-HANDOVER         VALUE 'H'.
              88 SHF-ACKNOWLEDGED     VALUE 'K'.
           05 FILLER            PIC X.
           05 SHF-RUN-ID        PIC 9(6).
           05 FILLER            PIC X.
           05 SHF-PROGRAM       PIC X(8).
           05 FILLER            PIC X.
           05 SHF-INCIDENT      PIC 9(5).
           05 FILLER            PIC X.
           05 SHF-TEXT          PIC X(80).
