      *
      *    RBKDAT.CPY - STAGING AREA FOR THE RUN-BOOK LOOKUP.
      *
      *    MOVE A FAILED STEP'S PROGRAM PART (E.G. day03p2, OR THE
      *    ALERTING PROGRAM'S OWN NAME) AND ITS RETURN CODE INTO
      *    WS-RUNBOOK-CHECK AND CALL 'DAY00RBK' USING
      *    WS-RUNBOOK-CHECK - THE MODULE LOADS ../day00/RUNBOOK ON
      *    ITS FIRST CALL AND SETS RUNBOOK-FOUND WITH THE ENTRY'S
      *    REFERENCE, WHETHER A RERUN IS SAFE, WHAT TO RESTORE
      *    FIRST, WHOM TO CALL AND THE INSTRUCTION TEXT. THE STEP
      *    MATCHES IN ANY CASE. AN EXACT STEP AND CODE WINS OVER
      *    THE STEP WITH RC ANY, WHICH WINS OVER STEP ANY WITH THE
      *    CODE, WHICH WINS OVER ANY ANY. RUNBOOK-GAP MEANS
      *    NOBODY HAS WRITTEN DOWN WHAT TO DO - A GAP TO BE FILLED.
      *
       01 WS-RUNBOOK-CHECK.
           05 WS-RBK-STEP       PIC X(8).
           05 WS-RBK-RC         PIC 9(4).
           05 WS-RBK-RESULT     PIC 9.
              88 RUNBOOK-FOUND        VALUE 1.
              88 RUNBOOK-GAP          VALUE 0.
           05 WS-RBK-REF        PIC X(8).
           05 WS-RBK-RERUN      PIC X.
              88 RBK-RERUN-SAFE       VALUE 'Y'.
           05 WS-RBK-RESTORE    PIC X(20).
           05 WS-RBK-CONTACT    PIC X(12).
           05 WS-RBK-TEXT       PIC X(80).
