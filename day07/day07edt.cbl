      *    RE-PRESENTS ITSELF AUTOMATICALLY WITH THE NEXT NIGHT'S
      *    TRANSACTIONS; AN ITEM STILL BAD GOES BACK ON SUSPENSE
      *    WITH ITS ORIGINAL PARK DATE KEPT.
      *
      *    DUAL CONTROL - A CLEAN ADD WHOSE BID, OR A CLEAN REPLACE
      *    WHOSE BID MOVES (EITHER WAY, AGAINST THE BID ON HANDMST),
      *    BY MORE THAN THE LIMIT IN THE APRPARM PARAMETER TABLE
      *    ('LIMIT NNNN', * COMMENTS) IS NOT PASSED THROUGH. IT IS
      *    PARKED IN THE HANDPEND PENDING-APPROVAL FILE WITH THE
      *    SIGNED-ON OPERATOR (DAYOPID) WHO RAN THE EDIT AS ITS
      *    KEYER, AND THE PARKING IS RECORDED IN LGRAUDIT. DAY07APR,
      *    RUN BY A DIFFERENT OPERATOR, RELEASES OR REJECTS IT; A
      *    RELEASED ITEM COMES BACK THROUGH HANDREL, IS READ IN
      *    AHEAD OF EVERYTHING ELSE HERE, EDITED AS USUAL BUT NOT
      *    HELD AGAIN, AND PASSED TO DAY07LGR. WHILE A HAND HAS AN
      *    ITEM AWAITING APPROVAL ANY OTHER TRANSACTION FOR IT IS
      *    SENT TO SUSPENSE, SO THE TWO CANNOT CROSS. WITH NO
      *    APRPARM ON FILE NOTHING IS HELD AND A WARNING SAYS SO.
      *    A HANDMST OR HANDPEND TOO BIG FOR ITS 2000-ENTRY TABLE
      *    ENDS THE EDIT WITH RETURN CODE 8 BEFORE ANYTHING IS
      *    REWRITTEN - A HAND NOT LOADED COULD NOT BE MEASURED OR
      *    BLOCKED - AND DAY07LGR MUST NOT BE RUN UNTIL IT IS FIXED.
      *

         ENVIRONMENT DIVISION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SUSP-STATUS.

            SELECT PARM-FILE ASSIGN TO APRPARM
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.

            SELECT MST-FILE ASSIGN TO HANDMST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MST-STATUS.

            SELECT PEND-FILE ASSIGN TO HANDPEND
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PEND-STATUS.

            SELECT REL-FILE ASSIGN TO HANDREL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REL-STATUS.

            SELECT AUDIT-FILE ASSIGN TO LGRAUDIT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

         DATA DIVISION.

         FILE SECTION.
            05 FILLER            PIC X VALUE SPACE.
            05 SUS-TEXT          PIC X(12).

         FD PARM-FILE.
         01 PARM-RECORD.
            88 PARM-END         VALUE LOW-VALUE.
            05 PARM-TEXT         PIC X(40).

         FD MST-FILE.
         01 MST-RECORD.
            88 MST-END          VALUE LOW-VALUE.
            05 MST-HAND          PIC X(5).
            05 FILLER            PIC X.
            05 MST-BID           PIC 9999.
            05 FILLER            PIC X.
            05 MST-UPD-DATE      PIC 9(8).

      *
      *    AN ITEM AWAITING APPROVAL - THE DATE IT WAS HELD, THE
      *    OPERATOR WHO KEYED IT, THE BID ON THE MASTER WHEN IT WAS
      *    HELD, AND THE TRANSACTION ITSELF.
      *
         FD PEND-FILE.
         01 PEND-RECORD.
            88 PEND-END         VALUE LOW-VALUE.
            05 PND-DATE          PIC 9(8).
            05 FILLER            PIC X.
            05 PND-OPER          PIC X(8).
            05 FILLER            PIC X.
            05 PND-OLD-BID       PIC 9999.
            05 FILLER            PIC X.
            05 PND-TEXT          PIC X(12).

         FD REL-FILE.
         01 REL-RECORD.
            88 REL-END          VALUE LOW-VALUE.
            05 REL-TEXT          PIC X(12).

         FD AUDIT-FILE.
         01 AUDIT-RECORD.
            05 AUD-DATE          PIC 9(8).
            05 FILLER            PIC X VALUE SPACE.
            05 AUD-ACTION        PIC X.
            05 FILLER            PIC X VALUE SPACE.
            05 AUD-HAND          PIC X(5).
            05 FILLER            PIC X VALUE SPACE.
            05 AUD-OLD-BID       PIC ZZZ9.
            05 FILLER            PIC X VALUE SPACE.
            05 AUD-NEW-BID       PIC ZZZ9.
            05 FILLER            PIC X VALUE SPACE.
            05 AUD-RESULT        PIC X(35).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         01 WS-TXN-STATUS        PIC XX.
         01 WS-SUSP-STATUS       PIC XX.
         01 WS-PARM-STATUS       PIC XX.
         01 WS-MST-STATUS        PIC XX.
         01 WS-PEND-STATUS       PIC XX.
         01 WS-REL-STATUS        PIC XX.
         01 WS-AUDIT-STATUS      PIC XX.

         01 WS-RUN-DATE          PIC 9(8).

               10 WS-C-DATE      PIC 9(8).
               10 WS-C-REASON    PIC X(30).
               10 WS-C-BAD       PIC 9.
               10 WS-C-RELEASED  PIC 9.
               10 WS-C-HELD      PIC 9.
               10 WS-C-OLD-BID   PIC 9999.

         01 WS-TXN-PARSED.
            05 WS-T-ACTION       PIC X.
         01 WS-CLEAN-COUNT       PIC 9(4) VALUE 0.
         01 WS-SUSP-COUNT        PIC 9(4) VALUE 0.
         01 WS-REPRESENT-COUNT   PIC 9(4) VALUE 0.
         01 WS-RELEASED-COUNT    PIC 9(4) VALUE 0.
         01 WS-HELD-COUNT        PIC 9(4) VALUE 0.

      *
      *    DUAL-CONTROL LIMIT, THE MASTER BIDS A REPLACE IS MEASURED
      *    AGAINST, AND THE HANDS ALREADY AWAITING APPROVAL.
      *
         01 WS-OPERATOR          PIC X(8).
         01 WS-APR-LIMIT         PIC 9999 VALUE 0.
         01 SW-LIMIT-SET         PIC 9 VALUE 0.
            88 LIMIT-SET               VALUE 1.
         01 WS-PARM-KEY          PIC X(10).
         01 WS-PARM-VALUE        PIC X(10).

         01 WS-MST-COUNT         PIC 9(4) VALUE 0.
         01 WS-MST-TABLE.
            05 WS-MST-ENTRY OCCURS 2000.
               10 WS-M-HAND      PIC X(5).
               10 WS-M-BID       PIC 9999.

         01 WS-PEND-COUNT        PIC 9(4) VALUE 0.
         01 WS-PEND-TABLE.
            05 WS-PEND-HAND      PIC X(5) OCCURS 2000.
         01 SW-TABLE-FULL        PIC 9 VALUE 0.
            88 CONTROL-TABLE-FULL      VALUE 1.

         01 WS-BID-VALUE         PIC 9999.
         01 WS-BID-DIGIT         PIC 9.
         01 WS-BID-CHAR REDEFINES WS-BID-DIGIT PIC X.
         01 WS-BID-CHANGE        PIC 9999.
         77 MX                   PIC 9(4).

         77 TX                   PIC 9(4).
         77 TX2                  PIC 9(4).
                         ==PFX-SUB== BY =='/day07'==.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            MOVE SPACES TO WS-OPERATOR
            ACCEPT WS-OPERATOR FROM ENVIRONMENT 'DAYOPID'

            PERFORM LOAD-APPROVAL-LIMIT
            PERFORM LOAD-MASTER-BIDS
            PERFORM LOAD-PENDING-HANDS
            IF CONTROL-TABLE-FULL
               DISPLAY 'DAY07EDT NOTHING EDITED - HANDTXN, TXNSUSP AND '
                       'HANDREL LEFT AS THEY ARE; DO NOT RUN DAY07LGR'
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF

            PERFORM LOAD-RELEASED-ITEMS
            MOVE WS-CAND-COUNT TO WS-RELEASED-COUNT
            PERFORM LOAD-PRIOR-SUSPENSE
            COMPUTE WS-REPRESENT-COUNT = WS-CAND-COUNT
                                       - WS-RELEASED-COUNT
            PERFORM LOAD-TONIGHT-TRANSACTIONS

            PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > WS-CAND-COUNT
               PERFORM EDIT-ONE-TRANSACTION
               PERFORM CHECK-DUAL-CONTROL
            END-PERFORM

            PERFORM REWRITE-TXN-AND-SUSPENSE

            DISPLAY 'DAY07EDT ' WS-CAND-COUNT ' TRANSACTIONS EDITED '
                    '(' WS-REPRESENT-COUNT ' RE-PRESENTED FROM '
                    'SUSPENSE, ' WS-RELEASED-COUNT ' RELEASED FROM '
                    'APPROVAL), ' WS-CLEAN-COUNT ' CLEAN, '
                    WS-SUSP-COUNT ' PARKED IN TXNSUSP, '
                    WS-HELD-COUNT ' HELD IN HANDPEND'
            IF WS-SUSP-COUNT > 0
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE

            STOP RUN.

         LOAD-APPROVAL-LIMIT SECTION.
            OPEN INPUT PARM-FILE
            IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'DAY07EDT WARNING - NO APRPARM ON FILE; BID '
                       'CHANGES PASS WITHOUT SECOND APPROVAL'
            ELSE
               READ PARM-FILE
                  AT END SET PARM-END TO TRUE
               END-READ
               PERFORM UNTIL PARM-END
                  IF PARM-TEXT NOT = SPACES
                  AND PARM-TEXT(1:1) NOT = '*'
                     MOVE SPACES TO WS-PARM-KEY WS-PARM-VALUE
                     UNSTRING PARM-TEXT
                        DELIMITED BY ALL SPACE
                        INTO WS-PARM-KEY, WS-PARM-VALUE
                     END-UNSTRING
                     IF WS-PARM-KEY = 'LIMIT'
                        MOVE WS-PARM-VALUE(1:4) TO WS-T-BID
                        PERFORM CONVERT-BID
                        MOVE WS-BID-VALUE TO WS-APR-LIMIT
                        SET LIMIT-SET TO TRUE
                     END-IF
                  END-IF
                  READ PARM-FILE
                     AT END SET PARM-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE PARM-FILE
               IF NOT LIMIT-SET
                  DISPLAY 'DAY07EDT WARNING - NO LIMIT LINE IN '
                          'APRPARM; BID CHANGES PASS WITHOUT '
                          'SECOND APPROVAL'
               END-IF
            END-IF
            .

         LOAD-MASTER-BIDS SECTION.
            OPEN INPUT MST-FILE
            IF WS-MST-STATUS = '00'
               READ MST-FILE
                  AT END SET MST-END TO TRUE
               END-READ
               PERFORM UNTIL MST-END
                  IF WS-MST-COUNT < 2000
                     ADD 1 TO WS-MST-COUNT
                     MOVE MST-HAND TO WS-M-HAND(WS-MST-COUNT)
                     MOVE MST-BID  TO WS-M-BID(WS-MST-COUNT)
                     READ MST-FILE
                        AT END SET MST-END TO TRUE
                     END-READ
                  ELSE
                     DISPLAY 'DAY07EDT MASTER BID TABLE FULL AT 2000 '
                             'HANDS'
                     SET CONTROL-TABLE-FULL TO TRUE
                     SET MST-END TO TRUE
                  END-IF
               END-PERFORM
               CLOSE MST-FILE
            END-IF
            .

         LOAD-PENDING-HANDS SECTION.
            OPEN INPUT PEND-FILE
            IF WS-PEND-STATUS = '00'
               READ PEND-FILE
                  AT END SET PEND-END TO TRUE
               END-READ
               PERFORM UNTIL PEND-END
                  EVALUATE TRUE
                     WHEN PND-TEXT = SPACES
                        CONTINUE
                     WHEN WS-PEND-COUNT >= 2000
                        DISPLAY 'DAY07EDT PENDING TABLE FULL AT 2000 '
                                'ITEMS'
                        SET CONTROL-TABLE-FULL TO TRUE
                     WHEN OTHER
                        ADD 1 TO WS-PEND-COUNT
                        MOVE PND-TEXT(3:5)
                           TO WS-PEND-HAND(WS-PEND-COUNT)
                  END-EVALUATE
                  IF CONTROL-TABLE-FULL
                     SET PEND-END TO TRUE
                  ELSE
                     READ PEND-FILE
                        AT END SET PEND-END TO TRUE
                     END-READ
                  END-IF
               END-PERFORM
               CLOSE PEND-FILE
            END-IF
            .

      *
      *    ITEMS DAY07APR RELEASED SINCE THE LAST EDIT. THEY ARE
      *    TAKEN ONCE - HANDREL IS EMPTIED WHEN HANDTXN IS REWRITTEN.
      *
         LOAD-RELEASED-ITEMS SECTION.
            OPEN INPUT REL-FILE
            IF WS-REL-STATUS = '00'
               READ REL-FILE
                  AT END SET REL-END TO TRUE
               END-READ
               PERFORM UNTIL REL-END
                  IF REL-TEXT NOT = SPACES
                  AND WS-CAND-COUNT < 2000
                     ADD 1 TO WS-CAND-COUNT
                     MOVE REL-TEXT    TO WS-C-TEXT(WS-CAND-COUNT)
                     MOVE WS-RUN-DATE TO WS-C-DATE(WS-CAND-COUNT)
                     MOVE SPACES      TO WS-C-REASON(WS-CAND-COUNT)
                     MOVE 0           TO WS-C-BAD(WS-CAND-COUNT)
                     MOVE 1           TO WS-C-RELEASED(WS-CAND-COUNT)
                     MOVE 0           TO WS-C-HELD(WS-CAND-COUNT)
                  END-IF
                  READ REL-FILE
                     AT END SET REL-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE REL-FILE
            END-IF
            .

         LOAD-PRIOR-SUSPENSE SECTION.
            OPEN INPUT SUSP-FILE
            IF WS-SUSP-STATUS = '00'
                     MOVE SUS-DATE TO WS-C-DATE(WS-CAND-COUNT)
                     MOVE SPACES   TO WS-C-REASON(WS-CAND-COUNT)
                     MOVE 0        TO WS-C-BAD(WS-CAND-COUNT)
                     MOVE 0        TO WS-C-RELEASED(WS-CAND-COUNT)
                     MOVE 0        TO WS-C-HELD(WS-CAND-COUNT)
                  END-IF
                  READ SUSP-FILE
                     AT END SET SUSP-END TO TRUE
                     MOVE WS-RUN-DATE TO WS-C-DATE(WS-CAND-COUNT)
                     MOVE SPACES      TO WS-C-REASON(WS-CAND-COUNT)
                     MOVE 0           TO WS-C-BAD(WS-CAND-COUNT)
                     MOVE 0           TO WS-C-RELEASED(WS-CAND-COUNT)
                     MOVE 0           TO WS-C-HELD(WS-CAND-COUNT)
                  END-IF
               END-IF
               IF NOT TXN-END
                  END-IF
               END-PERFORM
            END-IF

            IF WS-C-BAD(TX) = 0
               PERFORM VARYING TX2 FROM 1 BY 1
                           UNTIL TX2 > WS-PEND-COUNT
                  IF WS-PEND-HAND(TX2) = WS-T-HAND
                     MOVE 'HAND HAS ITEM AWAITING APPROVAL'
                        TO WS-C-REASON(TX)
                     MOVE 1 TO WS-C-BAD(TX)
                     COMPUTE TX2 = WS-PEND-COUNT
                  END-IF
               END-PERFORM
            END-IF
            .

      *
      *    A CLEAN ADD OR REPLACE NOT ALREADY RELEASED IS HELD FOR
      *    A SECOND OPERATOR WHEN THE BID IT SETS (ADD) OR THE MOVE
      *    IT MAKES FROM THE MASTER BID (REPLACE) EXCEEDS THE LIMIT.
      *    A REPLACE FOR A HAND NOT ON THE MASTER IS MEASURED FROM
      *    ZERO - DAY07LGR WILL REJECT IT ANYWAY.
      *
         CHECK-DUAL-CONTROL SECTION.
            IF WS-C-BAD(TX) = 0
            AND WS-C-RELEASED(TX) = 0
            AND LIMIT-SET
            AND (WS-T-ACTION = 'A' OR WS-T-ACTION = 'R')
               PERFORM CONVERT-BID
               MOVE 0 TO WS-C-OLD-BID(TX)
               IF WS-T-ACTION = 'R'
                  PERFORM VARYING MX FROM 1 BY 1
                              UNTIL MX > WS-MST-COUNT
                     IF WS-M-HAND(MX) = WS-T-HAND
                        MOVE WS-M-BID(MX) TO WS-C-OLD-BID(TX)
                        COMPUTE MX = WS-MST-COUNT
                     END-IF
                  END-PERFORM
               END-IF
               IF WS-BID-VALUE > WS-C-OLD-BID(TX)
                  COMPUTE WS-BID-CHANGE = WS-BID-VALUE
                                        - WS-C-OLD-BID(TX)
               ELSE
                  COMPUTE WS-BID-CHANGE = WS-C-OLD-BID(TX)
                                        - WS-BID-VALUE
               END-IF
               IF WS-BID-CHANGE > WS-APR-LIMIT
                  MOVE 1 TO WS-C-HELD(TX)
               END-IF
            END-IF
            .

         CONVERT-BID SECTION.
            MOVE 0 TO WS-BID-VALUE
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 4
               MOVE WS-T-BID(CX:1) TO WS-BID-CHAR
               IF WS-BID-CHAR NUMERIC
                  COMPUTE WS-BID-VALUE =
                     WS-BID-VALUE * 10 + WS-BID-DIGIT
               END-IF
            END-PERFORM
            .

      *
      *    THE CLEAN TRANSACTIONS GO BACK OVER HANDTXN FOR DAY07LGR
      *    TO APPLY UNCHANGED; THE FAILURES BECOME THE NEW SUSPENSE
      *    FILE, READY FOR CORRECTION AND RE-PRESENTATION. HELD
      *    ITEMS ARE ADDED TO HANDPEND AND AUDITED; HANDREL HAS BEEN
      *    CONSUMED AND IS EMPTIED.
      *
         REWRITE-TXN-AND-SUSPENSE SECTION.
            OPEN OUTPUT TXN-FILE
            OPEN OUTPUT SUSP-FILE
            PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > WS-CAND-COUNT
               IF WS-C-BAD(TX) = 0 AND WS-C-HELD(TX) = 1
                  PERFORM HOLD-FOR-APPROVAL
               END-IF
               IF WS-C-BAD(TX) = 0 AND WS-C-HELD(TX) = 0
                  MOVE WS-C-TEXT(TX) TO TXN-TEXT
                  WRITE TXN-RECORD
                  ADD 1 TO WS-CLEAN-COUNT
               END-IF
               IF WS-C-BAD(TX) = 1
                  MOVE SPACES          TO SUSP-RECORD
                  MOVE WS-C-DATE(TX)   TO SUS-DATE
                  MOVE WS-C-REASON(TX) TO SUS-REASON
            END-PERFORM
            CLOSE TXN-FILE
            CLOSE SUSP-FILE
            IF WS-HELD-COUNT > 0
               CLOSE PEND-FILE
               CLOSE AUDIT-FILE
            END-IF
            OPEN OUTPUT REL-FILE
            CLOSE REL-FILE
            .

         HOLD-FOR-APPROVAL SECTION.
            IF WS-HELD-COUNT = 0
               OPEN EXTEND PEND-FILE
               IF WS-PEND-STATUS NOT = '00'
                  OPEN OUTPUT PEND-FILE
               END-IF
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-STATUS NOT = '00'
                  OPEN OUTPUT AUDIT-FILE
               END-IF
            END-IF
            ADD 1 TO WS-HELD-COUNT

            MOVE WS-C-TEXT(TX) TO WS-TXN-PARSED
            PERFORM CONVERT-BID

            MOVE SPACES           TO PEND-RECORD
            MOVE WS-RUN-DATE      TO PND-DATE
            MOVE WS-OPERATOR      TO PND-OPER
            MOVE WS-C-OLD-BID(TX) TO PND-OLD-BID
            MOVE WS-C-TEXT(TX)    TO PND-TEXT
            WRITE PEND-RECORD

            MOVE SPACES           TO AUDIT-RECORD
            MOVE WS-RUN-DATE      TO AUD-DATE
            MOVE WS-T-ACTION      TO AUD-ACTION
            MOVE WS-T-HAND        TO AUD-HAND
            MOVE WS-C-OLD-BID(TX) TO AUD-OLD-BID
            MOVE WS-BID-VALUE     TO AUD-NEW-BID
            STRING 'HELD FOR APPROVAL - KEYED ' WS-OPERATOR
               DELIMITED BY SIZE INTO AUD-RESULT
            END-STRING
            WRITE AUDIT-RECORD

            DISPLAY 'DAY07EDT HELD ' WS-C-TEXT(TX) ' - BID CHANGE '
                    'OVER ' WS-APR-LIMIT ', AWAITING APPROVAL'
            .
