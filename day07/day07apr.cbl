         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY07APR.

      *
      *    SECOND-OPERATOR APPROVAL OF HELD BID CHANGES FOR THE
      *    DAY07 HAND LEDGER. DAY07EDT HOLDS EVERY ADD OR REPLACE
      *    WHOSE BID MOVES BY MORE THAN THE APRPARM LIMIT IN THE
      *    HANDPEND PENDING-APPROVAL FILE, STAMPED WITH THE OPERATOR
      *    WHO KEYED IT. THIS UTILITY LISTS WHAT IS WAITING AND THEN
      *    APPLIES THE APPROVER'S DECISIONS FROM APRDEC, ONE PER
      *    LINE (* COMMENTS):
      *       RELEASE HHHHH   PASS THE HELD ITEM ON TO THE LEDGER
      *       REJECT  HHHHH   DISCARD IT
      *    ONLY AN OPERATOR GRANTED DAY07APR IN AUTHTAB MAY RUN IT,
      *    AND A DECISION ON AN ITEM THE SIGNED-ON OPERATOR KEYED
      *    THEMSELVES IS REFUSED - THE ITEM STAYS HELD FOR SOMEONE
      *    ELSE. A RELEASED ITEM IS APPENDED TO HANDREL, WHICH
      *    DAY07EDT PASSES TO DAY07LGR ON ITS NEXT RUN WITHOUT
      *    HOLDING IT AGAIN. EVERY RELEASE, REJECTION AND REFUSAL IS
      *    RECORDED IN LGRAUDIT BESIDE THE HOLD ITSELF, NAMING THE
      *    APPROVER. HANDPEND IS REWRITTEN WITH WHATEVER IS STILL
      *    WAITING AND APRDEC IS EMPTIED SO NO DECISION IS APPLIED
      *    TWICE. A REFUSED OR UNMATCHED DECISION ENDS WITH RETURN
      *    CODE 4. A HANDPEND TOO BIG FOR THE 2000-ITEM TABLE ENDS
      *    WITH RETURN CODE 8 BEFORE ANY DECISION IS APPLIED, SO NO
      *    HELD ITEM IS DROPPED BY THE REWRITE AND APRDEC IS KEPT.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT PEND-FILE ASSIGN TO HANDPEND
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PEND-STATUS.

            SELECT DEC-FILE ASSIGN TO APRDEC
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEC-STATUS.

            SELECT REL-FILE ASSIGN TO HANDREL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REL-STATUS.

            SELECT AUDIT-FILE ASSIGN TO LGRAUDIT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

         DATA DIVISION.

         FILE SECTION.
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

         FD DEC-FILE.
         01 DEC-RECORD.
            88 DEC-END          VALUE LOW-VALUE.
            05 DEC-TEXT          PIC X(40).

         FD REL-FILE.
         01 REL-RECORD.
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

         01 WS-PEND-STATUS       PIC XX.
         01 WS-DEC-STATUS        PIC XX.
         01 WS-REL-STATUS        PIC XX.
         01 WS-AUDIT-STATUS      PIC XX.

      *
      *    RELEASING A BID CHANGE IS THE SECOND HALF OF A DUAL
      *    CONTROL - ONLY AN OPERATOR GRANTED DAY07APR IN AUTHTAB
      *    MAY RUN IT.
      *
         01 WS-AUTH-PGM          PIC X(8) VALUE 'DAY07APR'.
         01 WS-AUTH-FLAG         PIC 9 VALUE 0.
            88 OPERATOR-AUTHORIZED     VALUE 1.

         01 WS-RUN-DATE          PIC 9(8).
         01 WS-OPERATOR          PIC X(8).

         01 WS-PEND-COUNT        PIC 9(4) VALUE 0.
         01 SW-PEND-FULL         PIC 9 VALUE 0.
            88 PEND-TABLE-FULL         VALUE 1.
         01 WS-PEND-TABLE.
            05 WS-PEND-ENTRY OCCURS 2000.
               10 WS-P-DATE      PIC 9(8).
               10 WS-P-OPER      PIC X(8).
               10 WS-P-OLD-BID   PIC 9999.
               10 WS-P-TEXT      PIC X(12).
               10 WS-P-DONE      PIC 9.

         01 WS-TXN-PARSED.
            05 WS-T-ACTION       PIC X.
            05 FILLER            PIC X.
            05 WS-T-HAND         PIC X(5).
            05 FILLER            PIC X.
            05 WS-T-BID          PIC X(4).

         01 WS-DEC-VERB          PIC X(10).
         01 WS-DEC-HAND          PIC X(10).

         01 WS-BID-VALUE         PIC 9999.
         01 WS-BID-DIGIT         PIC 9.
         01 WS-BID-CHAR REDEFINES WS-BID-DIGIT PIC X.

         01 WS-FOUND-AT          PIC 9(4).
         01 WS-DEC-COUNT         PIC 9(4) VALUE 0.
         01 WS-RELEASE-COUNT     PIC 9(4) VALUE 0.
         01 WS-REJECT-COUNT      PIC 9(4) VALUE 0.
         01 WS-REFUSED-COUNT     PIC 9(4) VALUE 0.
         01 WS-WAITING-COUNT     PIC 9(4) VALUE 0.

         77 PX                   PIC 9(4).
         77 CX                   PIC 9.

         PROCEDURE DIVISION.
            COPY "PFXCHDIR.CPY"
               REPLACING ==PFX-PGM== BY =='DAY07APR'==
                         ==PFX-SUB== BY =='/day07'==.

            CALL 'DAY00AUT' USING WS-AUTH-PGM, WS-AUTH-FLAG
            END-CALL
            IF NOT OPERATOR-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            MOVE SPACES TO WS-OPERATOR
            ACCEPT WS-OPERATOR FROM ENVIRONMENT 'DAYOPID'

            PERFORM LOAD-PENDING
            IF PEND-TABLE-FULL
               DISPLAY 'DAY07APR NO DECISION APPLIED - HANDPEND AND '
                       'APRDEC LEFT AS THEY ARE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM APPLY-DECISIONS
            PERFORM REWRITE-PENDING

            DISPLAY 'DAY07APR ' WS-DEC-COUNT ' DECISIONS READ, '
                    WS-RELEASE-COUNT ' RELEASED, '
                    WS-REJECT-COUNT ' REJECTED, '
                    WS-REFUSED-COUNT ' REFUSED; '
                    WS-WAITING-COUNT ' STILL AWAITING APPROVAL'
            IF WS-REFUSED-COUNT > 0
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF

            STOP RUN.

         LOAD-PENDING SECTION.
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
                        DISPLAY 'DAY07APR PENDING TABLE FULL AT 2000 '
                                'ITEMS - HANDPEND NOT REWRITTEN'
                        SET PEND-TABLE-FULL TO TRUE
                     WHEN OTHER
                        ADD 1 TO WS-PEND-COUNT
                        MOVE PND-DATE    TO WS-P-DATE(WS-PEND-COUNT)
                        MOVE PND-OPER    TO WS-P-OPER(WS-PEND-COUNT)
                        MOVE PND-OLD-BID TO WS-P-OLD-BID(WS-PEND-COUNT)
                        MOVE PND-TEXT    TO WS-P-TEXT(WS-PEND-COUNT)
                        MOVE 0           TO WS-P-DONE(WS-PEND-COUNT)
                        DISPLAY 'DAY07APR AWAITING ' PND-TEXT
                                ' HELD ' PND-DATE ' KEYED BY '
                                PND-OPER ' (BID WAS ' PND-OLD-BID ')'
                  END-EVALUATE
                  IF PEND-TABLE-FULL
                     SET PEND-END TO TRUE
                  ELSE
                     READ PEND-FILE
                        AT END SET PEND-END TO TRUE
                     END-READ
                  END-IF
               END-PERFORM
               CLOSE PEND-FILE
            END-IF
            IF WS-PEND-COUNT = 0
               DISPLAY 'DAY07APR NOTHING AWAITING APPROVAL'
            END-IF
            .

         APPLY-DECISIONS SECTION.
            OPEN INPUT DEC-FILE
            IF WS-DEC-STATUS NOT = '00'
               DISPLAY 'DAY07APR NO APRDEC ON FILE - LISTING ONLY'
            ELSE
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-STATUS NOT = '00'
                  OPEN OUTPUT AUDIT-FILE
               END-IF
               OPEN EXTEND REL-FILE
               IF WS-REL-STATUS NOT = '00'
                  OPEN OUTPUT REL-FILE
               END-IF

               READ DEC-FILE
                  AT END SET DEC-END TO TRUE
               END-READ
               PERFORM UNTIL DEC-END
                  IF DEC-TEXT NOT = SPACES
                  AND DEC-TEXT(1:1) NOT = '*'
                     ADD 1 TO WS-DEC-COUNT
                     PERFORM APPLY-ONE-DECISION
                  END-IF
                  READ DEC-FILE
                     AT END SET DEC-END TO TRUE
                  END-READ
               END-PERFORM

               CLOSE DEC-FILE
               CLOSE AUDIT-FILE
               CLOSE REL-FILE
               OPEN OUTPUT DEC-FILE
               CLOSE DEC-FILE
            END-IF
            .

         APPLY-ONE-DECISION SECTION.
            MOVE SPACES TO WS-DEC-VERB WS-DEC-HAND
            UNSTRING DEC-TEXT
               DELIMITED BY ALL SPACE
               INTO WS-DEC-VERB, WS-DEC-HAND
            END-UNSTRING

            MOVE 0 TO WS-FOUND-AT
            PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PEND-COUNT
               IF WS-P-DONE(PX) = 0
               AND WS-P-TEXT(PX)(3:5) = WS-DEC-HAND(1:5)
                  MOVE PX TO WS-FOUND-AT
                  COMPUTE PX = WS-PEND-COUNT
               END-IF
            END-PERFORM

            IF WS-FOUND-AT = 0
               DISPLAY 'DAY07APR DECISION REFUSED - ' DEC-TEXT
                       ' - NO HELD ITEM FOR THAT HAND'
               ADD 1 TO WS-REFUSED-COUNT
            ELSE
               MOVE WS-P-TEXT(WS-FOUND-AT) TO WS-TXN-PARSED
               PERFORM CONVERT-BID
               MOVE SPACES        TO AUDIT-RECORD
               MOVE WS-RUN-DATE   TO AUD-DATE
               MOVE WS-T-ACTION   TO AUD-ACTION
               MOVE WS-T-HAND     TO AUD-HAND
               MOVE WS-P-OLD-BID(WS-FOUND-AT) TO AUD-OLD-BID
               MOVE WS-BID-VALUE  TO AUD-NEW-BID

               EVALUATE TRUE
                  WHEN WS-P-OPER(WS-FOUND-AT) = WS-OPERATOR
                     STRING 'REFUSED - SAME OPERATOR '
                            WS-OPERATOR
                        DELIMITED BY SIZE INTO AUD-RESULT
                     END-STRING
                     ADD 1 TO WS-REFUSED-COUNT
                     DISPLAY 'DAY07APR DECISION REFUSED - '
                             WS-P-TEXT(WS-FOUND-AT)
                             ' WAS KEYED BY ' WS-OPERATOR
                             '; A SECOND OPERATOR MUST DECIDE'
                  WHEN WS-DEC-VERB = 'RELEASE'
                     STRING 'APPROVED - RELEASED BY ' WS-OPERATOR
                        DELIMITED BY SIZE INTO AUD-RESULT
                     END-STRING
                     MOVE WS-P-TEXT(WS-FOUND-AT) TO REL-TEXT
                     WRITE REL-RECORD
                     MOVE 1 TO WS-P-DONE(WS-FOUND-AT)
                     ADD 1 TO WS-RELEASE-COUNT
                  WHEN WS-DEC-VERB = 'REJECT'
                     STRING 'APPROVAL REJECTED BY ' WS-OPERATOR
                        DELIMITED BY SIZE INTO AUD-RESULT
                     END-STRING
                     MOVE 1 TO WS-P-DONE(WS-FOUND-AT)
                     ADD 1 TO WS-REJECT-COUNT
                  WHEN OTHER
                     STRING 'APPROVAL REFUSED - UNKNOWN DECISION'
                        DELIMITED BY SIZE INTO AUD-RESULT
                     END-STRING
                     ADD 1 TO WS-REFUSED-COUNT
                     DISPLAY 'DAY07APR DECISION REFUSED - '
                             DEC-TEXT ' - NOT RELEASE OR REJECT'
               END-EVALUATE
               WRITE AUDIT-RECORD
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

         REWRITE-PENDING SECTION.
            OPEN OUTPUT PEND-FILE
            PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PEND-COUNT
               IF WS-P-DONE(PX) = 0
                  MOVE SPACES           TO PEND-RECORD
                  MOVE WS-P-DATE(PX)    TO PND-DATE
                  MOVE WS-P-OPER(PX)    TO PND-OPER
                  MOVE WS-P-OLD-BID(PX) TO PND-OLD-BID
                  MOVE WS-P-TEXT(PX)    TO PND-TEXT
                  WRITE PEND-RECORD
                  ADD 1 TO WS-WAITING-COUNT
               END-IF
            END-PERFORM
            CLOSE PEND-FILE
            .
