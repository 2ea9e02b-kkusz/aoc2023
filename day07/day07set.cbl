      *    PAYOUT HISTORY LIVES NEXT TO THE BID HISTORY. A HAND ON
      *    THE MASTER THAT NEVER RANKED, OR A RANKED HAND MISSING
      *    FROM THE MASTER, IS CALLED OUT ON THE STATEMENT.
      *
      *    THE WINNINGS USED TO BE RE-KEYED INTO THE PAYMENTS SYSTEM
      *    BY HAND. WHEN THE PAYPARM PARAMETER TABLE NAMES THE RULE
      *    THE DESK HAS CHOSEN ('RULE STANDARD' OR 'RULE JOKER',
      *    OPTIONALLY 'VALUE-DATE CCYYMMDD' - THE RUN DATE
      *    OTHERWISE; * COMMENTS), THIS STEP ALSO WRITES THE FIXED-
      *    LAYOUT PAYOUT INSTRUCTION FILE PAYINST: A HEADER WITH THE
      *    SUITE RUN-ID AND VALUE DATE, ONE INSTRUCTION PER HAND
      *    WITH WINNINGS UNDER THAT RULE, AND A TRAILER WITH THE
      *    INSTRUCTION COUNT AND AMOUNT. EVERY INSTRUCTION IS
      *    RECORDED AGAINST ITS HAND IN LGRAUDIT (ACTION P, 'PAID
      *    RUN NNNNNN' AND THE AMOUNT), AND A HAND ALREADY PAID
      *    UNDER THE SAME RUN-ID IS NEVER INSTRUCTED AGAIN - A RERUN
      *    PAYS ONLY WHAT THE FIRST RUN DID NOT. THE TRAILER AMOUNT
      *    PLUS WHAT WAS ALREADY PAID MUST AGREE WITH THE RULE'S WON
      *    LINE READ BACK FROM SETLTOT; IF IT DOES NOT, THE FILE IS
      *    MARKED UNBALANCED IN ITS TRAILER, THE BREAK IS LOGGED TO
      *    EXCLOG AND THE RUN ENDS WITH RETURN CODE 8 SO THE FILE IS
      *    NOT SENT. THE PAID EVENTS ARE HELD UNTIL THE FILE IS
      *    PROVED AND WRITTEN ONLY FOR A BALANCED FILE, SO THE
      *    CORRECTED RERUN INSTRUCTS EVERY HAND AGAIN. WITH NO
      *    PAYPARM NO PAYOUT FILE IS WRITTEN, AND NONE IS WRITTEN
      *    OUTSIDE THE DRIVER EITHER - A RUN WITHOUT A SUITE RUN-ID
      *    HAS NO RUN-ID TO KEEP ITS PAYMENTS APART FROM ANOTHER'S.
      *
      *    PAYINST LAYOUT (80 BYTES, NO SEPARATORS):
      *       H RUNID(6) VALUE-DATE(8) RULE(8) CREATED(8)
      *       D RUNID(6) HAND(5) AMOUNT(12) VALUE-DATE(8) RULE(1)
      *       T RUNID(6) COUNT(7) AMOUNT(15) BALANCED(1) Y/N
      *

         ENVIRONMENT DIVISION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

            SELECT PARM-FILE ASSIGN TO PAYPARM
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.

            SELECT PAY-FILE ASSIGN TO PAYINST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAY-STATUS.

            SELECT TOTIN-FILE ASSIGN TO SETLTOT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TOTIN-STATUS.

         DATA DIVISION.

         FILE SECTION.
            05 FILLER            PIC X VALUE SPACE.
            05 AUD-RESULT        PIC X(35).

         FD PARM-FILE.
         01 PARM-RECORD.
            88 PARM-END         VALUE LOW-VALUE.
            05 PARM-TEXT         PIC X(40).

         FD PAY-FILE.
         01 PAY-HEADER.
            05 PAY-H-TYPE        PIC X.
            05 PAY-H-RUNID       PIC 9(6).
            05 PAY-H-VALUE-DATE  PIC 9(8).
            05 PAY-H-RULE        PIC X(8).
            05 PAY-H-CREATED     PIC 9(8).
            05 FILLER            PIC X(49).
         01 PAY-DETAIL.
            05 PAY-D-TYPE        PIC X.
            05 PAY-D-RUNID       PIC 9(6).
            05 PAY-D-HAND        PIC X(5).
            05 PAY-D-AMOUNT      PIC 9(12).
            05 PAY-D-VALUE-DATE  PIC 9(8).
            05 PAY-D-RULE        PIC X.
            05 FILLER            PIC X(47).
         01 PAY-TRAILER.
            05 PAY-T-TYPE        PIC X.
            05 PAY-T-RUNID       PIC 9(6).
            05 PAY-T-COUNT       PIC 9(7).
            05 PAY-T-AMOUNT      PIC 9(15).
            05 PAY-T-BALANCED    PIC X.
            05 FILLER            PIC X(50).

         FD TOTIN-FILE.
         01 TOTIN-RECORD.
            88 TOTIN-END        VALUE LOW-VALUE.
            05 TOTIN-LABEL       PIC X(15).
            05 TOTIN-VALUE       PIC 9(12).
            05 FILLER            PIC X(53).

         WORKING-STORAGE SECTION.

         COPY "PFXDAT.CPY".

         COPY "RUNSTMP.CPY".
         COPY "EXCLOG.CPY".

         01 WS-MST-STATUS        PIC XX.
         01 WS-RANK-STATUS       PIC XX.
         01 WS-LIST-STATUS       PIC XX.
         01 WS-AUDIT-STATUS      PIC XX.
         01 WS-PARM-STATUS       PIC XX.
         01 WS-PAY-STATUS        PIC XX.
         01 WS-TOTIN-STATUS      PIC XX.

         01 WS-RUN-DATE          PIC 9(8).

               10 WS-H-RANKED    PIC 9 OCCURS 2.
               10 WS-H-RANK      PIC 9(10) OCCURS 2.
               10 WS-H-WON       PIC 9(10) OCCURS 2.
               10 WS-H-PAID      PIC 9.
               10 WS-H-INSTRUCTED PIC 9.

         01 WS-FOUND-AT          PIC 9(4).

         01 WS-TOTAL-WON         PIC 9(12) OCCURS 2 VALUE 0.
         01 WS-TOTAL-BID         PIC 9(9) VALUE 0.

      *
      *    PAYOUT INSTRUCTIONS - THE DESK'S RULE, THE VALUE DATE,
      *    AND THE HANDS ALREADY PAID UNDER THIS RUN-ID.
      *
         01 SW-PAYOUT            PIC 9 VALUE 0.
            88 PAYOUT-WANTED           VALUE 1.
         01 SW-AUDIT-EOF         PIC 9 VALUE 0.
            88 AUDIT-EOF               VALUE 1.
         01 WS-PAY-RULE          PIC 9 VALUE 0.
         01 WS-VALUE-DATE        PIC 9(8).
         01 WS-PARM-KEY          PIC X(12).
         01 WS-PARM-VALUE        PIC X(12).
         01 WS-PAID-TAG.
            05 FILLER            PIC X(9) VALUE 'PAID RUN '.
            05 WS-PAID-RUNID     PIC 9(6).
         01 WS-PAY-COUNT         PIC 9(7) VALUE 0.
         01 WS-PAY-AMOUNT        PIC 9(15) VALUE 0.
         01 WS-PRIOR-COUNT       PIC 9(7) VALUE 0.
         01 WS-PRIOR-AMOUNT      PIC 9(15) VALUE 0.
         01 WS-SETL-AMOUNT       PIC 9(15) VALUE 0.
         01 WS-CHECK-AMOUNT      PIC 9(15) VALUE 0.
         01 WS-SETL-LABEL        PIC X(15).

         77 HX                   PIC 9(4).
         77 CX                   PIC 99.

                         ==PFX-SUB== BY =='/day07'==.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            COPY "RUNSTMPP.CPY".

            PERFORM LOAD-MASTER
            IF WS-HAND-COUNT = 0
            PERFORM WRITE-TOTALS-FILE
            PERFORM APPEND-AUDIT-EVENTS

            PERFORM LOAD-PAYOUT-PARMS
            IF PAYOUT-WANTED
               PERFORM LOAD-PRIOR-PAYMENTS
               PERFORM WRITE-PAYOUT-FILE
               PERFORM CHECK-PAYOUT-BALANCE
            END-IF

            DISPLAY 'DAY07SET ' WS-HAND-COUNT ' HANDS SETTLED, '
                    WS-UNRANKED-COUNT ' UNRANKED, '
                    WS-ORPHAN-COUNT ' RANKED BUT NOT ON MASTER'
                     MOVE 0 TO WS-H-RANK(WS-HAND-COUNT, 2)
                     MOVE 0 TO WS-H-WON(WS-HAND-COUNT, 1)
                     MOVE 0 TO WS-H-WON(WS-HAND-COUNT, 2)
                     MOVE 0 TO WS-H-PAID(WS-HAND-COUNT)
                     MOVE 0 TO WS-H-INSTRUCTED(WS-HAND-COUNT)
                     ADD MST-BID TO WS-TOTAL-BID
                     READ MST-FILE
                        AT END SET MST-END TO TRUE
            END-PERFORM
            CLOSE AUDIT-FILE
            .

      *
      *    PAYPARM - WHICH RULE THE DESK PAYS UNDER AND, OPTIONALLY,
      *    THE VALUE DATE. NO PARAMETER TABLE, OR NO RULE IN IT,
      *    MEANS NO PAYOUT FILE TONIGHT.
      *
         LOAD-PAYOUT-PARMS SECTION.
            MOVE WS-RUN-DATE TO WS-VALUE-DATE
            OPEN INPUT PARM-FILE
            IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'DAY07SET NO PAYPARM ON FILE - NO PAYOUT '
                       'INSTRUCTIONS WRITTEN'
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
                     EVALUATE TRUE
                        WHEN WS-PARM-KEY = 'RULE'
                         AND WS-PARM-VALUE(1:8) = WS-RULE-NAME(1)
                           MOVE 1 TO WS-PAY-RULE
                        WHEN WS-PARM-KEY = 'RULE'
                         AND WS-PARM-VALUE(1:8) = WS-RULE-NAME(2)
                           MOVE 2 TO WS-PAY-RULE
                        WHEN WS-PARM-KEY = 'VALUE-DATE'
                         AND WS-PARM-VALUE(1:8) NUMERIC
                           MOVE WS-PARM-VALUE(1:8) TO WS-VALUE-DATE
                        WHEN OTHER
                           DISPLAY 'DAY07SET WARNING - PAYPARM LINE '
                                   'NOT UNDERSTOOD: ' PARM-TEXT
                     END-EVALUATE
                  END-IF
                  READ PARM-FILE
                     AT END SET PARM-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE PARM-FILE
               EVALUATE TRUE
                  WHEN WS-PAY-RULE = 0
                     DISPLAY 'DAY07SET WARNING - PAYPARM NAMES NO '
                             'RULE; NO PAYOUT INSTRUCTIONS WRITTEN'
                     IF RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                     END-IF
                  WHEN WS-STAMP-RUNID = 0
                     DISPLAY 'DAY07SET WARNING - NO SUITE RUN-ID '
                             '(DAYRUNID); NO PAYOUT INSTRUCTIONS '
                             'WRITTEN OUTSIDE THE DRIVER'
                     MOVE SPACES TO WS-EXCLOG-LINE
                     STRING 'DAY07SET W PAYINST NOT WRITTEN - NO '
                            'SUITE RUN-ID TO RECORD PAYMENTS UNDER'
                        DELIMITED BY SIZE INTO WS-EXCLOG-LINE
                     END-STRING
                     CALL 'DAY00LOG' USING WS-EXCLOG-LINE
                     END-CALL
                     IF RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                     END-IF
                  WHEN OTHER
                     SET PAYOUT-WANTED TO TRUE
               END-EVALUATE
            END-IF
            .

      *
      *    EVERY HAND WITH A PAID EVENT FOR THIS RUN-ID ALREADY ON
      *    LGRAUDIT IS MARKED PAID, AND ITS AMOUNT KEPT FOR THE
      *    BALANCE CHECK.
      *
         LOAD-PRIOR-PAYMENTS SECTION.
            MOVE WS-STAMP-RUNID TO WS-PAID-RUNID
            OPEN INPUT AUDIT-FILE
            IF WS-AUDIT-STATUS = '00'
               MOVE 0 TO SW-AUDIT-EOF
               READ AUDIT-FILE
                  AT END SET AUDIT-EOF TO TRUE
               END-READ
               PERFORM UNTIL AUDIT-EOF
                  IF AUD-ACTION = 'P'
                  AND AUD-RESULT(1:15) = WS-PAID-TAG
                     MOVE 0 TO WS-FOUND-AT
                     PERFORM VARYING HX FROM 1 BY 1
                                 UNTIL HX > WS-HAND-COUNT
                        IF WS-H-HAND(HX) = AUD-HAND
                        AND WS-H-PAID(HX) = 0
                           MOVE HX TO WS-FOUND-AT
                           COMPUTE HX = WS-HAND-COUNT
                        END-IF
                     END-PERFORM
                     IF WS-FOUND-AT > 0
                        MOVE 1 TO WS-H-PAID(WS-FOUND-AT)
                        ADD 1 TO WS-PRIOR-COUNT
                        MOVE AUD-RESULT(17:10) TO WS-TOKEN
                        PERFORM CONVERT-TOKEN
                        ADD WS-TOKEN-VALUE TO WS-PRIOR-AMOUNT
                     END-IF
                  END-IF
                  READ AUDIT-FILE
                     AT END SET AUDIT-EOF TO TRUE
                  END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
            END-IF
            IF WS-PRIOR-COUNT > 0
               DISPLAY 'DAY07SET ' WS-PRIOR-COUNT ' HAND(S) ALREADY '
                       'PAID UNDER RUN ' WS-STAMP-RUNID
                       ' - NOT INSTRUCTED AGAIN'
            END-IF
            .

         WRITE-PAYOUT-FILE SECTION.
            OPEN OUTPUT PAY-FILE

            MOVE SPACES                   TO PAY-HEADER
            MOVE 'H'                      TO PAY-H-TYPE
            MOVE WS-STAMP-RUNID           TO PAY-H-RUNID
            MOVE WS-VALUE-DATE            TO PAY-H-VALUE-DATE
            MOVE WS-RULE-NAME(WS-PAY-RULE) TO PAY-H-RULE
            MOVE WS-RUN-DATE              TO PAY-H-CREATED
            WRITE PAY-HEADER

            PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > WS-HAND-COUNT
               IF WS-H-PAID(HX) = 0
               AND WS-H-WON(HX, WS-PAY-RULE) > 0
                  MOVE SPACES          TO PAY-DETAIL
                  MOVE 'D'             TO PAY-D-TYPE
                  MOVE WS-STAMP-RUNID  TO PAY-D-RUNID
                  MOVE WS-H-HAND(HX)   TO PAY-D-HAND
                  MOVE WS-H-WON(HX, WS-PAY-RULE) TO PAY-D-AMOUNT
                  MOVE WS-VALUE-DATE   TO PAY-D-VALUE-DATE
                  MOVE WS-RULE-NAME(WS-PAY-RULE)(1:1) TO PAY-D-RULE
                  WRITE PAY-DETAIL
                  ADD 1 TO WS-PAY-COUNT
                  ADD WS-H-WON(HX, WS-PAY-RULE) TO WS-PAY-AMOUNT
                  MOVE 1 TO WS-H-PAID(HX)
                  MOVE 1 TO WS-H-INSTRUCTED(HX)
               END-IF
            END-PERFORM
            .

      *
      *    THE TRAILER IS WRITTEN ONCE THE INSTRUCTIONS HAVE BEEN
      *    PROVED AGAINST THE RULE'S WON LINE ON SETLTOT.
      *
         CHECK-PAYOUT-BALANCE SECTION.
            IF WS-PAY-RULE = 1
               MOVE 'WON STANDARD   ' TO WS-SETL-LABEL
            ELSE
               MOVE 'WON JOKER      ' TO WS-SETL-LABEL
            END-IF
            MOVE 0 TO WS-SETL-AMOUNT
            OPEN INPUT TOTIN-FILE
            IF WS-TOTIN-STATUS = '00'
               READ TOTIN-FILE
                  AT END SET TOTIN-END TO TRUE
               END-READ
               PERFORM UNTIL TOTIN-END
                  IF TOTIN-LABEL = WS-SETL-LABEL
                     MOVE TOTIN-VALUE TO WS-SETL-AMOUNT
                  END-IF
                  READ TOTIN-FILE
                     AT END SET TOTIN-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE TOTIN-FILE
            END-IF

            COMPUTE WS-CHECK-AMOUNT = WS-PAY-AMOUNT + WS-PRIOR-AMOUNT

            MOVE SPACES          TO PAY-TRAILER
            MOVE 'T'             TO PAY-T-TYPE
            MOVE WS-STAMP-RUNID  TO PAY-T-RUNID
            MOVE WS-PAY-COUNT    TO PAY-T-COUNT
            MOVE WS-PAY-AMOUNT   TO PAY-T-AMOUNT
            IF WS-CHECK-AMOUNT = WS-SETL-AMOUNT
               MOVE 'Y' TO PAY-T-BALANCED
            ELSE
               MOVE 'N' TO PAY-T-BALANCED
            END-IF
            WRITE PAY-TRAILER
            CLOSE PAY-FILE

            DISPLAY 'DAY07SET PAYINST ' WS-PAY-COUNT
                    ' INSTRUCTION(S) FOR ' WS-PAY-AMOUNT ' UNDER THE '
                    WS-RULE-NAME(WS-PAY-RULE) ' RULE, VALUE DATE '
                    WS-VALUE-DATE
            IF WS-CHECK-AMOUNT = WS-SETL-AMOUNT
               PERFORM APPEND-PAID-EVENTS
            ELSE
               DISPLAY 'DAY07SET PAYOUT OUT OF BALANCE - INSTRUCTED '
                       'PLUS ALREADY PAID ' WS-CHECK-AMOUNT
                       ' NOT = SETLTOT ' WS-SETL-AMOUNT
               DISPLAY 'DAY07SET NO HAND RECORDED AS PAID - THE '
                       'CORRECTED RERUN INSTRUCTS THEM ALL AGAIN'
               MOVE SPACES TO WS-EXCLOG-LINE
               STRING 'DAY07SET E PAYINST OUT OF BALANCE '
                      WS-CHECK-AMOUNT ' NOT = SETLTOT '
                      WS-SETL-AMOUNT ' - DO NOT SEND'
                  DELIMITED BY SIZE INTO WS-EXCLOG-LINE
               END-STRING
               CALL 'DAY00LOG' USING WS-EXCLOG-LINE
               END-CALL
               MOVE 8 TO RETURN-CODE
            END-IF
            .

      *
      *    ONE PAID EVENT PER HAND INSTRUCTED IN A BALANCED FILE,
      *    ACTION P, APPENDED TO LGRAUDIT ONLY ONCE THE FILE HAS
      *    BEEN PROVED - AN UNBALANCED FILE IS NOT SENT, SO NONE OF
      *    ITS HANDS HAS BEEN PAID.
      *
         APPEND-PAID-EVENTS SECTION.
            OPEN EXTEND AUDIT-FILE
            IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-FILE
            END-IF
            PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > WS-HAND-COUNT
               IF WS-H-INSTRUCTED(HX) = 1
                  MOVE SPACES        TO AUDIT-RECORD
                  MOVE WS-RUN-DATE   TO AUD-DATE
                  MOVE 'P'           TO AUD-ACTION
                  MOVE WS-H-HAND(HX) TO AUD-HAND
                  MOVE WS-H-BID(HX)  TO AUD-OLD-BID
                  MOVE WS-H-BID(HX)  TO AUD-NEW-BID
                  STRING WS-PAID-TAG ' ' WS-H-WON(HX, WS-PAY-RULE)
                     DELIMITED BY SIZE INTO AUD-RESULT
                  END-STRING
                  WRITE AUDIT-RECORD
               END-IF
            END-PERFORM
            CLOSE AUDIT-FILE
            .
