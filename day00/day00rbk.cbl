         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY00RBK.

      *
      *    SHARED RUN-BOOK LOOKUP. WHEN A STEP FAILED AT NIGHT THE
      *    ON-CALL OPERATOR HAD TO RING WHOEVER KNEW THAT STEP TO
      *    FIND OUT WHETHER IT COULD SIMPLY BE RERUN, WHAT HAD TO BE
      *    PUT BACK FIRST, AND WHO OWNED IT. THE ANSWERS ARE NOW
      *    WRITTEN DOWN IN THE RUNBOOK TABLE, KEYED BY STEP AND
      *    RETURN CODE, AND THIS MODULE (RBKDAT.CPY) FINDS THE ONE
      *    THAT APPLIES. DAY00DRV PRINTS IT ON THE RUN SHEET UNDER
      *    THE FAILED STEP AND DAY00ALR PUTS ITS REFERENCE ON THE
      *    PAGED ALERT.
      *
      *    RUNBOOK LINES ARE 'STEP RC REF RERUN RESTORE CONTACT
      *    TEXT' - SEE THE TABLE'S OWN HEADING. THE TABLE IS
      *    ../day00/RUNBOOK, WHICH RESOLVES FROM DAY00 AND FROM
      *    EVERY DAY DIRECTORY ALIKE, AND IS READ ONCE PER RUN. NO
      *    TABLE, EVERY FAILURE A GAP.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT RBK-FILE ASSIGN TO "../day00/RUNBOOK"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RBK-STATUS.

         DATA DIVISION.

         FILE SECTION.
         FD RBK-FILE.
         01 RBK-RECORD.
            88 RBK-END           VALUE LOW-VALUE.
            05 RBK-LINE          PIC X(120).

         WORKING-STORAGE SECTION.

         01 WS-RBK-STATUS        PIC XX.

         01 SW-LOADED            PIC 9 VALUE 0.
            88 RUNBOOK-LOADED          VALUE 1.

         01 WS-ENTRY-COUNT       PIC 999 VALUE 0.
         01 WS-ENTRY-TABLE.
            05 WS-RB-ENTRY OCCURS 100.
               10 WS-RB-STEP     PIC X(8).
               10 WS-RB-RC-ANY   PIC X.
                  88 RB-ANY-RC         VALUE 'Y'.
               10 WS-RB-RC       PIC 9(4).
               10 WS-RB-REF      PIC X(8).
               10 WS-RB-RERUN    PIC X.
               10 WS-RB-RESTORE  PIC X(20).
               10 WS-RB-CONTACT  PIC X(12).
               10 WS-RB-TEXT     PIC X(80).

      *
      *    ONE RUNBOOK LINE TAKEN APART.
      *
         01 WS-T-STEP            PIC X(10).
         01 WS-T-RC              PIC X(6).
         01 WS-T-REF             PIC X(10).
         01 WS-T-RERUN           PIC X(3).
         01 WS-T-RESTORE         PIC X(22).
         01 WS-T-CONTACT         PIC X(14).
         01 WS-T-PTR             PIC 999.
         01 WS-T-RC-VALUE        PIC 9(4).
         01 WS-T-DIGIT           PIC 9.
         01 SW-T-RC              PIC 9.
            88 T-RC-GOOD               VALUE 1.
            88 T-RC-BAD                VALUE 0.

         01 WS-ASK-STEP          PIC X(8).
         01 WS-RANK              PIC 9.
         01 WS-BEST-RANK         PIC 9.
         01 WS-BEST-RX           PIC 999.

         01 WS-LOWER             PIC X(26)
             VALUE 'abcdefghijklmnopqrstuvwxyz'.
         01 WS-UPPER             PIC X(26)
             VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *
      *    THE CALLER'S RETURN CODE IS SAVED ON ENTRY AND HANDED BACK
      *    ON EXIT, AS DAY00LOG DOES, SO A LOOKUP NEVER DISTURBS IT.
      *
         01 WS-SAVED-RC          PIC S9(9).

         77 RX                   PIC 999.
         77 CX                   PIC 9.

         LINKAGE SECTION.

         01 LN-RUNBOOK-CHECK.
            05 LN-RBK-STEP       PIC X(8).
            05 LN-RBK-RC         PIC 9(4).
            05 LN-RBK-RESULT     PIC 9.
               88 LN-RUNBOOK-FOUND     VALUE 1.
               88 LN-RUNBOOK-GAP       VALUE 0.
            05 LN-RBK-REF        PIC X(8).
            05 LN-RBK-RERUN      PIC X.
            05 LN-RBK-RESTORE    PIC X(20).
            05 LN-RBK-CONTACT    PIC X(12).
            05 LN-RBK-TEXT       PIC X(80).

         PROCEDURE DIVISION USING LN-RUNBOOK-CHECK.
            MOVE RETURN-CODE TO WS-SAVED-RC
            IF NOT RUNBOOK-LOADED
               PERFORM LOAD-RUNBOOK
               SET RUNBOOK-LOADED TO TRUE
            END-IF

            SET LN-RUNBOOK-GAP TO TRUE
            MOVE SPACES TO LN-RBK-REF, LN-RBK-RERUN, LN-RBK-RESTORE,
                           LN-RBK-CONTACT, LN-RBK-TEXT
            MOVE LN-RBK-STEP TO WS-ASK-STEP
            INSPECT WS-ASK-STEP CONVERTING WS-LOWER TO WS-UPPER

            MOVE 0 TO WS-BEST-RANK
            MOVE 0 TO WS-BEST-RX
            PERFORM VARYING RX FROM 1 BY 1
                    UNTIL RX > WS-ENTRY-COUNT OR WS-BEST-RANK = 4
               MOVE 0 TO WS-RANK
               EVALUATE TRUE
                  WHEN WS-RB-STEP(RX) = WS-ASK-STEP
                  AND NOT RB-ANY-RC(RX)
                  AND WS-RB-RC(RX) = LN-RBK-RC
                     MOVE 4 TO WS-RANK
                  WHEN WS-RB-STEP(RX) = WS-ASK-STEP
                  AND RB-ANY-RC(RX)
                     MOVE 3 TO WS-RANK
                  WHEN WS-RB-STEP(RX) = 'ANY'
                  AND NOT RB-ANY-RC(RX)
                  AND WS-RB-RC(RX) = LN-RBK-RC
                     MOVE 2 TO WS-RANK
                  WHEN WS-RB-STEP(RX) = 'ANY'
                  AND RB-ANY-RC(RX)
                     MOVE 1 TO WS-RANK
               END-EVALUATE
               IF WS-RANK > WS-BEST-RANK
                  MOVE WS-RANK TO WS-BEST-RANK
                  MOVE RX TO WS-BEST-RX
               END-IF
            END-PERFORM

            IF WS-BEST-RX > 0
               SET LN-RUNBOOK-FOUND TO TRUE
               MOVE WS-RB-REF(WS-BEST-RX)     TO LN-RBK-REF
               MOVE WS-RB-RERUN(WS-BEST-RX)   TO LN-RBK-RERUN
               MOVE WS-RB-RESTORE(WS-BEST-RX) TO LN-RBK-RESTORE
               MOVE WS-RB-CONTACT(WS-BEST-RX) TO LN-RBK-CONTACT
               MOVE WS-RB-TEXT(WS-BEST-RX)    TO LN-RBK-TEXT
            END-IF

            MOVE WS-SAVED-RC TO RETURN-CODE
            GOBACK.

         LOAD-RUNBOOK SECTION.
            OPEN INPUT RBK-FILE
            IF WS-RBK-STATUS = '00'
               READ RBK-FILE
                  AT END SET RBK-END TO TRUE
               END-READ
               PERFORM UNTIL RBK-END
                  IF RBK-LINE(1:1) NOT = '*'
                  AND RBK-LINE NOT = SPACES
                     PERFORM TAKE-RUNBOOK-LINE
                  END-IF
                  READ RBK-FILE
                     AT END SET RBK-END TO TRUE
                  END-READ
               END-PERFORM
               CLOSE RBK-FILE
            END-IF
            .

      *
      *    A LINE THAT DOES NOT TAKE APART CLEANLY IS LEFT OUT WITH
      *    A NOTE - DAY00PRM REJECTS SUCH A LINE AT CHECK-IN, SO
      *    ONE HERE MEANS THE TABLE WAS EDITED IN PLACE.
      *
         TAKE-RUNBOOK-LINE SECTION.
            MOVE SPACES TO WS-T-STEP, WS-T-RC, WS-T-REF, WS-T-RERUN,
                           WS-T-RESTORE, WS-T-CONTACT
            MOVE 1 TO WS-T-PTR
            UNSTRING RBK-LINE DELIMITED BY ALL SPACE
               INTO WS-T-STEP, WS-T-RC, WS-T-REF, WS-T-RERUN,
                    WS-T-RESTORE, WS-T-CONTACT
               WITH POINTER WS-T-PTR
            END-UNSTRING

            SET T-RC-GOOD TO TRUE
            MOVE 0 TO WS-T-RC-VALUE
            INSPECT WS-T-RC CONVERTING WS-LOWER TO WS-UPPER
            IF WS-T-RC NOT = 'ANY'
               IF WS-T-RC(5:2) NOT = SPACES OR WS-T-RC = SPACES
                  SET T-RC-BAD TO TRUE
               END-IF
               PERFORM VARYING CX FROM 1 BY 1
                       UNTIL CX > 4 OR WS-T-RC(CX:1) = SPACE
                  IF WS-T-RC(CX:1) NUMERIC
                     MOVE WS-T-RC(CX:1) TO WS-T-DIGIT
                     COMPUTE WS-T-RC-VALUE =
                        WS-T-RC-VALUE * 10 + WS-T-DIGIT
                  ELSE
                     SET T-RC-BAD TO TRUE
                  END-IF
               END-PERFORM
            END-IF

            EVALUATE TRUE
               WHEN WS-T-CONTACT = SPACES
               OR T-RC-BAD
               OR WS-T-STEP(9:2) NOT = SPACES
                  DISPLAY 'DAY00RBK WARNING - RUNBOOK LINE NOT '
                          'LOADED: ' RBK-LINE(1:50)
               WHEN WS-ENTRY-COUNT >= 100
                  DISPLAY 'DAY00RBK WARNING - RUNBOOK TABLE FULL AT '
                          '100; ' WS-T-REF ' NOT LOADED'
               WHEN OTHER
                  ADD 1 TO WS-ENTRY-COUNT
                  MOVE WS-ENTRY-COUNT TO RX
                  MOVE WS-T-STEP TO WS-RB-STEP(RX)
                  INSPECT WS-RB-STEP(RX)
                     CONVERTING WS-LOWER TO WS-UPPER
                  IF WS-T-RC = 'ANY'
                     MOVE 'Y' TO WS-RB-RC-ANY(RX)
                  ELSE
                     MOVE 'N' TO WS-RB-RC-ANY(RX)
                  END-IF
                  MOVE WS-T-RC-VALUE TO WS-RB-RC(RX)
                  MOVE WS-T-REF      TO WS-RB-REF(RX)
                  MOVE WS-T-RERUN    TO WS-RB-RERUN(RX)
                  MOVE WS-T-RESTORE  TO WS-RB-RESTORE(RX)
                  MOVE WS-T-CONTACT  TO WS-RB-CONTACT(RX)
                  MOVE SPACES TO WS-RB-TEXT(RX)
                  IF WS-T-PTR <= 120
                     MOVE RBK-LINE(WS-T-PTR:) TO WS-RB-TEXT(RX)
                  END-IF
            END-EVALUATE
            .
