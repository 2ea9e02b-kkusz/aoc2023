      *    RANGE WITHOUT A CHECKPOINT RECORD INSTEAD OF STARTING THE
      *    WHOLE SWEEP OVER. A RUN THAT COMPLETES NORMALLY EMPTIES
      *    CKPTFILE SO THE NEXT NIGHT STARTS FRESH.
      *
      *    CLIP-ALL-STAGES WORKS OUT EVERY LOCATION INTERVAL EACH
      *    SEED RANGE LANDS IN, BUT ONLY THE MINIMUM USED TO SURVIVE.
      *    WHEN THE LOCRANGE ENVIRONMENT VARIABLE NAMES A FILE, EVERY
      *    RESULTING INTERVAL IS ALSO WRITTEN THERE - THE ORIGINATING
      *    SEED RANGE'S START AND LENGTH, THE LOCATION INTERVAL'S
      *    START AND END, AND ITS POPULATION - UNDER A *RUN STAMP,
      *    CLOSED BY A *TRL RECORD CARRYING THE INTERVAL COUNT, THE
      *    POPULATION TOTAL, AND THE TOTAL SEED-RANGE LENGTH. THE
      *    TWO TOTALS MUST AGREE - THAT PROVES THE CLIPPING LOST
      *    NOTHING - AND A MISMATCH ENDS WITH RETURN CODE 4 AND AN
      *    EXCLOG LINE. A RESTARTED SWEEP RE-FOOTS THE INTERVALS
      *    ALREADY WRITTEN BEFORE THE CANCEL AND APPENDS THE REST; A
      *    QUIESCED SWEEP LEAVES THE FILE WITHOUT ITS TRAILER, SO A
      *    READER CAN TELL IT IS INCOMPLETE.
      *

         ENVIRONMENT DIVISION.
            SELECT RT-FILE ASSIGN TO DYNAMIC WS-RT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT LOC-FILE ASSIGN TO DYNAMIC WS-LOC-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOC-STATUS.

         DATA DIVISION.
         FILE SECTION.
         FD INPUT-FILE.
            05 FILLER            PIC X.
            05 CKP-BEST          PIC 9(10).

         FD LOC-FILE.
         01 LOC-RECORD.
            88 LOC-END          VALUE LOW-VALUE.
            05 LOC-SEED-START    PIC 9(10).
            05 FILLER            PIC X.
            05 LOC-SEED-LEN      PIC 9(10).
            05 FILLER            PIC X.
            05 LOC-START         PIC 9(10).
            05 FILLER            PIC X.
            05 LOC-END-VALUE     PIC 9(10).
            05 FILLER            PIC X.
            05 LOC-POPULATION    PIC 9(10).
         01 LOC-TRAILER.
            05 LOC-TRL-TAG       PIC X(5).
            05 LOC-TRL-COUNT     PIC 9(9).
            05 FILLER            PIC X.
            05 LOC-TRL-POP       PIC 9(15).
            05 FILLER            PIC X.
            05 LOC-TRL-SEED      PIC 9(15).

         WORKING-STORAGE SECTION.

         COPY "EXCLOG.CPY".
         01 WS-IN-COUNT            PIC 9(7) VALUE 0.
         01 WS-OUT-COUNT           PIC 9(7) VALUE 0.

      *
      *    LOCATION-INTERVAL EXTRACT - BLANK NAME MEANS NOT WANTED.
      *
         COPY "RUNSTMP.CPY".
         01 WS-LOC-FILENAME        PIC X(100) VALUE SPACES.
         01 WS-LOC-STATUS          PIC XX.
         01 SW-LOC-EXTRACT         PIC 9 VALUE 0.
            88 LOC-EXTRACT-ON            VALUE 1.
         01 WS-LOC-COUNT           PIC 9(9) VALUE 0.
         01 WS-LOC-POP-TOTAL       PIC 9(15) VALUE 0.
         01 WS-LOC-SEED-TOTAL      PIC 9(15) VALUE 0.

      *
      *    REGRESSION TEST - CHECKED-IN ALMANAC SAMPLE SO DAY05P2
      *    CAN BE VERIFIED AGAINST A KNOWN ANSWER AFTER ANY CHANGE,
            END-PERFORM

            PERFORM READ-CHECKPOINT
            PERFORM OPEN-LOCATION-EXTRACT

            OPEN EXTEND CKPT-FILE
            IF WS-CKPT-STATUS NOT = '00'
                  IF WS-RANGE-START(RIX) < WS-LOWEST-LOCA
                     MOVE WS-RANGE-START(RIX) TO WS-LOWEST-LOCA
                  END-IF
                  IF LOC-EXTRACT-ON
                     PERFORM WRITE-LOCATION-INTERVAL
                  END-IF
               END-PERFORM

               PERFORM WRITE-CHECKPOINT
            END-PERFORM
            CLOSE CKPT-FILE

            IF LOC-EXTRACT-ON
               CLOSE LOC-FILE
            END-IF

            IF QUIESCE-REQUESTED
               DISPLAY 'DAY05P2 OPERATOR STOP FILE HONORED - '
                       'SWEEP QUIESCED; RERUN RESUMES AT RANGE '

            PERFORM RESET-CHECKPOINT

            IF LOC-EXTRACT-ON
               PERFORM CLOSE-LOCATION-EXTRACT
            END-IF

            IF WS-RANGE-DROPPED > 0 OR WS-PEND-DROPPED > 0
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
            END-IF
            .

      *
      *    A FRESH SWEEP STARTS THE EXTRACT OVER UNDER A NEW STAMP;
      *    A RESTARTED ONE RE-FOOTS THE INTERVALS THE CANCELLED RUN
      *    ALREADY WROTE AND CARRIES ON APPENDING. THE SEED-RANGE
      *    TOTAL ALWAYS COVERS EVERY INPUT RANGE.
      *
         OPEN-LOCATION-EXTRACT SECTION.
            MOVE 0 TO SW-LOC-EXTRACT
            MOVE 0 TO WS-LOC-COUNT
            MOVE 0 TO WS-LOC-POP-TOTAL
            MOVE 0 TO WS-LOC-SEED-TOTAL
            MOVE SPACES TO WS-LOC-FILENAME
            ACCEPT WS-LOC-FILENAME FROM ENVIRONMENT 'LOCRANGE'
            IF WS-LOC-FILENAME NOT = SPACES
               SET LOC-EXTRACT-ON TO TRUE
               PERFORM VARYING RIX FROM 1 BY 1
                       UNTIL RIX > WS-INP-RANGE-COUNT
                  COMPUTE WS-LOC-SEED-TOTAL = WS-LOC-SEED-TOTAL
                     + WS-INP-RANGE-END(RIX)
                     - WS-INP-RANGE-START(RIX) + 1
               END-PERFORM

               IF WS-RESUME-FROM > 1
                  OPEN INPUT LOC-FILE
                  IF WS-LOC-STATUS = '00'
                     READ LOC-FILE
                        AT END SET LOC-END TO TRUE
                     END-READ
                     PERFORM UNTIL LOC-END
                        IF LOC-RECORD(1:1) NOT = '*'
                           ADD 1 TO WS-LOC-COUNT
                           ADD LOC-POPULATION TO WS-LOC-POP-TOTAL
                        END-IF
                        READ LOC-FILE
                           AT END SET LOC-END TO TRUE
                        END-READ
                     END-PERFORM
                     CLOSE LOC-FILE
                  END-IF
                  OPEN EXTEND LOC-FILE
                  IF WS-LOC-STATUS NOT = '00'
                     OPEN OUTPUT LOC-FILE
                  END-IF
               ELSE
                  COPY "RUNSTMPP.CPY".
                  OPEN OUTPUT LOC-FILE
                  MOVE WS-RUN-STAMP TO LOC-RECORD
                  WRITE LOC-RECORD
               END-IF
            END-IF
            .

         WRITE-LOCATION-INTERVAL SECTION.
            MOVE SPACES TO LOC-RECORD
            MOVE WS-INP-RANGE-START(WS-CUR-RANGE) TO LOC-SEED-START
            COMPUTE LOC-SEED-LEN = WS-INP-RANGE-END(WS-CUR-RANGE)
                                 - WS-INP-RANGE-START(WS-CUR-RANGE) + 1
            MOVE WS-RANGE-START(RIX) TO LOC-START
            MOVE WS-RANGE-END(RIX)   TO LOC-END-VALUE
            COMPUTE LOC-POPULATION = WS-RANGE-END(RIX)
                                   - WS-RANGE-START(RIX) + 1
            WRITE LOC-RECORD
            ADD 1 TO WS-LOC-COUNT
            ADD LOC-POPULATION TO WS-LOC-POP-TOTAL
            .

         CLOSE-LOCATION-EXTRACT SECTION.
            OPEN EXTEND LOC-FILE
            MOVE SPACES            TO LOC-TRAILER
            MOVE '*TRL '           TO LOC-TRL-TAG
            MOVE WS-LOC-COUNT      TO LOC-TRL-COUNT
            MOVE WS-LOC-POP-TOTAL  TO LOC-TRL-POP
            MOVE WS-LOC-SEED-TOTAL TO LOC-TRL-SEED
            WRITE LOC-TRAILER
            CLOSE LOC-FILE
            IF WS-LOC-POP-TOTAL = WS-LOC-SEED-TOTAL
               DISPLAY 'DAY05P2 LOCRANGE ' WS-LOC-COUNT
                       ' INTERVALS, POPULATION BALANCES TO SEED '
                       'RANGES ' WS-LOC-SEED-TOTAL
            ELSE
               DISPLAY 'DAY05P2 WARNING - LOCRANGE POPULATION '
                       WS-LOC-POP-TOTAL ' DOES NOT EQUAL SEED-RANGE '
                       'TOTAL ' WS-LOC-SEED-TOTAL
               MOVE SPACES TO WS-EXCLOG-LINE
               STRING 'DAY05P2 W LOCRANGE POPULATION '
                      WS-LOC-POP-TOTAL ' NOT = SEED TOTAL '
                      WS-LOC-SEED-TOTAL
                  DELIMITED BY SIZE INTO WS-EXCLOG-LINE
               END-STRING
               CALL 'DAY00LOG' USING WS-EXCLOG-LINE
               END-CALL
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF
            .

      *
      *    THE SAFE POINT - BETWEEN SEED RANGES, WITH THE CHECKPOINT
      *    AND HEARTBEAT FOR THE FINISHED RANGE ALREADY ON DISK.
