         IDENTIFICATION DIVISION.
         PROGRAM-ID. DAY00ACL.

      *
      *    SHARED ACCESS-LOG APPENDER. SIGN-ON AND AUTHTAB CONTROL WHO
      *    MAY RUN THE DESTRUCTIVE UTILITIES, BUT THE INQUIRIES COULD
      *    BE RUN BY ANYONE AND NOTHING RECORDED WHO LOOKED AT WHAT -
      *    AND THE CARD DESK'S BID AND WINNINGS FIGURES ARE AMONG
      *    THEM. EVERY INQUIRY UTILITY NOW CALLS THIS MODULE WITH ITS
      *    NAME, THE KEY OR RANGE IT WAS ASKED FOR, AND THE NUMBER OF
      *    RECORDS IT RETURNED (ACCDAT.CPY), AND THE ACCESS IS
      *    APPENDED TO THE SHARED ../ACCLOG FILE STAMPED WITH THE
      *    DATE, TIME, AND SIGNED-ON OPERATOR (DAYOPID). DAY00ACR
      *    REPORTS THE MONTH'S LOG BY OPERATOR AND BY PROGRAM.
      *

         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT ACC-FILE ASSIGN TO "../ACCLOG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ACC-STATUS.

         DATA DIVISION.

         FILE SECTION.
         FD ACC-FILE.
         COPY "ACCREC.CPY".

         WORKING-STORAGE SECTION.

         01 WS-ACC-STATUS        PIC XX.

         01 WS-ACC-DATE          PIC 9(8).
         01 WS-ACC-TIME-RAW      PIC 9(8).
         01 WS-ACC-TIME-X REDEFINES WS-ACC-TIME-RAW PIC X(8).
         01 WS-ACC-OPERATOR      PIC X(8).

      *
      *    THE CALLER'S RETURN CODE IS SAVED ON ENTRY AND HANDED BACK
      *    ON EXIT, AS DAY00LOG DOES, SO LOGGING AN ACCESS NEVER
      *    DISTURBS IT.
      *
         01 WS-SAVED-RC          PIC S9(9).

         LINKAGE SECTION.

         01 LN-ACCESS-ENTRY.
            05 LN-ACC-PROGRAM    PIC X(8).
            05 LN-ACC-KEY        PIC X(40).
            05 LN-ACC-RETURNED   PIC 9(7).

         PROCEDURE DIVISION USING LN-ACCESS-ENTRY.
            MOVE RETURN-CODE TO WS-SAVED-RC
            ACCEPT WS-ACC-DATE FROM DATE YYYYMMDD
            ACCEPT WS-ACC-TIME-RAW FROM TIME
            MOVE SPACES TO WS-ACC-OPERATOR
            ACCEPT WS-ACC-OPERATOR FROM ENVIRONMENT 'DAYOPID'

            OPEN EXTEND ACC-FILE
            IF WS-ACC-STATUS NOT = '00'
               OPEN OUTPUT ACC-FILE
            END-IF
            MOVE SPACES            TO ACC-RECORD
            MOVE WS-ACC-DATE       TO ACC-DATE
            MOVE WS-ACC-TIME-X(1:6) TO ACC-TIME
            MOVE WS-ACC-OPERATOR   TO ACC-OPERATOR
            MOVE LN-ACC-PROGRAM    TO ACC-PROGRAM
            MOVE LN-ACC-RETURNED   TO ACC-RETURNED
            MOVE LN-ACC-KEY        TO ACC-KEY
            WRITE ACC-RECORD
            CLOSE ACC-FILE

            MOVE WS-SAVED-RC TO RETURN-CODE
            GOBACK.
