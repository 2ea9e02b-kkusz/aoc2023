      *    STAMPS THE DATE, TIME, AND SUITE RUN-ID AND APPENDS AN
      *    UNACKNOWLEDGED RECORD TO THE SHARED ../ALERTS FILE THAT
      *    THE SHOP'S PAGING POLLER WATCHES. DAY00ACK MARKS AN ALERT
      *    HANDLED. AN ALERT ABOUT ONE DRIVER STEP ENDS WITH THE
      *    STEP NAME (DAY03/DAY03P2) AS ITS LAST WORD, SO DAY00ALR
      *    CAN ADD THAT STEP'S RUN-BOOK REFERENCE TO THE RECORD.
      *
       01 WS-ALERT-LINE         PIC X(80).
