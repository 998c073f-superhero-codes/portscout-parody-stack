      *                    SEE THE LIVE WINDOW AND ALL WEEK-OVER-
      *                    WEEK VISIBILITY WAS ANSWERED FROM
      *                    MEMORY EVERY MONDAY.
      *   2026-10-06  JH   QUERYLOG ARCHIVE LAYOUT FOLLOWS QLOGREC
      *                    OUT TO THE SESSION AND SIGN-ON IDS.
      *                    GENERATIONS CUT BEFORE THEN READ BACK
      *                    WITH THOSE FIELDS BLANK.
      *   2026-10-14  JH   STATS ARCHIVE LAYOUT FOLLOWS STATREC OUT
      *                    TO THE RESULT-CACHE HIT COUNT.
      *--------------------------------------------------------------
      *
      * TREND-REPORT TAKES A DATE RANGE (UP TO 62 DAYS, SO A WEEK OR
           05  QARCH-TIMESTAMP      PIC X(14).
           05  QARCH-QUERY          PIC X(80).
           05  QARCH-RESULT-COUNT   PIC 9(08).
           05  QARCH-SESSION-ID     PIC X(16).
           05  QARCH-SIGNON-ID      PIC X(08).

       FD  STATS.
           COPY STATREC.
           05  SARCH-TIMESTAMP      PIC X(14).
           05  SARCH-SEARCH-COUNT   PIC 9(08).
           05  SARCH-ELAPSED-CS     PIC 9(08).
           05  SARCH-CACHE-HITS     PIC 9(08).

       FD  QUERY-EXTRACT.
       01  QEXT-RECORD.
