      *                    TONIGHT'S CYCLE - THE GENERATION CUT
      *                    MUST NEVER RUN AHEAD OF THE REPORTING
      *                    THAT READS THE LIVE WINDOW.
      *   2026-09-29  JH   PREDECESSOR IS NOW TRAFFIC-SCREEN, THE
      *                    NEW INVALID-TRAFFIC STEP THAT RUNS AFTER
      *                    QUERYLOG-REPORT.
      *   2026-10-06  JH   QUERYLOG ARCHIVE AND KEEP RECORDS WIDENED
      *                    TO CARRY THE SESSION ID AND SIGN-ON ID
      *                    NOW STAMPED ON EVERY QUERY.
      *   2026-10-14  JH   STATS ARCHIVE AND KEEP RECORDS WIDENED TO
      *                    CARRY THE RESULT-CACHE HIT COUNT NOW
      *                    WRITTEN ON EVERY STATS RECORD.
      *--------------------------------------------------------------
      *
      * EOD-HOUSEKEEP RUNS AS THE LAST STEP OF THE END-OF-DAY BATCH.
           COPY QLOGREC.

       FD  QLOG-ARCHIVE.
       01  QARCH-RECORD             PIC X(126).

       FD  QLOG-KEEP.
       01  QKEEP-RECORD             PIC X(126).

       FD  STATS.
           COPY STATREC.

       FD  STAT-ARCHIVE.
       01  SARCH-RECORD             PIC X(38).

       FD  STAT-KEEP.
       01  SKEEP-RECORD             PIC X(38).

       FD  RUN-CONTROL.
           COPY RUNCREC.
       77  WS-RUNC-WRITE-STATE      PIC X(08) VALUE SPACES.
       77  WS-THIS-STEP             PIC X(16) VALUE "EOD-HOUSEKEEP".
       77  WS-PRED-STEP             PIC X(16)
                                    VALUE "TRAFFIC-SCREEN".
       77  WS-PRED-STATE            PIC X(08) VALUE SPACES.
       77  WS-CHAIN-OPENER          PIC X(16)
                                    VALUE "CATALOG-BACKUP".
