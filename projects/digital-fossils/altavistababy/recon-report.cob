      *   2026-09-01  JH   THE RUN IS NOW LEDGERED IN RUN-CONTROL
      *                    AND REFUSES TO START UNLESS WORD-INDEXER
      *                    COMPLETED CLEANLY FOR TONIGHT'S CYCLE.
      *   2026-10-14  JH   PREDECESSOR IS NOW RESULT-CACHE, THE NEW
      *                    POPULAR-QUERY CACHE STEP THAT RUNS AFTER
      *                    WORD-INDEXER.
      *--------------------------------------------------------------
      *
      * RECON-REPORT RUNS AHEAD OF THE ONLINE DAY AND PRINTS AN
       77  WS-STEP-START-TIME       PIC X(14) VALUE SPACES.
       77  WS-RUNC-WRITE-STATE      PIC X(08) VALUE SPACES.
       77  WS-THIS-STEP             PIC X(16) VALUE "RECON-REPORT".
       77  WS-PRED-STEP             PIC X(16) VALUE "RESULT-CACHE".
       77  WS-PRED-STATE            PIC X(08) VALUE SPACES.
       77  WS-CHAIN-OPENER          PIC X(16)
                                    VALUE "CATALOG-BACKUP".
