      * (cycle, step) pair is the one that counts. Browsed each
      * morning through RUN-STATUS-REPORT. The nightly chain runs:
      * CATALOG-BACKUP, CATALOG-CRAWLER, DUP-SWEEP, WORD-INDEXER,
      * RESULT-CACHE, RECON-REPORT, DIRECTORY-REPORT, QUERY-ALERTS,
      * DICT-PROPOSE, QUERYLOG-REPORT, TRAFFIC-SCREEN,
      * EOD-HOUSEKEEP.
       01 RUNC-RECORD.
           05 RUNC-CYCLE-DATE      PIC 9(08).
