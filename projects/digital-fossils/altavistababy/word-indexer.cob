      *                    LEAVING THEM OUT MEANT A PAGE UNBLOCKED
      *                    THROUGH CATALOG-MAINT STAYED INVISIBLE
      *                    UNTIL THE NEXT NIGHTLY REBUILD.
      *   2026-10-15  JH   ENTRIES QUARANTINED BY THE CRAWLER'S
      *                    CONTENT-POLICY SCREEN ARE INDEXED LIKE
      *                    BLOCKED ONES AND FILTERED BY THE READERS,
      *                    SO A RELEASE THROUGH POLICY-REVIEW SHOWS
      *                    UP ONLINE AT ONCE. NOTES UPDATED TO SAY
      *                    SO; NO CHANGE TO THE BUILD.
      *--------------------------------------------------------------
      *
      * WORD-INDEXER RUNS AS A BATCH STEP RIGHT AFTER DUP-SWEEP
      * (ITSELF RIGHT AFTER THE CRAWL) AND REBUILDS WORD-INDEX
      * FROM SCRATCH: ONE POSTING PER
      * DISTINCT WORD PER CATALOG ENTRY, KEYED BY WORD THEN URL.
      * BLOCKED, QUARANTINED AND DUPLICATE-FLAGGED ENTRIES ARE
      * INDEXED LIKE ANY OTHER - ALTAVISTA-BABY AND QUERY-ALERTS
      * CHECK THE FLAGS ON THE FETCHED RECORD, SO AN UNBLOCK
      * THROUGH CATALOG-MAINT OR A RELEASE THROUGH POLICY-REVIEW
      * SHOWS UP ONLINE AT ONCE INSTEAD OF AFTER THE NEXT REBUILD.
      * COMMAS IN THE KEYWORD LIST COUNT AS WORD BREAKS.
      *
