      * RCACHREC - record layout for the RESULT-CACHE file (INDEXED,
      * KEYED ON RCACHE-QUERY). Rebuilt every night by the
      * RESULT-CACHE step from the highest-volume queries in the
      * QUERYLOG window: one record per normalized query (upper
      * case, single spaces, no leading blanks) holding its ranked
      * organic results exactly as SEARCH-CATALOG would produce
      * them. ALTAVISTA-BABY answers the organic part of a matching
      * query from here and still runs the sponsored placements and
      * the account gate live. CATALOG-MAINT deletes any record
      * holding a URL it blocks, deletes, or re-titles, so the
      * online search falls back to the live path for that query
      * until the next rebuild.
       01 RCACHE-RECORD.
           05 RCACHE-QUERY         PIC X(80).
           05 RCACHE-BUILT         PIC X(14).
      * EVERY ORGANIC MATCH THE QUERY HAD, THOUGH ONLY THE TOP
      * RCACHE-ENTRY-COUNT ARE KEPT - THE SAME 100 ALTAVISTA-BABY
      * RETAINS.
           05 RCACHE-MATCH-COUNT   PIC 9(08).
           05 RCACHE-ENTRY-COUNT   PIC 9(03).
           05 RCACHE-ENTRY OCCURS 100 TIMES.
               10 RCACHE-URL          PIC X(80).
               10 RCACHE-TITLE        PIC X(60).
               10 RCACHE-SCORE        PIC 9(04).
