           05 CAT-URL              PIC X(80).
           05 CAT-TITLE            PIC X(60).
           05 CAT-KEYWORDS         PIC X(200).
      * "Q" IS QUARANTINED: THE CRAWLER FOUND A POLICY-TERMS WORD IN
      * THE TITLE OR KEYWORDS AND THE ENTRY WAITS IN POLICY-QUEUE FOR
      * AN OPERATOR. EVERY READER THAT SKIPS BLOCKED ENTRIES SKIPS
      * QUARANTINED ONES TOO; POLICY-REVIEW MOVES THEM TO "N" OR "Y".
           05 CAT-BLOCKED-FLAG     PIC X(01) VALUE "N".
               88 CAT-IS-BLOCKED          VALUE "Y".
               88 CAT-IS-NOT-BLOCKED      VALUE "N".
               88 CAT-IS-QUARANTINED      VALUE "Q".
           05 CAT-LAST-CRAWLED     PIC X(14).
      * WHERE THE ENTRY CAME FROM: SEED ROWS ARE SUBJECT TO THE
      * CRAWLER'S FULL-SYNC RETIREMENT SWEEP, OPERATOR-ADDED
