           05 STAT-RUN-TIMESTAMP   PIC X(14).
           05 STAT-SEARCH-COUNT    PIC 9(08).
           05 STAT-ELAPSED-CS      PIC 9(08).
      * SEARCHES IN THE RUN ANSWERED FROM THE NIGHTLY RESULT-CACHE.
      * RECORDS WRITTEN BEFORE THE FIELD EXISTED READ BACK BLANK.
           05 STAT-CACHE-HITS      PIC 9(08).
