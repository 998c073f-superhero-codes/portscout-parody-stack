      *                    STATS NEVER GETS PURGED, SO WITHOUT A
      *                    CUTOFF THE "WEEKLY" REPORT WAS REALLY AN
      *                    ALL-TIME CUMULATIVE ONE.
      *   2026-10-14  JH   CACHE HIT RATE: SEARCHES ANSWERED FROM THE
      *                    NIGHTLY RESULT-CACHE, AND THEIR SHARE OF
      *                    ALL SEARCHES, PRINTED UNDER THE TOTAL.
      *                    RUNS LOGGED BEFORE THE FIELD EXISTED
      *                    COUNT AS NO HITS.
      *--------------------------------------------------------------
      *
      * STATS-REPORT READS THE STATS FILE, WHICH HOLDS ONE RECORD
           88  STATS-EOF                    VALUE "Y".
       77  WS-RUN-COUNT             PIC 9(08) VALUE 0 COMP.
       77  WS-TOTAL-SEARCHES        PIC 9(08) VALUE 0 COMP.
       77  WS-TOTAL-CACHE-HITS      PIC 9(08) VALUE 0 COMP.
       77  WS-CACHE-HIT-PCT         PIC 9(03) VALUE 0.
       77  WS-TOTAL-ELAPSED-CS      PIC 9(10) VALUE 0 COMP.
       77  WS-MIN-ELAPSED-CS        PIC 9(08) VALUE 0 COMP.
       77  WS-MAX-ELAPSED-CS        PIC 9(08) VALUE 0 COMP.
       2100-ACCUMULATE.
           ADD 1 TO WS-RUN-COUNT.
           ADD STAT-SEARCH-COUNT TO WS-TOTAL-SEARCHES.
           IF STAT-CACHE-HITS NUMERIC
               ADD STAT-CACHE-HITS TO WS-TOTAL-CACHE-HITS
           END-IF.
           ADD STAT-ELAPSED-CS TO WS-TOTAL-ELAPSED-CS.
           IF FIRST-RECORD
               MOVE STAT-ELAPSED-CS TO WS-MIN-ELAPSED-CS
               COMPUTE WS-AVG-ELAPSED-CS =
                   WS-TOTAL-ELAPSED-CS / WS-RUN-COUNT
           END-IF.
           IF WS-TOTAL-SEARCHES > 0
               COMPUTE WS-CACHE-HIT-PCT =
                   WS-TOTAL-CACHE-HITS * 100 / WS-TOTAL-SEARCHES
           END-IF.
           DISPLAY " ".
           DISPLAY "========================================".
           DISPLAY " WEEKLY CAPACITY REPORT".
           DISPLAY "========================================".
           DISPLAY " RUNS RECORDED (7 DAYS). " WS-RUN-COUNT.
           DISPLAY " TOTAL SEARCHES ........ " WS-TOTAL-SEARCHES.
           DISPLAY " ANSWERED FROM CACHE ... " WS-TOTAL-CACHE-HITS.
           DISPLAY " CACHE HIT RATE (%) .... " WS-CACHE-HIT-PCT.
           DISPLAY " AVG RESPONSE (CS) ..... " WS-AVG-ELAPSED-CS.
           DISPLAY " MIN RESPONSE (CS) ..... " WS-MIN-ELAPSED-CS.
           DISPLAY " MAX RESPONSE (CS) ..... " WS-MAX-ELAPSED-CS.
