      *                    OVERNIGHT WAS INVISIBLE UNTIL THE ALERT
      *                    COUNTS CAME OUT GARBAGE. THIS SHOWS THE
      *                    WHOLE CHAIN AT A GLANCE.
      *   2026-09-29  JH   TRAFFIC-SCREEN ADDED TO THE CHAIN BETWEEN
      *                    QUERYLOG-REPORT AND EOD-HOUSEKEEP.
      *   2026-10-12  JH   DIRECTORY-REPORT ADDED TO THE CHAIN
      *                    BETWEEN RECON-REPORT AND QUERY-ALERTS.
      *   2026-10-14  JH   RESULT-CACHE ADDED TO THE CHAIN BETWEEN
      *                    WORD-INDEXER AND RECON-REPORT.
      *--------------------------------------------------------------
      *
      * RUN-STATUS-REPORT TAKES A CYCLE DATE (BLANK = TODAY), SCANS
                                    VALUE "CATALOG-CRAWLER".
           05  FILLER               PIC X(16) VALUE "DUP-SWEEP".
           05  FILLER               PIC X(16) VALUE "WORD-INDEXER".
           05  FILLER               PIC X(16) VALUE "RESULT-CACHE".
           05  FILLER               PIC X(16) VALUE "RECON-REPORT".
           05  FILLER               PIC X(16)
                                    VALUE "DIRECTORY-REPORT".
           05  FILLER               PIC X(16) VALUE "QUERY-ALERTS".
           05  FILLER               PIC X(16) VALUE "DICT-PROPOSE".
           05  FILLER               PIC X(16)
                                    VALUE "QUERYLOG-REPORT".
           05  FILLER               PIC X(16)
                                    VALUE "TRAFFIC-SCREEN".
           05  FILLER               PIC X(16)
                                    VALUE "EOD-HOUSEKEEP".
       01  WS-CHAIN-TABLE REDEFINES WS-CHAIN-NAMES.
           05  WS-CHAIN-STEP OCCURS 12 TIMES PIC X(16).
       77  WS-CHAIN-COUNT           PIC 9(02) VALUE 12.
       01  WS-STATE-TABLE.
           05  WS-STATE-ENTRY OCCURS 12 TIMES.
               10  WS-STATE-STATUS      PIC X(08).
               10  WS-STATE-START       PIC X(14).
               10  WS-STATE-END         PIC X(14).
               MOVE WS-DATE-IN(1:8) TO WS-CYCLE-DATE
           END-IF.
           MOVE 1 TO WS-STEP-IX.
           PERFORM 1100-CLEAR-ONE-STATE 12 TIMES.
       1000-EXIT.
           EXIT.

