       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESULT-CACHE.
       AUTHOR. J HENNESSEY.
       INSTALLATION. PORTSCOUT-PARODY-STACK.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-14  JH   INITIAL VERSION - NIGHTLY PRECOMPUTED
      *                    RESULTS FOR THE MOST-ASKED QUERIES. A
      *                    HANDFUL OF QUERIES MAKE UP MOST OF THE
      *                    DAY'S VOLUME, AND EACH ONE WAS PROBING
      *                    WORD-INDEX AND FETCHING THE SAME CATALOG
      *                    ENTRIES HUNDREDS OF TIMES A DAY.
      *   2026-10-15  JH   QUARANTINED ENTRIES ARE KEPT OUT OF THE
      *                    CACHED RESULTS LIKE BLOCKED ONES.
      *--------------------------------------------------------------
      *
      * RESULT-CACHE RUNS AS A BATCH STEP RIGHT AFTER WORD-INDEXER.
      * IT NORMALIZES EVERY QUERY IN THE QUERYLOG WINDOW (UPPER
      * CASE, ONE SPACE BETWEEN WORDS, NO LEADING BLANKS), COUNTS
      * EACH DISTINCT QUERY, AND RUNS THE MOST FREQUENT ONES - UP TO
      * WS-CACHE-MAX OF THEM, EACH SEEN AT LEAST WS-MIN-VOLUME
      * TIMES - THROUGH THE SAME WORD-INDEX, THESAURUS AND SCORING
      * RULES ALTAVISTA-BABY'S SEARCH-CATALOG USES. THE RANKED
      * ORGANIC RESULTS GO TO THE RESULT-CACHE FILE, REBUILT FROM
      * EMPTY EACH NIGHT, WHERE THE ONLINE SEARCH PICKS THEM UP.
      * SPONSORED PLACEMENTS ARE NEVER CACHED - THEY DEPEND ON
      * TODAY'S ACCOUNT STANDING AND ARE ALWAYS DECIDED LIVE. A
      * QUERY CARRYING A CAT: RESTRICTION, OR ONE OF NOTHING BUT
      * -WORDS, IS PASSED OVER. THE CLOSING FIGURES SHOW HOW MUCH
      * OF THE WINDOW'S SEARCH VOLUME THE CACHED QUERIES COVER;
      * STATS-REPORT SHOWS HOW MANY SEARCHES THE CACHE ACTUALLY
      * ANSWERED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUERYLOG ASSIGN TO "QUERYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUERYLOG-STATUS.
           SELECT WORK-SORT1 ASSIGN TO "RCACSRT1.TMP".
           SELECT SUMMARY-FILE ASSIGN TO "RCACSUM.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.
           SELECT WORK-SORT2 ASSIGN TO "RCACSRT2.TMP".
           SELECT FREQ-SORTED ASSIGN TO "RCACFREQ.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREQ-STATUS.
           SELECT PAGE-CATALOG ASSIGN TO "PAGE-CATALOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-URL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT WORD-INDEX ASSIGN TO "WORD-INDEX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WINDX-KEY
               FILE STATUS IS WS-WINDX-STATUS.
           SELECT THESAURUS ASSIGN TO "THESAURUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS THES-GROUP-ID
               FILE STATUS IS WS-THES-STATUS.
           SELECT RESULT-CACHE ASSIGN TO "RESULT-CACHE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCACHE-QUERY
               FILE STATUS IS WS-RCACHE-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "RUN-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUERYLOG.
           COPY QLOGREC.

       SD  WORK-SORT1.
       01  SORT1-RECORD.
           05  SORT1-QUERY          PIC X(80).

       FD  SUMMARY-FILE.
       01  SUMMARY-RECORD.
           05  SUM-QUERY            PIC X(80).
           05  SUM-COUNT            PIC 9(08).

       SD  WORK-SORT2.
       01  SORT2-RECORD.
           05  SORT2-QUERY          PIC X(80).
           05  SORT2-COUNT          PIC 9(08).

       FD  FREQ-SORTED.
       01  FREQ-RECORD.
           05  FREQ-QUERY           PIC X(80).
           05  FREQ-COUNT           PIC 9(08).

       FD  PAGE-CATALOG.
           COPY CATLOGREC.

       FD  WORD-INDEX.
           COPY WINDXREC.

       FD  THESAURUS.
           COPY THESREC.

       FD  RESULT-CACHE.
           COPY RCACHREC.

       FD  RUN-CONTROL.
           COPY RUNCREC.

       WORKING-STORAGE SECTION.
       77  WS-QUERYLOG-STATUS      PIC X(02) VALUE SPACES.
       77  WS-SUMMARY-STATUS       PIC X(02) VALUE SPACES.
       77  WS-FREQ-STATUS          PIC X(02) VALUE SPACES.
       77  WS-CATALOG-STATUS       PIC X(02) VALUE SPACES.
       77  WS-RCACHE-STATUS        PIC X(02) VALUE SPACES.
       77  WS-QUERYLOG-EOF-SW      PIC X(01) VALUE "N".
           88  QUERYLOG-EOF                VALUE "Y".
       77  WS-SORT1-EOF-SW         PIC X(01) VALUE "N".
           88  SORT1-EOF                   VALUE "Y".
       77  WS-FREQ-EOF-SW          PIC X(01) VALUE "N".
           88  FREQ-EOF                    VALUE "Y".
       77  WS-CATALOG-EOF-SW       PIC X(01) VALUE "N".
           88  CATALOG-EOF                 VALUE "Y".
       77  WS-FIRST-RECORD-SW      PIC X(01) VALUE "Y".
           88  FIRST-RECORD                VALUE "Y".
       77  WS-WINDX-OPEN-SW        PIC X(01) VALUE "N".
           88  WINDX-AVAILABLE             VALUE "Y".
      * HOW MANY QUERIES GET CACHED, AND HOW OFTEN A QUERY MUST
      * HAVE BEEN ASKED IN THE WINDOW TO EARN A PLACE - A QUERY
      * TYPED ONCE IS NOT WORTH PRECOMPUTING.
       77  WS-CACHE-MAX            PIC 9(04) VALUE 200 COMP.
       77  WS-MIN-VOLUME           PIC 9(08) VALUE 2 COMP.
       77  WS-TOTAL-QUERIES        PIC 9(08) VALUE 0 COMP.
       77  WS-DISTINCT-QUERIES     PIC 9(08) VALUE 0 COMP.
       77  WS-RUN-COUNT            PIC 9(08) VALUE 0 COMP.
       77  WS-PREV-QUERY           PIC X(80) VALUE SPACES.
       77  WS-CACHED-COUNT         PIC 9(04) VALUE 0 COMP.
       77  WS-PASSED-OVER          PIC 9(04) VALUE 0 COMP.
       77  WS-CACHE-REJECTED       PIC 9(04) VALUE 0 COMP.
       77  WS-COVERED-SEARCHES     PIC 9(08) VALUE 0 COMP.
       77  WS-COVERED-PCT          PIC 9(03) VALUE 0.
       77  WS-BUILD-STAMP          PIC X(21) VALUE SPACES.
      * QUERY NORMALIZATION - ALTAVISTA-BABY BUILDS ITS CACHE KEY
      * BY THE SAME RULE, SO "red  Car" AND "RED CAR" ARE ONE QUERY.
       77  WS-NORM-SOURCE          PIC X(80) VALUE SPACES.
       77  WS-NORM-QUERY           PIC X(80) VALUE SPACES.
       77  WS-NORM-POS             PIC 9(02) VALUE 0.
       77  WS-NORM-LEN             PIC 9(02) VALUE 0.
       77  WS-NORM-GAP-SW          PIC X(01) VALUE "N".
           88  NORM-GAP-PENDING            VALUE "Y".
       77  WS-QUERY-UC             PIC X(80) VALUE SPACES.
       77  WS-QUERY-LEN            PIC 9(04) VALUE 0.
       77  WS-CAT-TOKEN-SW         PIC X(01) VALUE "N".
           88  QUERY-HAS-CATEGORY          VALUE "Y".
      * ONE ENTRY PER QUERY TOKEN. TYPE "W" IS A BARE WORD, "P" A
      * QUOTED PHRASE (MATCHED AS ADJACENT TEXT, SPACES AND ALL),
      * "X" AN EXCLUDED -WORD. SAME RULES AS ALTAVISTA-BABY.
       01  WS-WORD-TABLE.
           05  WS-WORD-ENTRY OCCURS 8 TIMES.
               10  WS-WORD-TEXT         PIC X(40).
               10  WS-WORD-LEN          PIC 9(02).
               10  WS-WORD-TYPE         PIC X(01).
       77  WS-WORD-COUNT           PIC 9(02) VALUE 0.
       77  WS-WORD-IX              PIC 9(02) VALUE 0.
       77  WS-WORDS-NEEDED         PIC 9(02) VALUE 0.
       77  WS-WORDS-MATCHED        PIC 9(02) VALUE 0.
       77  WS-PLAIN-WORD-COUNT     PIC 9(02) VALUE 0.
       77  WS-PHRASES-NEEDED       PIC 9(02) VALUE 0.
       77  WS-PHRASES-MATCHED      PIC 9(02) VALUE 0.
       77  WS-EXCLUDED-HIT-SW      PIC X(01) VALUE "N".
           88  EXCLUDED-WORD-HIT           VALUE "Y".
       77  WS-SCAN-POS             PIC 9(04) VALUE 0.
       77  WS-TOKEN-TEXT           PIC X(40) VALUE SPACES.
       77  WS-TOKEN-LEN            PIC 9(02) VALUE 0.
       77  WS-TOKEN-TYPE           PIC X(01) VALUE SPACES.
       77  WS-PROBE-TEXT           PIC X(40) VALUE SPACES.
       77  WS-PROBE-LEN            PIC 9(02) VALUE 0.
       77  WS-PROBE-CLIP           PIC 9(02) VALUE 0.
       77  WS-TITLE-UC             PIC X(60) VALUE SPACES.
       77  WS-KEYWORDS-UC          PIC X(200) VALUE SPACES.
       77  WS-TITLE-HITS           PIC 9(04) VALUE 0.
       77  WS-KEYWORD-HITS         PIC 9(04) VALUE 0.
       77  WS-WORD-TITLE-HITS      PIC 9(04) VALUE 0.
       77  WS-WORD-KEYWORD-HITS    PIC 9(04) VALUE 0.
       77  WS-MATCH-COUNT          PIC 9(08) VALUE 0.
      * THE RANKED ORGANIC RESULTS FOR THE QUERY BEING CACHED -
      * THE SAME 100 SLOTS ALTAVISTA-BABY RETAINS.
       01  WS-TOP-TABLE.
           05  WS-TOP-ENTRY OCCURS 100 TIMES.
               10  WS-TOP-URL           PIC X(80).
               10  WS-TOP-TITLE         PIC X(60).
               10  WS-TOP-SCORE         PIC 9(04).
       77  WS-TOP-COUNT            PIC 9(03) VALUE 0.
       77  WS-TOP-MAX              PIC 9(03) VALUE 100.
       77  WS-CAND-SCORE           PIC 9(04) VALUE 0.
       77  WS-INSERT-AT            PIC 9(03) VALUE 0.
       77  WS-SCAN-IX              PIC 9(03) VALUE 0.
       77  WS-SHIFT-IX             PIC 9(03) VALUE 0.
       77  WS-WINDX-STATUS         PIC X(02) VALUE SPACES.
       77  WS-WINDX-EOF-SW         PIC X(01) VALUE "N".
           88  WINDX-EOF                   VALUE "Y".
      * CANDIDATE URLS GATHERED FROM THE WORD-INDEX POSTINGS FOR
      * THE CURRENT QUERY, DEDUPLICATED, BEFORE EACH IS FETCHED
      * FROM PAGE-CATALOG AND SCORED THE USUAL WAY.
       01  WS-CAND-LIST.
           05  WS-CAND-LIST-URL OCCURS 500 TIMES PIC X(80).
       77  WS-CAND-LIST-COUNT      PIC 9(04) VALUE 0 COMP.
       77  WS-CAND-LIST-MAX        PIC 9(04) VALUE 500 COMP.
       77  WS-CAND-LIST-IX         PIC 9(04) VALUE 0 COMP.
       77  WS-CAND-LIST-FULL-SW    PIC X(01) VALUE "N".
           88  CAND-LIST-FULL              VALUE "Y".
       77  WS-CAND-KNOWN-SW        PIC X(01) VALUE "N".
           88  CAND-ALREADY-LISTED         VALUE "Y".
      * THESAURUS WIDENING FOR THE CURRENT QUERY. EACH SYNONYM
      * CARRIES THE NUMBER OF THE PLAIN QUERY WORD IT STANDS IN
      * FOR; THE GROUP TABLE HOLDS ONE THESAURUS RECORD SPLIT INTO
      * ITS WORDS WHILE IT IS CHECKED AGAINST THE QUERY.
       77  WS-THES-STATUS          PIC X(02) VALUE SPACES.
       77  WS-THES-EOF-SW          PIC X(01) VALUE "N".
           88  THES-EOF                    VALUE "Y".
       01  WS-SYN-TABLE.
           05  WS-SYN-ENTRY OCCURS 32 TIMES.
               10  WS-SYN-WORD-IX       PIC 9(02).
               10  WS-SYN-TEXT          PIC X(40).
               10  WS-SYN-LEN           PIC 9(02).
       77  WS-SYN-COUNT            PIC 9(02) VALUE 0.
       77  WS-SYN-MAX              PIC 9(02) VALUE 32.
       77  WS-SYN-IX               PIC 9(02) VALUE 0.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 20 TIMES.
               10  WS-GROUP-TEXT        PIC X(40).
               10  WS-GROUP-LEN         PIC 9(02).
       77  WS-GROUP-COUNT          PIC 9(02) VALUE 0.
       77  WS-GROUP-MAX            PIC 9(02) VALUE 20.
       77  WS-GROUP-IX             PIC 9(02) VALUE 0.
       77  WS-GROUP-PTR            PIC 9(03) VALUE 0.
       77  WS-GROUP-WORD           PIC X(40) VALUE SPACES.
       77  WS-GROUP-WORD-LEN       PIC 9(03) VALUE 0.
       77  WS-GROUP-MEMBER-SW      PIC X(01) VALUE "N".
           88  WORD-IN-GROUP               VALUE "Y".
       77  WS-SYN-TITLE-HITS       PIC 9(04) VALUE 0.
       77  WS-SYN-KEYWORD-HITS     PIC 9(04) VALUE 0.
       77  WS-SYN-POINTS           PIC 9(04) VALUE 0.
       77  WS-BEST-SYN-POINTS      PIC 9(04) VALUE 0.
       77  WS-SYN-HIT-SW           PIC X(01) VALUE "N".
           88  SYNONYM-HIT                 VALUE "Y".
       77  WS-SYNONYM-POINTS       PIC 9(04) VALUE 0.
      * RUN-CONTROL LEDGER FIELDS: THIS STEP, ITS PREDECESSOR IN
      * THE NIGHTLY CHAIN, AND THE STATE FOUND FOR THE
      * PREDECESSOR ON TONIGHT'S CYCLE.
       77  WS-RUNC-STATUS          PIC X(02) VALUE SPACES.
       77  WS-RUNC-EOF-SW          PIC X(01) VALUE "N".
           88  RUNC-EOF                    VALUE "Y".
       77  WS-RUNC-CYCLE           PIC 9(08) VALUE 0.
       77  WS-RUNC-STAMP           PIC X(21) VALUE SPACES.
       77  WS-STEP-START-TIME      PIC X(14) VALUE SPACES.
       77  WS-RUNC-WRITE-STATE     PIC X(08) VALUE SPACES.
       77  WS-THIS-STEP            PIC X(16) VALUE "RESULT-CACHE".
       77  WS-PRED-STEP            PIC X(16) VALUE "WORD-INDEXER".
       77  WS-PRED-STATE           PIC X(08) VALUE SPACES.
       77  WS-CHAIN-OPENER         PIC X(16)
                                   VALUE "CATALOG-BACKUP".
       77  WS-CHAIN-CYCLE          PIC 9(08) VALUE 0.
       77  WS-OWN-DONE-SW          PIC X(01) VALUE "N".
           88  STEP-ALREADY-RUN            VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-RUN-CONTROL-START THRU 0100-EXIT.
           PERFORM 1000-SORT-AND-SUMMARIZE THRU 1000-EXIT.
           PERFORM 2000-SORT-BY-FREQUENCY THRU 2000-EXIT.
           PERFORM 3000-BUILD-CACHE THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           MOVE "COMPLETE" TO WS-RUNC-WRITE-STATE.
           PERFORM 0200-WRITE-RUN-CONTROL THRU 0200-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      *  0100-RUN-CONTROL-START                                   *
      *  REFUSE TO START UNLESS THE PREDECESSOR STEP COMPLETED    *
      *  CLEANLY FOR TONIGHT'S CYCLE, THEN LEDGER THIS STEP AS    *
      *  STARTED. A STARTED RECORD WITH NO COMPLETE AFTER IT IS   *
      *  WHAT BLOCKS THE NEXT STEP AFTER AN ABEND.                *
      *----------------------------------------------------------*
       0100-RUN-CONTROL-START.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNC-STAMP.
           MOVE WS-RUNC-STAMP(1:8)  TO WS-RUNC-CYCLE.
           MOVE WS-RUNC-STAMP(1:14) TO WS-STEP-START-TIME.
           PERFORM 0140-FIND-CHAIN-CYCLE THRU 0140-EXIT.
           IF STEP-ALREADY-RUN
               DISPLAY "RESULT-CACHE: THIS STEP ALREADY "
                   "COMPLETED IN THE CHAIN OPENED FOR "
                   "CYCLE " WS-RUNC-CYCLE " - RUN "
                   "CATALOG-BACKUP TO OPEN A NEW CYCLE. "
                   "STEP REFUSED"
               STOP RUN
           END-IF.
           IF WS-PRED-STEP NOT = SPACES
               PERFORM 0150-FIND-PRED-STATE THRU 0150-EXIT
               IF WS-PRED-STATE NOT = "COMPLETE"
                   DISPLAY "RESULT-CACHE: PREDECESSOR "
                       WS-PRED-STEP " IS " WS-PRED-STATE
                       " FOR CYCLE " WS-RUNC-CYCLE
                       " - STEP REFUSED"
                   STOP RUN
               END-IF
           END-IF.
           MOVE "STARTED" TO WS-RUNC-WRITE-STATE.
           PERFORM 0200-WRITE-RUN-CONTROL THRU 0200-EXIT.
       0100-EXIT.
           EXIT.

      *    THE CHAIN-OPENING CATALOG-BACKUP RECORD DEFINES THE
      *    CYCLE: A CHAIN THAT CROSSES MIDNIGHT KEEPS THE CYCLE
      *    DATE THE BACKUP OPENED UNDER INSTEAD OF REFUSING AT THE
      *    FIRST POST-MIDNIGHT STEP. WITH NO BACKUP RECORD ON THE
      *    LEDGER THE STEP'S OWN DATE STANDS AND THE PREDECESSOR
      *    CHECK REFUSES AS BEFORE. THE SAME SCAN NOTES WHETHER
      *    THIS STEP ALREADY COMPLETED SINCE THAT BACKUP: THAT
      *    CHAIN IS FINISHED, AND A STEP STARTED BY HAND AFTER IT
      *    MUST NOT RIDE ON THE OLD RESTORE POINT - A FRESH
      *    CATALOG-BACKUP (WHICH RESETS THE NOTE) OPENS THE NEW
      *    CHAIN. A STARTED OR FAILED LAST RECORD STILL PERMITS
      *    THE RERUN-AFTER-ABEND PATH.
       0140-FIND-CHAIN-CYCLE.
           MOVE 0 TO WS-CHAIN-CYCLE.
           MOVE "N" TO WS-OWN-DONE-SW.
           MOVE "N" TO WS-RUNC-EOF-SW.
           OPEN INPUT RUN-CONTROL.
           IF WS-RUNC-STATUS NOT = "00"
               GO TO 0140-EXIT
           END-IF.
           PERFORM 0145-READ-ONE-OPENER THRU 0145-EXIT
               UNTIL RUNC-EOF.
           CLOSE RUN-CONTROL.
           IF WS-CHAIN-CYCLE > 0
               MOVE WS-CHAIN-CYCLE TO WS-RUNC-CYCLE
           END-IF.
       0140-EXIT.
           EXIT.

       0145-READ-ONE-OPENER.
           READ RUN-CONTROL
               AT END
                   MOVE "Y" TO WS-RUNC-EOF-SW
               NOT AT END
                   IF RUNC-STEP = WS-CHAIN-OPENER
                       MOVE RUNC-CYCLE-DATE TO WS-CHAIN-CYCLE
                       MOVE "N" TO WS-OWN-DONE-SW
                   END-IF
                   IF RUNC-STEP = WS-THIS-STEP
                   AND RUNC-STATUS = "COMPLETE"
                       MOVE "Y" TO WS-OWN-DONE-SW
                   END-IF
           END-READ.
       0145-EXIT.
           EXIT.

       0150-FIND-PRED-STATE.
           MOVE "NOT RUN" TO WS-PRED-STATE.
           MOVE "N" TO WS-RUNC-EOF-SW.
           OPEN INPUT RUN-CONTROL.
           IF WS-RUNC-STATUS NOT = "00"
               GO TO 0150-EXIT
           END-IF.
           PERFORM 0160-READ-ONE-RUNC THRU 0160-EXIT
               UNTIL RUNC-EOF.
           CLOSE RUN-CONTROL.
       0150-EXIT.
           EXIT.

       0160-READ-ONE-RUNC.
           READ RUN-CONTROL
               AT END
                   MOVE "Y" TO WS-RUNC-EOF-SW
               NOT AT END
                   IF RUNC-CYCLE-DATE = WS-RUNC-CYCLE
                   AND RUNC-STEP = WS-PRED-STEP
                       MOVE RUNC-STATUS TO WS-PRED-STATE
                   END-IF
           END-READ.
       0160-EXIT.
           EXIT.

       0200-WRITE-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNC-STAMP.
           OPEN EXTEND RUN-CONTROL.
           IF WS-RUNC-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF.
           MOVE WS-RUNC-CYCLE      TO RUNC-CYCLE-DATE.
           MOVE WS-THIS-STEP       TO RUNC-STEP.
           MOVE WS-STEP-START-TIME TO RUNC-START-TIME.
           IF WS-RUNC-WRITE-STATE = "STARTED"
               MOVE SPACES TO RUNC-END-TIME
           ELSE
               MOVE WS-RUNC-STAMP(1:14) TO RUNC-END-TIME
           END-IF.
           MOVE WS-RUNC-WRITE-STATE TO RUNC-STATUS.
           WRITE RUNC-RECORD.
           CLOSE RUN-CONTROL.
       0200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1000-SORT-AND-SUMMARIZE                                  *
      *  NORMALIZE EVERY LOGGED QUERY ON ITS WAY INTO THE SORT,    *
      *  THEN CONTROL-BREAK THE SORTED STREAM INTO ONE SUMMARY     *
      *  RECORD PER DISTINCT QUERY WITH ITS OCCURRENCE COUNT.      *
      *----------------------------------------------------------*
       1000-SORT-AND-SUMMARIZE.
           SORT WORK-SORT1 ON ASCENDING KEY SORT1-QUERY
               INPUT PROCEDURE IS 1100-RELEASE-QUERIES THRU
                   1100-EXIT
               OUTPUT PROCEDURE IS 1200-SUMMARIZE-SORTED THRU
                   1200-EXIT.
       1000-EXIT.
           EXIT.

      *    NO QUERYLOG MEANS NOTHING TO CACHE - THE STEP STILL
      *    EMPTIES THE CACHE SO YESTERDAY'S ANSWERS DO NOT LINGER.
       1100-RELEASE-QUERIES.
           MOVE "N" TO WS-QUERYLOG-EOF-SW.
           OPEN INPUT QUERYLOG.
           IF WS-QUERYLOG-STATUS NOT = "00"
               DISPLAY "RESULT-CACHE: NO QUERYLOG, STATUS "
                   WS-QUERYLOG-STATUS " - THE CACHE WILL BE EMPTY"
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-RELEASE-ONE-QUERY THRU 1110-EXIT
               UNTIL QUERYLOG-EOF.
           CLOSE QUERYLOG.
       1100-EXIT.
           EXIT.

       1110-RELEASE-ONE-QUERY.
           READ QUERYLOG
               AT END
                   MOVE "Y" TO WS-QUERYLOG-EOF-SW
               NOT AT END
                   MOVE QLOG-QUERY TO WS-NORM-SOURCE
                   PERFORM 1120-NORMALIZE-QUERY THRU 1120-EXIT
                   IF WS-NORM-QUERY NOT = SPACES
                       ADD 1 TO WS-TOTAL-QUERIES
                       MOVE WS-NORM-QUERY TO SORT1-QUERY
                       RELEASE SORT1-RECORD
                   END-IF
           END-READ.
       1110-EXIT.
           EXIT.

      *    UPPER-CASE THE QUERY, DROP LEADING BLANKS, AND SQUEEZE
      *    EVERY RUN OF BLANKS DOWN TO ONE.
       1120-NORMALIZE-QUERY.
           MOVE FUNCTION UPPER-CASE(WS-NORM-SOURCE) TO WS-NORM-SOURCE.
           MOVE SPACES TO WS-NORM-QUERY.
           MOVE 0 TO WS-NORM-LEN.
           MOVE "N" TO WS-NORM-GAP-SW.
           MOVE 1 TO WS-NORM-POS.
           PERFORM 1130-NORMALIZE-ONE-CHAR 80 TIMES.
       1120-EXIT.
           EXIT.

       1130-NORMALIZE-ONE-CHAR.
           IF WS-NORM-SOURCE(WS-NORM-POS:1) = SPACE
               MOVE "Y" TO WS-NORM-GAP-SW
           ELSE
               IF NORM-GAP-PENDING AND WS-NORM-LEN > 0
                   ADD 1 TO WS-NORM-LEN
               END-IF
               MOVE "N" TO WS-NORM-GAP-SW
               ADD 1 TO WS-NORM-LEN
               MOVE WS-NORM-SOURCE(WS-NORM-POS:1)
                   TO WS-NORM-QUERY(WS-NORM-LEN:1)
           END-IF.
           ADD 1 TO WS-NORM-POS.

       1200-SUMMARIZE-SORTED.
           OPEN OUTPUT SUMMARY-FILE.
           MOVE "N" TO WS-SORT1-EOF-SW.
           MOVE "Y" TO WS-FIRST-RECORD-SW.
           PERFORM 1210-RETURN-SORTED-RECORD THRU 1210-EXIT
               UNTIL SORT1-EOF.
           IF NOT FIRST-RECORD
               PERFORM 1220-WRITE-SUMMARY-RECORD THRU 1220-EXIT
           END-IF.
           CLOSE SUMMARY-FILE.
       1200-EXIT.
           EXIT.

       1210-RETURN-SORTED-RECORD.
           RETURN WORK-SORT1
               AT END
                   MOVE "Y" TO WS-SORT1-EOF-SW
               NOT AT END
                   IF FIRST-RECORD
                       MOVE "N" TO WS-FIRST-RECORD-SW
                       MOVE SORT1-QUERY TO WS-PREV-QUERY
                       MOVE 0 TO WS-RUN-COUNT
                   END-IF
                   IF SORT1-QUERY NOT = WS-PREV-QUERY
                       PERFORM 1220-WRITE-SUMMARY-RECORD THRU
                           1220-EXIT
                       MOVE SORT1-QUERY TO WS-PREV-QUERY
                       MOVE 0 TO WS-RUN-COUNT
                   END-IF
                   ADD 1 TO WS-RUN-COUNT
           END-RETURN.
       1210-EXIT.
           EXIT.

       1220-WRITE-SUMMARY-RECORD.
           MOVE WS-PREV-QUERY TO SUM-QUERY.
           MOVE WS-RUN-COUNT  TO SUM-COUNT.
           WRITE SUMMARY-RECORD.
           ADD 1 TO WS-DISTINCT-QUERIES.
       1220-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-SORT-BY-FREQUENCY                                   *
      *  RESORT THE SUMMARY RECORDS, HIGHEST COUNT FIRST. EQUAL    *
      *  COUNTS FALL IN QUERY ORDER SO A RERUN PICKS THE SAME SET. *
      *----------------------------------------------------------*
       2000-SORT-BY-FREQUENCY.
           SORT WORK-SORT2 ON DESCENDING KEY SORT2-COUNT
                           ON ASCENDING KEY SORT2-QUERY
               USING SUMMARY-FILE
               GIVING FREQ-SORTED.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-BUILD-CACHE                                         *
      *  REBUILD RESULT-CACHE FROM EMPTY, RUNNING THE MOST         *
      *  FREQUENT QUERIES ONE AT A TIME AGAINST PAGE-CATALOG.      *
      *  A CATALOG OR CACHE THAT WILL NOT OPEN FAILS THE STEP -    *
      *  RECON-REPORT MUST NOT START ON A HALF-BUILT CACHE.        *
      *----------------------------------------------------------*
       3000-BUILD-CACHE.
           MOVE FUNCTION CURRENT-DATE TO WS-BUILD-STAMP.
           OPEN INPUT PAGE-CATALOG.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "RESULT-CACHE: CANNOT OPEN PAGE-CATALOG, "
                   "STATUS " WS-CATALOG-STATUS " - RUN ABORTED"
               MOVE "FAILED" TO WS-RUNC-WRITE-STATE
               PERFORM 0200-WRITE-RUN-CONTROL THRU 0200-EXIT
               STOP RUN
           END-IF.
           OPEN OUTPUT RESULT-CACHE.
           IF WS-RCACHE-STATUS NOT = "00"
               DISPLAY "RESULT-CACHE: CANNOT CREATE RESULT-CACHE, "
                   "STATUS " WS-RCACHE-STATUS " - RUN ABORTED"
               CLOSE PAGE-CATALOG
               MOVE "FAILED" TO WS-RUNC-WRITE-STATE
               PERFORM 0200-WRITE-RUN-CONTROL THRU 0200-EXIT
               STOP RUN
           END-IF.
           MOVE "N" TO WS-WINDX-OPEN-SW.
           OPEN INPUT WORD-INDEX.
           IF WS-WINDX-STATUS = "00"
               MOVE "Y" TO WS-WINDX-OPEN-SW
           END-IF.
           MOVE "N" TO WS-FREQ-EOF-SW.
           OPEN INPUT FREQ-SORTED.
           IF WS-FREQ-STATUS = "00"
               PERFORM 3050-NEXT-POPULAR-QUERY THRU 3050-EXIT
                   UNTIL FREQ-EOF
                   OR WS-CACHED-COUNT >= WS-CACHE-MAX
               CLOSE FREQ-SORTED
           END-IF.
           IF WINDX-AVAILABLE
               CLOSE WORD-INDEX
           END-IF.
           CLOSE RESULT-CACHE.
           CLOSE PAGE-CATALOG.
       3000-EXIT.
           EXIT.

      *    THE FILE RUNS HIGHEST COUNT FIRST, SO THE FIRST QUERY
      *    UNDER THE MINIMUM VOLUME ENDS THE LIST.
       3050-NEXT-POPULAR-QUERY.
           READ FREQ-SORTED
               AT END
                   MOVE "Y" TO WS-FREQ-EOF-SW
                   GO TO 3050-EXIT
           END-READ.
           IF FREQ-COUNT < WS-MIN-VOLUME
               MOVE "Y" TO WS-FREQ-EOF-SW
               GO TO 3050-EXIT
           END-IF.
           PERFORM 3100-RUN-ONE-QUERY THRU 3100-EXIT.
       3050-EXIT.
           EXIT.

       3100-RUN-ONE-QUERY.
           MOVE FREQ-QUERY TO WS-QUERY-UC.
           COMPUTE WS-QUERY-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-QUERY-UC)).
           MOVE 0 TO WS-MATCH-COUNT.
           MOVE 0 TO WS-TOP-COUNT.
           PERFORM 3200-TOKENIZE-QUERY THRU 3200-EXIT.
      *    THE ONLINE SEARCH NEVER LOOKS A CAT: QUERY UP IN THE
      *    CACHE, AND A QUERY OF NOTHING BUT -WORDS MATCHES NOTHING
      *    WITHOUT EVER TOUCHING THE CATALOG - NEITHER IS WORTH A
      *    CACHE SLOT.
           IF QUERY-HAS-CATEGORY
           OR WS-PLAIN-WORD-COUNT + WS-PHRASES-NEEDED = 0
               ADD 1 TO WS-PASSED-OVER
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3800-EXPAND-QUERY-WORDS THRU 3800-EXIT.
           IF WINDX-AVAILABLE
               PERFORM 3700-GATHER-CANDIDATES THRU 3700-EXIT
               PERFORM 3750-VERIFY-CANDIDATES THRU 3750-EXIT
           ELSE
               MOVE "N" TO WS-CATALOG-EOF-SW
               MOVE LOW-VALUES TO CAT-URL
               START PAGE-CATALOG KEY NOT LESS THAN CAT-URL
                   INVALID KEY
                       MOVE "Y" TO WS-CATALOG-EOF-SW
               END-START
               PERFORM 3300-READ-CATALOG THRU 3300-EXIT
                   UNTIL CATALOG-EOF
           END-IF.
           PERFORM 3600-WRITE-CACHE-RECORD THRU 3600-EXIT.
       3100-EXIT.
           EXIT.

      *    SAME TOKEN RULES AS ALTAVISTA-BABY'S TOKENIZE-QUERY: A
      *    BARE WORD KEEPS THE ALL-OR-ALL-BUT-ONE RULE, A "QUOTED
      *    PHRASE" MUST APPEAR AS ADJACENT TEXT, A -WORD EXCLUDES.
       3200-TOKENIZE-QUERY.
           MOVE SPACES TO WS-WORD-TABLE.
           MOVE 0 TO WS-WORD-COUNT.
           MOVE 0 TO WS-PLAIN-WORD-COUNT.
           MOVE 0 TO WS-PHRASES-NEEDED.
           MOVE "N" TO WS-CAT-TOKEN-SW.
           MOVE 1 TO WS-SCAN-POS.
           PERFORM 3210-SCAN-ONE-TOKEN THRU 3210-EXIT
               UNTIL WS-SCAN-POS > WS-QUERY-LEN
               OR WS-WORD-COUNT >= 8.
           IF WS-PLAIN-WORD-COUNT > 2
               COMPUTE WS-WORDS-NEEDED = WS-PLAIN-WORD-COUNT - 1
           ELSE
               MOVE WS-PLAIN-WORD-COUNT TO WS-WORDS-NEEDED
           END-IF.
       3200-EXIT.
           EXIT.

       3210-SCAN-ONE-TOKEN.
           IF WS-QUERY-UC(WS-SCAN-POS:1) = SPACE
               ADD 1 TO WS-SCAN-POS
               GO TO 3210-EXIT
           END-IF.
           MOVE SPACES TO WS-TOKEN-TEXT.
           MOVE 0 TO WS-TOKEN-LEN.
           IF WS-QUERY-UC(WS-SCAN-POS:1) = QUOTE
               MOVE "P" TO WS-TOKEN-TYPE
               ADD 1 TO WS-SCAN-POS
               PERFORM 3230-COLLECT-PHRASE-CHAR
                   UNTIL WS-SCAN-POS > WS-QUERY-LEN
                   OR WS-QUERY-UC(WS-SCAN-POS:1) = QUOTE
               IF WS-SCAN-POS <= WS-QUERY-LEN
                   ADD 1 TO WS-SCAN-POS
               END-IF
               PERFORM 3220-TRIM-PHRASE-TOKEN THRU 3220-EXIT
           ELSE
               IF WS-QUERY-UC(WS-SCAN-POS:1) = "-"
                   MOVE "X" TO WS-TOKEN-TYPE
                   ADD 1 TO WS-SCAN-POS
               ELSE
                   MOVE "W" TO WS-TOKEN-TYPE
               END-IF
               PERFORM 3240-COLLECT-WORD-CHAR
                   UNTIL WS-SCAN-POS > WS-QUERY-LEN
                   OR WS-QUERY-UC(WS-SCAN-POS:1) = SPACE
           END-IF.
           IF WS-TOKEN-LEN = 0
               GO TO 3210-EXIT
           END-IF.
      *    A CAT: TOKEN NARROWS THE ONLINE SEARCH TO ONE DIRECTORY
      *    CATEGORY. IT IS ONLY NOTED HERE - SUCH A QUERY IS
      *    PASSED OVER, NOT CACHED.
           IF WS-TOKEN-TYPE = "W"
           AND WS-TOKEN-LEN > 4
           AND WS-TOKEN-TEXT(1:4) = "CAT:"
               MOVE "Y" TO WS-CAT-TOKEN-SW
               GO TO 3210-EXIT
           END-IF.
           ADD 1 TO WS-WORD-COUNT.
           MOVE WS-TOKEN-TEXT TO WS-WORD-TEXT(WS-WORD-COUNT).
           MOVE WS-TOKEN-LEN  TO WS-WORD-LEN(WS-WORD-COUNT).
           MOVE WS-TOKEN-TYPE TO WS-WORD-TYPE(WS-WORD-COUNT).
           EVALUATE WS-TOKEN-TYPE
               WHEN "W"
                   ADD 1 TO WS-PLAIN-WORD-COUNT
               WHEN "P"
                   ADD 1 TO WS-PHRASES-NEEDED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3210-EXIT.
           EXIT.

      *    LEADING BLANKS NEVER GET COLLECTED, SO ONLY TRAILING
      *    ONES NEED DROPPING - A PHRASE OF NOTHING BUT BLANKS
      *    TRIMS AWAY TO AN IGNORED EMPTY TOKEN.
       3220-TRIM-PHRASE-TOKEN.
           IF WS-TOKEN-LEN = 0
               GO TO 3220-EXIT
           END-IF.
           IF WS-TOKEN-TEXT(WS-TOKEN-LEN:1) = SPACE
               SUBTRACT 1 FROM WS-TOKEN-LEN
               GO TO 3220-TRIM-PHRASE-TOKEN
           END-IF.
       3220-EXIT.
           EXIT.

       3230-COLLECT-PHRASE-CHAR.
           IF WS-TOKEN-LEN = 0
           AND WS-QUERY-UC(WS-SCAN-POS:1) = SPACE
               CONTINUE
           ELSE
               IF WS-TOKEN-LEN < 40
                   ADD 1 TO WS-TOKEN-LEN
                   MOVE WS-QUERY-UC(WS-SCAN-POS:1)
                       TO WS-TOKEN-TEXT(WS-TOKEN-LEN:1)
               END-IF
           END-IF.
           ADD 1 TO WS-SCAN-POS.

       3240-COLLECT-WORD-CHAR.
           IF WS-TOKEN-LEN < 40
               ADD 1 TO WS-TOKEN-LEN
               MOVE WS-QUERY-UC(WS-SCAN-POS:1)
                   TO WS-TOKEN-TEXT(WS-TOKEN-LEN:1)
           END-IF.
           ADD 1 TO WS-SCAN-POS.


       3300-READ-CATALOG.
           READ PAGE-CATALOG NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CATALOG-EOF-SW
               NOT AT END
                   PERFORM 3400-EVALUATE-RECORD THRU 3400-EXIT
           END-READ.
       3300-EXIT.
           EXIT.

       3400-EVALUATE-RECORD.
           IF CAT-IS-BLOCKED OR CAT-IS-QUARANTINED
               GO TO 3400-EXIT
           END-IF.
           IF CAT-IS-DUPLICATE
               GO TO 3400-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(CAT-TITLE)    TO WS-TITLE-UC.
           MOVE FUNCTION UPPER-CASE(CAT-KEYWORDS) TO WS-KEYWORDS-UC.
           MOVE 0 TO WS-TITLE-HITS.
           MOVE 0 TO WS-KEYWORD-HITS.
           MOVE 0 TO WS-WORDS-MATCHED.
           MOVE 0 TO WS-PHRASES-MATCHED.
           MOVE 0 TO WS-SYNONYM-POINTS.
           MOVE "N" TO WS-EXCLUDED-HIT-SW.
           MOVE 1 TO WS-WORD-IX.
           PERFORM 3410-MATCH-ONE-WORD
               UNTIL WS-WORD-IX > WS-WORD-COUNT.
           IF  NOT EXCLUDED-WORD-HIT
           AND WS-WORDS-MATCHED >= WS-WORDS-NEEDED
           AND WS-PHRASES-MATCHED = WS-PHRASES-NEEDED
               ADD 1 TO WS-MATCH-COUNT
               COMPUTE WS-CAND-SCORE =
                   WS-TITLE-HITS * 10 + WS-KEYWORD-HITS
                   + WS-SYNONYM-POINTS
               PERFORM 3500-KEEP-TOP-ENTRY THRU 3500-EXIT
           END-IF.
       3400-EXIT.
           EXIT.

      *    A PHRASE TOKEN STILL HOLDS ITS INTERNAL SPACES, SO THE
      *    SAME INSPECT THAT COUNTS A WORD'S HITS COUNTS A
      *    PHRASE'S ADJACENT-TEXT HITS. AN EXCLUDED TOKEN SCORES
      *    NOTHING - ONE HIT ANYWHERE SINKS THE WHOLE PAGE. A PLAIN
      *    WORD THE PAGE LACKS MAY STILL BE MET BY ONE OF ITS
      *    THESAURUS SYNONYMS.
       3410-MATCH-ONE-WORD.
           MOVE 0 TO WS-WORD-TITLE-HITS.
           MOVE 0 TO WS-WORD-KEYWORD-HITS.
           INSPECT WS-TITLE-UC TALLYING WS-WORD-TITLE-HITS
               FOR ALL WS-WORD-TEXT(WS-WORD-IX)
                   (1:WS-WORD-LEN(WS-WORD-IX)).
           INSPECT WS-KEYWORDS-UC TALLYING WS-WORD-KEYWORD-HITS
               FOR ALL WS-WORD-TEXT(WS-WORD-IX)
                   (1:WS-WORD-LEN(WS-WORD-IX)).
           EVALUATE WS-WORD-TYPE(WS-WORD-IX)
               WHEN "X"
                   IF WS-WORD-TITLE-HITS > 0
                   OR WS-WORD-KEYWORD-HITS > 0
                       MOVE "Y" TO WS-EXCLUDED-HIT-SW
                   END-IF
               WHEN "P"
                   IF WS-WORD-TITLE-HITS > 0
                   OR WS-WORD-KEYWORD-HITS > 0
                       ADD 1 TO WS-PHRASES-MATCHED
                   END-IF
                   ADD WS-WORD-TITLE-HITS   TO WS-TITLE-HITS
                   ADD WS-WORD-KEYWORD-HITS TO WS-KEYWORD-HITS
               WHEN OTHER
                   IF WS-WORD-TITLE-HITS > 0
                   OR WS-WORD-KEYWORD-HITS > 0
                       ADD 1 TO WS-WORDS-MATCHED
                   ELSE
                       IF WS-SYN-COUNT > 0
                           PERFORM 3420-MATCH-SYNONYMS
                       END-IF
                   END-IF
                   ADD WS-WORD-TITLE-HITS   TO WS-TITLE-HITS
                   ADD WS-WORD-KEYWORD-HITS TO WS-KEYWORD-HITS
           END-EVALUATE.
           ADD 1 TO WS-WORD-IX.

      *    A SYNONYM HIT IS WORTH HALF THE SAME HIT ON THE TYPED
      *    WORD, ROUNDED DOWN, AND ONLY THE BEST-SCORING SYNONYM
      *    COUNTS, SO A PAGE CARRYING THE WORD ITSELF ALWAYS
      *    OUTRANKS ONE CARRYING ONLY A SYNONYM IN THE SAME PLACE.
       3420-MATCH-SYNONYMS.
           MOVE 0 TO WS-BEST-SYN-POINTS.
           MOVE "N" TO WS-SYN-HIT-SW.
           MOVE 1 TO WS-SYN-IX.
           PERFORM 3425-MATCH-ONE-SYNONYM
               UNTIL WS-SYN-IX > WS-SYN-COUNT.
           IF SYNONYM-HIT
               ADD 1 TO WS-WORDS-MATCHED
               ADD WS-BEST-SYN-POINTS TO WS-SYNONYM-POINTS
           END-IF.

       3425-MATCH-ONE-SYNONYM.
           IF WS-SYN-WORD-IX(WS-SYN-IX) = WS-WORD-IX
               MOVE 0 TO WS-SYN-TITLE-HITS
               MOVE 0 TO WS-SYN-KEYWORD-HITS
               INSPECT WS-TITLE-UC TALLYING WS-SYN-TITLE-HITS
                   FOR ALL WS-SYN-TEXT(WS-SYN-IX)
                       (1:WS-SYN-LEN(WS-SYN-IX))
               INSPECT WS-KEYWORDS-UC TALLYING WS-SYN-KEYWORD-HITS
                   FOR ALL WS-SYN-TEXT(WS-SYN-IX)
                       (1:WS-SYN-LEN(WS-SYN-IX))
               IF WS-SYN-TITLE-HITS > 0
               OR WS-SYN-KEYWORD-HITS > 0
                   MOVE "Y" TO WS-SYN-HIT-SW
                   COMPUTE WS-SYN-POINTS =
                       (WS-SYN-TITLE-HITS * 10 + WS-SYN-KEYWORD-HITS)
                       / 2
                   IF WS-SYN-POINTS > WS-BEST-SYN-POINTS
                       MOVE WS-SYN-POINTS TO WS-BEST-SYN-POINTS
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-SYN-IX.

      * SAME SCORE-ORDERED TABLE AS ALTAVISTA-BABY KEEPS, AT ITS
      * FULL HUNDRED SLOTS.
       3500-KEEP-TOP-ENTRY.
           MOVE 0 TO WS-INSERT-AT.
           MOVE 1 TO WS-SCAN-IX.
           PERFORM 3510-FIND-SLOT
               UNTIL WS-INSERT-AT > 0
               OR WS-SCAN-IX > WS-TOP-COUNT.
           IF WS-INSERT-AT = 0
               IF WS-TOP-COUNT < WS-TOP-MAX
                   COMPUTE WS-INSERT-AT = WS-TOP-COUNT + 1
               ELSE
                   GO TO 3500-EXIT
               END-IF
           END-IF.
           IF WS-TOP-COUNT < WS-TOP-MAX
               ADD 1 TO WS-TOP-COUNT
           END-IF.
           MOVE WS-TOP-COUNT TO WS-SHIFT-IX.
           PERFORM 3520-SHIFT-DOWN
               UNTIL WS-SHIFT-IX <= WS-INSERT-AT.
           MOVE CAT-URL       TO WS-TOP-URL(WS-INSERT-AT).
           MOVE CAT-TITLE     TO WS-TOP-TITLE(WS-INSERT-AT).
           MOVE WS-CAND-SCORE TO WS-TOP-SCORE(WS-INSERT-AT).
       3500-EXIT.
           EXIT.

       3510-FIND-SLOT.
           IF WS-CAND-SCORE > WS-TOP-SCORE(WS-SCAN-IX)
               MOVE WS-SCAN-IX TO WS-INSERT-AT
           ELSE
               ADD 1 TO WS-SCAN-IX
           END-IF.

       3520-SHIFT-DOWN.
           MOVE WS-TOP-ENTRY(WS-SHIFT-IX - 1) TO
               WS-TOP-ENTRY(WS-SHIFT-IX).
           SUBTRACT 1 FROM WS-SHIFT-IX.


      *----------------------------------------------------------*
      *  3600-WRITE-CACHE-RECORD                                  *
      *  ONE RECORD PER CACHED QUERY: ITS FULL MATCH COUNT AND THE *
      *  RANKED ORGANIC ROWS, IN THE ORDER SEARCH-CATALOG WOULD    *
      *  HAVE RANKED THEM. A QUERY WITH NO MATCHES IS CACHED TOO - *
      *  "NOTHING FOUND" IS AN ANSWER.                             *
      *----------------------------------------------------------*
       3600-WRITE-CACHE-RECORD.
           MOVE SPACES TO RCACHE-RECORD.
           MOVE WS-QUERY-UC          TO RCACHE-QUERY.
           MOVE WS-BUILD-STAMP(1:14) TO RCACHE-BUILT.
           MOVE WS-MATCH-COUNT       TO RCACHE-MATCH-COUNT.
           MOVE WS-TOP-COUNT         TO RCACHE-ENTRY-COUNT.
           MOVE 0 TO WS-SCAN-IX.
           PERFORM 3610-MOVE-ONE-ENTRY WS-TOP-COUNT TIMES.
           WRITE RCACHE-RECORD
               INVALID KEY
                   ADD 1 TO WS-CACHE-REJECTED
               NOT INVALID KEY
                   ADD 1 TO WS-CACHED-COUNT
                   ADD FREQ-COUNT TO WS-COVERED-SEARCHES
           END-WRITE.
       3600-EXIT.
           EXIT.

       3610-MOVE-ONE-ENTRY.
           ADD 1 TO WS-SCAN-IX.
           MOVE WS-TOP-URL(WS-SCAN-IX)   TO RCACHE-URL(WS-SCAN-IX).
           MOVE WS-TOP-TITLE(WS-SCAN-IX) TO RCACHE-TITLE(WS-SCAN-IX).
           MOVE WS-TOP-SCORE(WS-SCAN-IX) TO RCACHE-SCORE(WS-SCAN-IX).

      *----------------------------------------------------------*
      *  3700-GATHER-CANDIDATES                                   *
      *  ONE INDEX PROBE PER QUERY WORD AND PER THESAURUS         *
      *  SYNONYM: START AT THE WORD, WALK THE POSTINGS WHILE THE   *
      *  INDEXED WORD STILL BEGINS WITH IT, AND COLLECT EACH       *
      *  POSTING'S URL ONCE. MATCHING AND SCORING STAY IN          *
      *  3400-EVALUATE-RECORD.                                     *
      *----------------------------------------------------------*
       3700-GATHER-CANDIDATES.
           MOVE 0 TO WS-CAND-LIST-COUNT.
           MOVE "N" TO WS-CAND-LIST-FULL-SW.
           MOVE 1 TO WS-WORD-IX.
           PERFORM 3710-SCAN-WORD-POSTINGS THRU 3710-EXIT
               UNTIL WS-WORD-IX > WS-WORD-COUNT.
           MOVE 1 TO WS-SYN-IX.
           PERFORM 3780-SCAN-SYNONYM-POSTINGS THRU 3780-EXIT
               UNTIL WS-SYN-IX > WS-SYN-COUNT.
           IF CAND-LIST-FULL
               DISPLAY "RESULT-CACHE: CANDIDATE LIST FULL AT "
                   WS-CAND-LIST-MAX " FOR " WS-QUERY-UC(1:40)
                   " - COUNT MAY BE LOW"
           END-IF.
       3700-EXIT.
           EXIT.

      *    AN EXCLUDED -WORD NEVER FETCHES CANDIDATES - IT ONLY
      *    VETOES THEM LATER. A PHRASE PROBES THE INDEX BY ITS
      *    FIRST WORD; THE FULL ADJACENT-TEXT CHECK HAPPENS WHEN
      *    THE CANDIDATE IS FETCHED AND JUDGED.
       3710-SCAN-WORD-POSTINGS.
           IF WS-WORD-TYPE(WS-WORD-IX) = "X"
               ADD 1 TO WS-WORD-IX
               GO TO 3710-EXIT
           END-IF.
           MOVE SPACES TO WS-PROBE-TEXT.
           MOVE WS-WORD-TEXT(WS-WORD-IX)(1:WS-WORD-LEN(WS-WORD-IX))
               TO WS-PROBE-TEXT.
           MOVE WS-WORD-LEN(WS-WORD-IX) TO WS-PROBE-LEN.
           IF WS-WORD-TYPE(WS-WORD-IX) = "P"
               MOVE 0 TO WS-PROBE-CLIP
               INSPECT WS-PROBE-TEXT(1:WS-PROBE-LEN)
                   TALLYING WS-PROBE-CLIP
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-PROBE-CLIP > 0
               AND WS-PROBE-CLIP < WS-PROBE-LEN
                   MOVE WS-PROBE-CLIP TO WS-PROBE-LEN
               END-IF
           END-IF.
           PERFORM 3715-PROBE-POSTINGS THRU 3715-EXIT.
           ADD 1 TO WS-WORD-IX.
       3710-EXIT.
           EXIT.

       3715-PROBE-POSTINGS.
           MOVE "N" TO WS-WINDX-EOF-SW.
           MOVE SPACES TO WINDX-WORD.
           MOVE WS-PROBE-TEXT(1:WS-PROBE-LEN) TO WINDX-WORD.
           MOVE LOW-VALUES TO WINDX-URL.
           START WORD-INDEX KEY NOT LESS THAN WINDX-KEY
               INVALID KEY
                   MOVE "Y" TO WS-WINDX-EOF-SW
           END-START.
           PERFORM 3720-READ-ONE-POSTING THRU 3720-EXIT
               UNTIL WINDX-EOF.
       3715-EXIT.
           EXIT.

       3720-READ-ONE-POSTING.
           READ WORD-INDEX NEXT RECORD
               AT END
                   MOVE "Y" TO WS-WINDX-EOF-SW
               NOT AT END
                   IF WINDX-WORD(1:WS-PROBE-LEN) =
                           WS-PROBE-TEXT(1:WS-PROBE-LEN)
                       PERFORM 3730-ADD-CANDIDATE THRU 3730-EXIT
                   ELSE
                       MOVE "Y" TO WS-WINDX-EOF-SW
                   END-IF
           END-READ.
       3720-EXIT.
           EXIT.

       3730-ADD-CANDIDATE.
           MOVE "N" TO WS-CAND-KNOWN-SW.
           MOVE 1 TO WS-CAND-LIST-IX.
           PERFORM 3740-CHECK-LISTED
               UNTIL CAND-ALREADY-LISTED
               OR WS-CAND-LIST-IX > WS-CAND-LIST-COUNT.
           IF CAND-ALREADY-LISTED
               GO TO 3730-EXIT
           END-IF.
           IF WS-CAND-LIST-COUNT >= WS-CAND-LIST-MAX
               MOVE "Y" TO WS-CAND-LIST-FULL-SW
               GO TO 3730-EXIT
           END-IF.
           ADD 1 TO WS-CAND-LIST-COUNT.
           MOVE WINDX-URL TO WS-CAND-LIST-URL(WS-CAND-LIST-COUNT).
       3730-EXIT.
           EXIT.

       3740-CHECK-LISTED.
           IF WS-CAND-LIST-URL(WS-CAND-LIST-IX) = WINDX-URL
               MOVE "Y" TO WS-CAND-KNOWN-SW
           ELSE
               ADD 1 TO WS-CAND-LIST-IX
           END-IF.

       3780-SCAN-SYNONYM-POSTINGS.
           MOVE SPACES TO WS-PROBE-TEXT.
           MOVE WS-SYN-TEXT(WS-SYN-IX) TO WS-PROBE-TEXT.
           MOVE WS-SYN-LEN(WS-SYN-IX)  TO WS-PROBE-LEN.
           PERFORM 3715-PROBE-POSTINGS THRU 3715-EXIT.
           ADD 1 TO WS-SYN-IX.
       3780-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3750-VERIFY-CANDIDATES                                   *
      *  FETCH EACH CANDIDATE BY KEY AND JUDGE IT BY THE SAME      *
      *  RULES THE FULL SCAN USES.                                 *
      *----------------------------------------------------------*
       3750-VERIFY-CANDIDATES.
           MOVE 1 TO WS-CAND-LIST-IX.
           PERFORM 3760-VERIFY-ONE THRU 3760-EXIT
               UNTIL WS-CAND-LIST-IX > WS-CAND-LIST-COUNT.
       3750-EXIT.
           EXIT.

       3760-VERIFY-ONE.
           MOVE WS-CAND-LIST-URL(WS-CAND-LIST-IX) TO CAT-URL.
           READ PAGE-CATALOG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 3400-EVALUATE-RECORD THRU 3400-EXIT
           END-READ.
           ADD 1 TO WS-CAND-LIST-IX.
       3760-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3800-EXPAND-QUERY-WORDS                                  *
      *  WIDEN EVERY PLAIN QUERY WORD THROUGH THE THESAURUS: WHEN  *
      *  A GROUP HOLDS THE WORD, THE GROUP'S OTHER WORDS BECOME    *
      *  ITS SYNONYMS. PHRASES AND -WORDS ARE TAKEN EXACTLY AS     *
      *  WRITTEN. NO THESAURUS FILE SIMPLY MEANS NO WIDENING.      *
      *----------------------------------------------------------*
       3800-EXPAND-QUERY-WORDS.
           MOVE 0 TO WS-SYN-COUNT.
           IF WS-PLAIN-WORD-COUNT = 0
               GO TO 3800-EXIT
           END-IF.
           MOVE "N" TO WS-THES-EOF-SW.
           OPEN INPUT THESAURUS.
           IF WS-THES-STATUS NOT = "00"
               GO TO 3800-EXIT
           END-IF.
           PERFORM 3810-READ-THESAURUS-GROUP THRU 3810-EXIT
               UNTIL THES-EOF.
           CLOSE THESAURUS.
       3800-EXIT.
           EXIT.

       3810-READ-THESAURUS-GROUP.
           READ THESAURUS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-THES-EOF-SW
               NOT AT END
                   PERFORM 3820-SPLIT-THESAURUS-GROUP
                   MOVE 1 TO WS-WORD-IX
                   PERFORM 3840-EXPAND-ONE-WORD
                       UNTIL WS-WORD-IX > WS-WORD-COUNT
           END-READ.
       3810-EXIT.
           EXIT.

       3820-SPLIT-THESAURUS-GROUP.
           MOVE FUNCTION UPPER-CASE(THES-TERMS) TO THES-TERMS.
           MOVE 0 TO WS-GROUP-COUNT.
           MOVE 1 TO WS-GROUP-PTR.
           PERFORM 3830-SPLIT-ONE-GROUP-WORD
               UNTIL WS-GROUP-PTR > 200
               OR WS-GROUP-COUNT >= WS-GROUP-MAX.

       3830-SPLIT-ONE-GROUP-WORD.
           MOVE SPACES TO WS-GROUP-WORD.
           MOVE 0 TO WS-GROUP-WORD-LEN.
           UNSTRING THES-TERMS DELIMITED BY ALL SPACE
               INTO WS-GROUP-WORD COUNT IN WS-GROUP-WORD-LEN
               WITH POINTER WS-GROUP-PTR
           END-UNSTRING.
           IF WS-GROUP-WORD-LEN > 0 AND WS-GROUP-WORD-LEN <= 40
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-GROUP-WORD     TO WS-GROUP-TEXT(WS-GROUP-COUNT)
               MOVE WS-GROUP-WORD-LEN TO WS-GROUP-LEN(WS-GROUP-COUNT)
           END-IF.

       3840-EXPAND-ONE-WORD.
           IF WS-WORD-TYPE(WS-WORD-IX) = "W"
               MOVE "N" TO WS-GROUP-MEMBER-SW
               MOVE 1 TO WS-GROUP-IX
               PERFORM 3850-CHECK-GROUP-MEMBER
                   UNTIL WORD-IN-GROUP
                   OR WS-GROUP-IX > WS-GROUP-COUNT
               IF WORD-IN-GROUP
                   MOVE 1 TO WS-GROUP-IX
                   PERFORM 3860-ADD-GROUP-SYNONYM WS-GROUP-COUNT TIMES
               END-IF
           END-IF.
           ADD 1 TO WS-WORD-IX.

       3850-CHECK-GROUP-MEMBER.
           IF WS-GROUP-TEXT(WS-GROUP-IX) = WS-WORD-TEXT(WS-WORD-IX)
               MOVE "Y" TO WS-GROUP-MEMBER-SW
           ELSE
               ADD 1 TO WS-GROUP-IX
           END-IF.

      *    A FULL TABLE QUIETLY STOPS THE WIDENING - THE QUERY'S OWN
      *    WORDS ARE NEVER LOST.
       3860-ADD-GROUP-SYNONYM.
           IF WS-GROUP-TEXT(WS-GROUP-IX) NOT =
                   WS-WORD-TEXT(WS-WORD-IX)
           AND WS-SYN-COUNT < WS-SYN-MAX
               ADD 1 TO WS-SYN-COUNT
               MOVE WS-WORD-IX TO WS-SYN-WORD-IX(WS-SYN-COUNT)
               MOVE WS-GROUP-TEXT(WS-GROUP-IX)
                   TO WS-SYN-TEXT(WS-SYN-COUNT)
               MOVE WS-GROUP-LEN(WS-GROUP-IX)
                   TO WS-SYN-LEN(WS-SYN-COUNT)
           END-IF.
           ADD 1 TO WS-GROUP-IX.


      *----------------------------------------------------------*
      *  9000-TERMINATE                                           *
      *  THE COVERAGE FIGURE IS THE SHARE OF THE WINDOW'S SEARCHES *
      *  THAT WERE FOR A QUERY NOW IN THE CACHE - WHAT TOMORROW'S  *
      *  HIT RATE SHOULD LOOK LIKE IF TOMORROW RESEMBLES THE       *
      *  WINDOW.                                                   *
      *----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-TOTAL-QUERIES > 0
               COMPUTE WS-COVERED-PCT =
                   WS-COVERED-SEARCHES * 100 / WS-TOTAL-QUERIES
           END-IF.
           DISPLAY "RESULT-CACHE: RUN COMPLETE".
           DISPLAY "  QUERIES IN WINDOW .... " WS-TOTAL-QUERIES.
           DISPLAY "  DISTINCT QUERIES ..... " WS-DISTINCT-QUERIES.
           DISPLAY "  QUERIES CACHED ....... " WS-CACHED-COUNT.
           DISPLAY "  PASSED OVER (CAT:/-) . " WS-PASSED-OVER.
           DISPLAY "  CACHE WRITES REJECTED  " WS-CACHE-REJECTED.
           DISPLAY "  SEARCHES COVERED ..... " WS-COVERED-SEARCHES
               " (" WS-COVERED-PCT "%)".
       9000-EXIT.
           EXIT.
