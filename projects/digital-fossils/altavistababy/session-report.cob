       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESSION-REPORT.
       AUTHOR. J HENNESSEY.
       INSTALLATION. PORTSCOUT-PARODY-STACK.
       DATE-WRITTEN. 2026-10-06.
       DATE-COMPILED.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-06  JH   INITIAL VERSION - SESSION ANALYSIS FROM
      *                    THE SESSION ID ALTAVISTA-BABY NOW STAMPS
      *                    ON QUERYLOG AND CLICKLOG: QUERIES PER
      *                    SESSION, SESSIONS THAT END WITHOUT A
      *                    PICK, AND THE MOST COMMON REFORMULATIONS
      *                    (A QUERY RETYPED AFTER THE LAST ONE GAVE
      *                    THE USER NOTHING WORTH PICKING).
      *--------------------------------------------------------------
      *
      * SESSION-REPORT MERGES QUERYLOG AND CLICKLOG INTO ONE STREAM
      * PER SESSION (SESSION ID + SIGN-ON ID) IN TIME ORDER AND
      * READS EACH VISIT THE WAY THE USER LIVED IT. A QUERY COUNTS
      * AS USEFUL WHEN AT LEAST ONE RESULT WAS PICKED FROM IT.
      * ALTAVISTA-BABY WRITES THE CLICKS FOR A QUERY WHILE THE
      * RESULT PAGES ARE UP AND THE QUERYLOG RECORD AFTER THE LAST
      * PAGE, SO THE PICKS BELONGING TO A QUERY ARE THE CLICKS THAT
      * ARRIVE BETWEEN THE PREVIOUS QUERY AND THIS ONE - WHICH IS
      * WHY A CLICK SORTS AHEAD OF A QUERY STAMPED THE SAME SECOND.
      *
      * A QUERY THAT GAVE NOTHING USEFUL, FOLLOWED IN THE SAME
      * SESSION BY A DIFFERENT QUERY, IS ONE REFORMULATION. A RUN
      * OF THEM IS A CHAIN, WHICH ENDS EITHER IN A QUERY THAT WAS
      * PICKED FROM OR IN THE USER GIVING UP. THE REPORT PRINTS
      * (1) SESSION VOLUME AND QUERIES PER SESSION, (2) SESSIONS
      * ENDING WITHOUT ANY PICK, (3) CHAIN COUNTS, AND (4) THE TOP
      * 20 REFORMULATIONS, OLD QUERY -> NEW QUERY. THE TOP-20 IS
      * BUILT THE SAME WAY QUERYLOG-REPORT BUILDS ITS OWN.
      *
      * RECORDS WITH A BLANK SESSION ID PREDATE SESSIONS AND ARE
      * COUNTED BUT NOT ANALYSED. CLICKLOG IS NEVER TRIMMED BUT
      * QUERYLOG IS, SO A SESSION WITH PICKS AND NO QUERIES LEFT IN
      * THE LOG IS OLDER THAN THE QUERYLOG WINDOW AND IS SKIPPED.
      * RUN ON DEMAND - NOT A STEP IN THE NIGHTLY CHAIN.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUERYLOG ASSIGN TO "QUERYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUERYLOG-STATUS.
           SELECT CLICKLOG ASSIGN TO "CLICKLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLICK-STATUS.
           SELECT WORK-SORT1 ASSIGN TO "SRPTSRT1.TMP".
           SELECT PAIR-FILE ASSIGN TO "SRPTPAIR.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAIR-STATUS.
           SELECT WORK-SORT2 ASSIGN TO "SRPTSRT2.TMP".
           SELECT SUMMARY-FILE ASSIGN TO "SRPTSUM.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.
           SELECT WORK-SORT3 ASSIGN TO "SRPTSRT3.TMP".
           SELECT FREQ-SORTED ASSIGN TO "SRPTFREQ.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUERYLOG.
           COPY QLOGREC.

       FD  CLICKLOG.
           COPY CLICKREC.

      * ONE EVENT OF A SESSION: A QUERY ("Q") OR A PICK ("C").
       SD  WORK-SORT1.
       01  SORT1-RECORD.
           05  SORT1-SESSION-ID     PIC X(16).
           05  SORT1-SIGNON-ID      PIC X(08).
           05  SORT1-TIMESTAMP      PIC X(14).
           05  SORT1-TYPE           PIC X(01).
               88  SORT1-IS-CLICK           VALUE "C".
               88  SORT1-IS-QUERY           VALUE "Q".
           05  SORT1-QUERY          PIC X(80).
           05  SORT1-RESULT-COUNT   PIC 9(08).

      * ONE REFORMULATION: THE QUERY THAT FAILED AND THE ONE TYPED
      * AFTER IT.
       FD  PAIR-FILE.
       01  PAIR-RECORD.
           05  PAIR-FROM-QUERY      PIC X(80).
           05  PAIR-TO-QUERY        PIC X(80).

       SD  WORK-SORT2.
       01  SORT2-RECORD.
           05  SORT2-FROM-QUERY     PIC X(80).
           05  SORT2-TO-QUERY       PIC X(80).

       FD  SUMMARY-FILE.
       01  SUMMARY-RECORD.
           05  SUM-FROM-QUERY       PIC X(80).
           05  SUM-TO-QUERY         PIC X(80).
           05  SUM-COUNT            PIC 9(08).

       SD  WORK-SORT3.
       01  SORT3-RECORD.
           05  SORT3-FROM-QUERY     PIC X(80).
           05  SORT3-TO-QUERY       PIC X(80).
           05  SORT3-COUNT          PIC 9(08).

       FD  FREQ-SORTED.
       01  FREQ-RECORD.
           05  FREQ-FROM-QUERY      PIC X(80).
           05  FREQ-TO-QUERY        PIC X(80).
           05  FREQ-COUNT           PIC 9(08).

       WORKING-STORAGE SECTION.
       77  WS-QUERYLOG-STATUS       PIC X(02) VALUE SPACES.
       77  WS-CLICK-STATUS          PIC X(02) VALUE SPACES.
       77  WS-PAIR-STATUS           PIC X(02) VALUE SPACES.
       77  WS-SUMMARY-STATUS        PIC X(02) VALUE SPACES.
       77  WS-FREQ-STATUS           PIC X(02) VALUE SPACES.
       77  WS-QUERYLOG-EOF-SW       PIC X(01) VALUE "N".
           88  QUERYLOG-EOF                 VALUE "Y".
       77  WS-CLICK-EOF-SW          PIC X(01) VALUE "N".
           88  CLICK-EOF                    VALUE "Y".
       77  WS-SORT1-EOF-SW          PIC X(01) VALUE "N".
           88  SORT1-EOF                    VALUE "Y".
       77  WS-SORT2-EOF-SW          PIC X(01) VALUE "N".
           88  SORT2-EOF                    VALUE "Y".
       77  WS-FREQ-EOF-SW           PIC X(01) VALUE "N".
           88  FREQ-EOF                     VALUE "Y".
       77  WS-FIRST-RECORD-SW       PIC X(01) VALUE "Y".
           88  FIRST-RECORD                 VALUE "Y".
      * INPUT VOLUME
       77  WS-QUERIES-READ          PIC 9(08) VALUE 0 COMP.
       77  WS-CLICKS-READ           PIC 9(08) VALUE 0 COMP.
       77  WS-QUERIES-NO-SESSION    PIC 9(08) VALUE 0 COMP.
       77  WS-CLICKS-NO-SESSION     PIC 9(08) VALUE 0 COMP.
      * THE SESSION BEING READ
       77  WS-PREV-SESSION-ID       PIC X(16) VALUE SPACES.
       77  WS-PREV-SIGNON-ID        PIC X(08) VALUE SPACES.
       77  WS-SESS-QUERIES          PIC 9(08) VALUE 0 COMP.
       77  WS-SESS-PICKS            PIC 9(08) VALUE 0 COMP.
       77  WS-PICKS-SINCE-QUERY     PIC 9(08) VALUE 0 COMP.
       77  WS-PREV-QUERY            PIC X(80) VALUE SPACES.
       77  WS-PREV-FAILED-SW        PIC X(01) VALUE "N".
           88  PREV-QUERY-FAILED            VALUE "Y".
       77  WS-CHAIN-LENGTH          PIC 9(08) VALUE 0 COMP.
      * SESSION TOTALS
       77  WS-SESSIONS              PIC 9(08) VALUE 0 COMP.
       77  WS-SESSIONS-NO-PICK      PIC 9(08) VALUE 0 COMP.
       77  WS-SESSIONS-SKIPPED      PIC 9(08) VALUE 0 COMP.
       77  WS-SESSION-QUERIES       PIC 9(08) VALUE 0 COMP.
       77  WS-SESSION-PICKS         PIC 9(08) VALUE 0 COMP.
       77  WS-QUERIES-ZERO-RESULT   PIC 9(08) VALUE 0 COMP.
       77  WS-QUERIES-NOT-PICKED    PIC 9(08) VALUE 0 COMP.
      * SESSIONS BY NUMBER OF QUERIES: 1, 2, 3-5, 6-10, 11 AND UP
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET-COUNT OCCURS 5 TIMES PIC 9(08) COMP.
       77  WS-BUCKET-IX             PIC 9(02) VALUE 0 COMP.
       01  WS-BUCKET-LABELS.
           05  FILLER               PIC X(10) VALUE "1 QUERY   ".
           05  FILLER               PIC X(10) VALUE "2 QUERIES ".
           05  FILLER               PIC X(10) VALUE "3-5       ".
           05  FILLER               PIC X(10) VALUE "6-10      ".
           05  FILLER               PIC X(10) VALUE "11 OR MORE".
       01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           05  WS-BUCKET-LABEL OCCURS 5 TIMES PIC X(10).
      * REFORMULATION CHAINS
       77  WS-REFORMULATIONS        PIC 9(08) VALUE 0 COMP.
       77  WS-CHAINS-RESOLVED       PIC 9(08) VALUE 0 COMP.
       77  WS-CHAINS-ABANDONED      PIC 9(08) VALUE 0 COMP.
       77  WS-CHAINS-TOTAL          PIC 9(08) VALUE 0 COMP.
       77  WS-DISTINCT-PAIRS        PIC 9(08) VALUE 0 COMP.
       77  WS-RUN-COUNT             PIC 9(08) VALUE 0 COMP.
       77  WS-PREV-FROM-QUERY       PIC X(80) VALUE SPACES.
       77  WS-PREV-TO-QUERY         PIC X(80) VALUE SPACES.
       77  WS-TOP-N-DISPLAYED       PIC 9(04) VALUE 0 COMP.
       77  WS-MAX-TOP-N             PIC 9(04) VALUE 20.
      * PRINT FIELDS
       77  WS-PCT                   PIC 9(03) VALUE 0.
       77  WS-AVERAGE               PIC 9(05)V99 VALUE 0.
       77  WS-AVERAGE-EDIT          PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 1 TO WS-BUCKET-IX.
           PERFORM 0050-CLEAR-ONE-BUCKET 5 TIMES.
           PERFORM 1000-SORT-AND-ANALYSE THRU 1000-EXIT.
           PERFORM 2000-SUMMARIZE-PAIRS THRU 2000-EXIT.
           PERFORM 3000-SORT-BY-FREQUENCY THRU 3000-EXIT.
           PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
           STOP RUN.

       0050-CLEAR-ONE-BUCKET.
           MOVE 0 TO WS-BUCKET-COUNT(WS-BUCKET-IX).
           ADD 1 TO WS-BUCKET-IX.

      *----------------------------------------------------------*
      *  1000-SORT-AND-ANALYSE                                    *
      *  MERGE QUERIES AND PICKS INTO SESSION/TIME ORDER, THEN    *
      *  WALK EACH SESSION, WRITING ONE PAIR RECORD PER           *
      *  REFORMULATION.                                           *
      *----------------------------------------------------------*
       1000-SORT-AND-ANALYSE.
           SORT WORK-SORT1
               ON ASCENDING KEY SORT1-SESSION-ID SORT1-SIGNON-ID
                                SORT1-TIMESTAMP SORT1-TYPE
               INPUT PROCEDURE IS 1100-SELECT-EVENTS THRU 1100-EXIT
               OUTPUT PROCEDURE IS 1200-WALK-SESSIONS THRU
                   1200-EXIT.
       1000-EXIT.
           EXIT.

       1100-SELECT-EVENTS.
           OPEN INPUT QUERYLOG.
           IF WS-QUERYLOG-STATUS NOT = "00"
               DISPLAY "SESSION-REPORT: CANNOT OPEN QUERYLOG, "
                   "STATUS " WS-QUERYLOG-STATUS " - NO QUERIES"
           ELSE
               MOVE "N" TO WS-QUERYLOG-EOF-SW
               PERFORM 1110-RELEASE-QUERY THRU 1110-EXIT
                   UNTIL QUERYLOG-EOF
               CLOSE QUERYLOG
           END-IF.
           OPEN INPUT CLICKLOG.
           IF WS-CLICK-STATUS NOT = "00"
               DISPLAY "SESSION-REPORT: CANNOT OPEN CLICKLOG, "
                   "STATUS " WS-CLICK-STATUS " - NO PICKS"
           ELSE
               MOVE "N" TO WS-CLICK-EOF-SW
               PERFORM 1120-RELEASE-CLICK THRU 1120-EXIT
                   UNTIL CLICK-EOF
               CLOSE CLICKLOG
           END-IF.
       1100-EXIT.
           EXIT.

       1110-RELEASE-QUERY.
           READ QUERYLOG
               AT END
                   MOVE "Y" TO WS-QUERYLOG-EOF-SW
                   GO TO 1110-EXIT
           END-READ.
           ADD 1 TO WS-QUERIES-READ.
           IF QLOG-SESSION-ID = SPACES
               ADD 1 TO WS-QUERIES-NO-SESSION
               GO TO 1110-EXIT
           END-IF.
           MOVE QLOG-SESSION-ID    TO SORT1-SESSION-ID.
           MOVE QLOG-SIGNON-ID     TO SORT1-SIGNON-ID.
           MOVE QLOG-TIMESTAMP     TO SORT1-TIMESTAMP.
           MOVE "Q"                TO SORT1-TYPE.
           MOVE QLOG-QUERY         TO SORT1-QUERY.
           MOVE QLOG-RESULT-COUNT  TO SORT1-RESULT-COUNT.
           RELEASE SORT1-RECORD.
       1110-EXIT.
           EXIT.

       1120-RELEASE-CLICK.
           READ CLICKLOG
               AT END
                   MOVE "Y" TO WS-CLICK-EOF-SW
                   GO TO 1120-EXIT
           END-READ.
           ADD 1 TO WS-CLICKS-READ.
           IF CLICK-SESSION-ID = SPACES
               ADD 1 TO WS-CLICKS-NO-SESSION
               GO TO 1120-EXIT
           END-IF.
           MOVE CLICK-SESSION-ID   TO SORT1-SESSION-ID.
           MOVE CLICK-SIGNON-ID    TO SORT1-SIGNON-ID.
           MOVE CLICK-TIMESTAMP    TO SORT1-TIMESTAMP.
           MOVE "C"                TO SORT1-TYPE.
           MOVE CLICK-QUERY        TO SORT1-QUERY.
           MOVE 0                  TO SORT1-RESULT-COUNT.
           RELEASE SORT1-RECORD.
       1120-EXIT.
           EXIT.

       1200-WALK-SESSIONS.
           OPEN OUTPUT PAIR-FILE.
           MOVE "N" TO WS-SORT1-EOF-SW.
           MOVE "Y" TO WS-FIRST-RECORD-SW.
           PERFORM 1210-RETURN-EVENT THRU 1210-EXIT
               UNTIL SORT1-EOF.
           IF NOT FIRST-RECORD
               PERFORM 1240-END-SESSION THRU 1240-EXIT
           END-IF.
           CLOSE PAIR-FILE.
       1200-EXIT.
           EXIT.

       1210-RETURN-EVENT.
           RETURN WORK-SORT1
               AT END
                   MOVE "Y" TO WS-SORT1-EOF-SW
                   GO TO 1210-EXIT
           END-RETURN.
           IF FIRST-RECORD
               MOVE "N" TO WS-FIRST-RECORD-SW
               PERFORM 1230-START-SESSION THRU 1230-EXIT
           END-IF.
           IF SORT1-SESSION-ID NOT = WS-PREV-SESSION-ID
           OR SORT1-SIGNON-ID NOT = WS-PREV-SIGNON-ID
               PERFORM 1240-END-SESSION THRU 1240-EXIT
               PERFORM 1230-START-SESSION THRU 1230-EXIT
           END-IF.
           IF SORT1-IS-CLICK
               ADD 1 TO WS-SESS-PICKS
               ADD 1 TO WS-PICKS-SINCE-QUERY
           ELSE
               PERFORM 1220-ONE-QUERY THRU 1220-EXIT
           END-IF.
       1210-EXIT.
           EXIT.

      *    THE PICKS COUNTED SINCE THE LAST QUERY BELONG TO THIS
      *    ONE. IF THE LAST QUERY GAVE NOTHING AND THIS ONE IS
      *    WORDED DIFFERENTLY, THE USER REFORMULATED. THE SAME
      *    TEXT AGAIN IS A RESUBMIT AND IS NOT COUNTED.
       1220-ONE-QUERY.
           ADD 1 TO WS-SESS-QUERIES.
           IF PREV-QUERY-FAILED
           AND SORT1-QUERY NOT = WS-PREV-QUERY
               MOVE WS-PREV-QUERY TO PAIR-FROM-QUERY
               MOVE SORT1-QUERY   TO PAIR-TO-QUERY
               WRITE PAIR-RECORD
               ADD 1 TO WS-REFORMULATIONS
               ADD 1 TO WS-CHAIN-LENGTH
           END-IF.
           IF WS-PICKS-SINCE-QUERY > 0
               MOVE "N" TO WS-PREV-FAILED-SW
               IF WS-CHAIN-LENGTH > 0
                   ADD 1 TO WS-CHAINS-RESOLVED
                   MOVE 0 TO WS-CHAIN-LENGTH
               END-IF
           ELSE
               MOVE "Y" TO WS-PREV-FAILED-SW
               IF SORT1-RESULT-COUNT = 0
                   ADD 1 TO WS-QUERIES-ZERO-RESULT
               ELSE
                   ADD 1 TO WS-QUERIES-NOT-PICKED
               END-IF
           END-IF.
           MOVE SORT1-QUERY TO WS-PREV-QUERY.
           MOVE 0 TO WS-PICKS-SINCE-QUERY.
       1220-EXIT.
           EXIT.

       1230-START-SESSION.
           MOVE SORT1-SESSION-ID TO WS-PREV-SESSION-ID.
           MOVE SORT1-SIGNON-ID  TO WS-PREV-SIGNON-ID.
           MOVE 0 TO WS-SESS-QUERIES.
           MOVE 0 TO WS-SESS-PICKS.
           MOVE 0 TO WS-PICKS-SINCE-QUERY.
           MOVE 0 TO WS-CHAIN-LENGTH.
           MOVE SPACES TO WS-PREV-QUERY.
           MOVE "N" TO WS-PREV-FAILED-SW.
       1230-EXIT.
           EXIT.

      *    A CHAIN STILL OPEN WHEN THE SESSION ENDS IS ONE THE
      *    USER GAVE UP ON.
       1240-END-SESSION.
           IF WS-SESS-QUERIES = 0
               ADD 1 TO WS-SESSIONS-SKIPPED
               GO TO 1240-EXIT
           END-IF.
           ADD 1 TO WS-SESSIONS.
           ADD WS-SESS-QUERIES TO WS-SESSION-QUERIES.
           ADD WS-SESS-PICKS   TO WS-SESSION-PICKS.
           IF WS-SESS-PICKS = 0
               ADD 1 TO WS-SESSIONS-NO-PICK
           END-IF.
           IF WS-CHAIN-LENGTH > 0
               ADD 1 TO WS-CHAINS-ABANDONED
           END-IF.
           EVALUATE TRUE
               WHEN WS-SESS-QUERIES = 1
                   MOVE 1 TO WS-BUCKET-IX
               WHEN WS-SESS-QUERIES = 2
                   MOVE 2 TO WS-BUCKET-IX
               WHEN WS-SESS-QUERIES <= 5
                   MOVE 3 TO WS-BUCKET-IX
               WHEN WS-SESS-QUERIES <= 10
                   MOVE 4 TO WS-BUCKET-IX
               WHEN OTHER
                   MOVE 5 TO WS-BUCKET-IX
           END-EVALUATE.
           ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-IX).
       1240-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-SUMMARIZE-PAIRS                                     *
      *  SORT THE REFORMULATIONS BY OLD/NEW QUERY AND CONTROL-    *
      *  BREAK THEM INTO ONE SUMMARY RECORD PER DISTINCT PAIR.    *
      *----------------------------------------------------------*
       2000-SUMMARIZE-PAIRS.
           SORT WORK-SORT2
               ON ASCENDING KEY SORT2-FROM-QUERY SORT2-TO-QUERY
               USING PAIR-FILE
               OUTPUT PROCEDURE IS 2100-SUMMARIZE-SORTED THRU
                   2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-SUMMARIZE-SORTED.
           OPEN OUTPUT SUMMARY-FILE.
           MOVE "N" TO WS-SORT2-EOF-SW.
           MOVE "Y" TO WS-FIRST-RECORD-SW.
           PERFORM 2110-RETURN-SORTED-PAIR THRU 2110-EXIT
               UNTIL SORT2-EOF.
           IF NOT FIRST-RECORD
               PERFORM 2120-WRITE-SUMMARY-RECORD THRU 2120-EXIT
           END-IF.
           CLOSE SUMMARY-FILE.
       2100-EXIT.
           EXIT.

       2110-RETURN-SORTED-PAIR.
           RETURN WORK-SORT2
               AT END
                   MOVE "Y" TO WS-SORT2-EOF-SW
               NOT AT END
                   IF FIRST-RECORD
                       MOVE "N" TO WS-FIRST-RECORD-SW
                       MOVE SORT2-FROM-QUERY TO WS-PREV-FROM-QUERY
                       MOVE SORT2-TO-QUERY   TO WS-PREV-TO-QUERY
                       MOVE 0 TO WS-RUN-COUNT
                   END-IF
                   IF SORT2-FROM-QUERY NOT = WS-PREV-FROM-QUERY
                   OR SORT2-TO-QUERY NOT = WS-PREV-TO-QUERY
                       PERFORM 2120-WRITE-SUMMARY-RECORD THRU
                           2120-EXIT
                       MOVE SORT2-FROM-QUERY TO WS-PREV-FROM-QUERY
                       MOVE SORT2-TO-QUERY   TO WS-PREV-TO-QUERY
                       MOVE 0 TO WS-RUN-COUNT
                   END-IF
                   ADD 1 TO WS-RUN-COUNT
           END-RETURN.
       2110-EXIT.
           EXIT.

       2120-WRITE-SUMMARY-RECORD.
           MOVE WS-PREV-FROM-QUERY TO SUM-FROM-QUERY.
           MOVE WS-PREV-TO-QUERY   TO SUM-TO-QUERY.
           MOVE WS-RUN-COUNT       TO SUM-COUNT.
           WRITE SUMMARY-RECORD.
           ADD 1 TO WS-DISTINCT-PAIRS.
       2120-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-SORT-BY-FREQUENCY                                   *
      *  RESORT THE SUMMARY RECORDS, MOST COMMON PAIR FIRST.      *
      *----------------------------------------------------------*
       3000-SORT-BY-FREQUENCY.
           SORT WORK-SORT3 ON DESCENDING KEY SORT3-COUNT
               USING SUMMARY-FILE
               GIVING FREQ-SORTED.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-PRINT-REPORT                                        *
      *----------------------------------------------------------*
       4000-PRINT-REPORT.
           DISPLAY "========================================".
           DISPLAY " ALTAVISTA BABY - SESSION ANALYSIS".
           DISPLAY "========================================".
           DISPLAY " ".
           DISPLAY "QUERIES READ ............. " WS-QUERIES-READ.
           DISPLAY "  WITH NO SESSION ........ "
               WS-QUERIES-NO-SESSION.
           DISPLAY "PICKS READ ............... " WS-CLICKS-READ.
           DISPLAY "  WITH NO SESSION ........ "
               WS-CLICKS-NO-SESSION.
           DISPLAY "SESSIONS SKIPPED ......... " WS-SESSIONS-SKIPPED
               " (PICKS ONLY - QUERIES OUTSIDE THE LOG)".
           DISPLAY " ".
           DISPLAY "SESSIONS ................. " WS-SESSIONS.
           IF WS-SESSIONS = 0
               DISPLAY "(NO SESSIONS LOGGED FOR THIS PERIOD)"
               DISPLAY "----------------------------------------"
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "QUERIES IN SESSIONS ...... " WS-SESSION-QUERIES.
           DISPLAY "PICKS IN SESSIONS ........ " WS-SESSION-PICKS.
           COMPUTE WS-AVERAGE ROUNDED =
               WS-SESSION-QUERIES / WS-SESSIONS.
           MOVE WS-AVERAGE TO WS-AVERAGE-EDIT.
           DISPLAY "AVG QUERIES PER SESSION .. " WS-AVERAGE-EDIT.
           COMPUTE WS-PCT ROUNDED =
               WS-SESSIONS-NO-PICK * 100 / WS-SESSIONS.
           DISPLAY "SESSIONS ENDING WITH NO PICK "
               WS-SESSIONS-NO-PICK " (" WS-PCT "%)".
           DISPLAY " ".
           DISPLAY "SESSIONS BY QUERY COUNT".
           DISPLAY "----------------------------------------".
           MOVE 1 TO WS-BUCKET-IX.
           PERFORM 4100-PRINT-ONE-BUCKET THRU 4100-EXIT 5 TIMES.
           DISPLAY " ".
           DISPLAY "QUERIES THAT GAVE NOTHING USEFUL".
           DISPLAY "----------------------------------------".
           DISPLAY "  NO RESULTS ............. "
               WS-QUERIES-ZERO-RESULT.
           DISPLAY "  RESULTS, NONE PICKED ... "
               WS-QUERIES-NOT-PICKED.
           DISPLAY " ".
           COMPUTE WS-CHAINS-TOTAL =
               WS-CHAINS-RESOLVED + WS-CHAINS-ABANDONED.
           DISPLAY "REFORMULATION CHAINS ..... " WS-CHAINS-TOTAL.
           DISPLAY "  ENDED IN A PICK ........ " WS-CHAINS-RESOLVED.
           DISPLAY "  GIVEN UP ............... "
               WS-CHAINS-ABANDONED.
           DISPLAY "REFORMULATIONS ........... " WS-REFORMULATIONS.
           IF WS-CHAINS-TOTAL > 0
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-REFORMULATIONS / WS-CHAINS-TOTAL
               MOVE WS-AVERAGE TO WS-AVERAGE-EDIT
               DISPLAY "AVG REFORMULATIONS/CHAIN . " WS-AVERAGE-EDIT
           END-IF.
           DISPLAY "DISTINCT REFORMULATIONS .. " WS-DISTINCT-PAIRS.
           DISPLAY " ".
           DISPLAY "TOP " WS-MAX-TOP-N " REFORMULATIONS "
               "(QUERY THAT FAILED -> QUERY TYPED NEXT):".
           DISPLAY "----------------------------------------".
           OPEN INPUT FREQ-SORTED.
           IF WS-FREQ-STATUS NOT = "00"
               DISPLAY "(NO REFORMULATIONS FOR THIS PERIOD)"
           ELSE
               MOVE "N" TO WS-FREQ-EOF-SW
               MOVE 0 TO WS-TOP-N-DISPLAYED
               PERFORM 4200-PRINT-ONE-PAIR THRU 4200-EXIT
                   UNTIL FREQ-EOF
                   OR WS-TOP-N-DISPLAYED >= WS-MAX-TOP-N
               CLOSE FREQ-SORTED
               IF WS-TOP-N-DISPLAYED = 0
                   DISPLAY "(NO REFORMULATIONS FOR THIS PERIOD)"
               END-IF
           END-IF.
           DISPLAY "----------------------------------------".
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-BUCKET.
           COMPUTE WS-PCT ROUNDED =
               WS-BUCKET-COUNT(WS-BUCKET-IX) * 100 / WS-SESSIONS.
           DISPLAY "  " WS-BUCKET-LABEL(WS-BUCKET-IX) " "
               WS-BUCKET-COUNT(WS-BUCKET-IX) " (" WS-PCT "%)".
           ADD 1 TO WS-BUCKET-IX.
       4100-EXIT.
           EXIT.

       4200-PRINT-ONE-PAIR.
           READ FREQ-SORTED
               AT END
                   MOVE "Y" TO WS-FREQ-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TOP-N-DISPLAYED
                   DISPLAY WS-TOP-N-DISPLAYED ". "
                       FUNCTION TRIM(FREQ-FROM-QUERY)
                       " - " FREQ-COUNT " TIMES"
                   DISPLAY "      -> " FUNCTION TRIM(FREQ-TO-QUERY)
           END-READ.
       4200-EXIT.
           EXIT.
