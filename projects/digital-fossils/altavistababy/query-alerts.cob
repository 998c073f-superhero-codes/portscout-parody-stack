      *                    A -WORD EXCLUDES ANY PAGE CARRYING IT,
      *                    SO A SUBSCRIPTION CAN FINALLY BE WRITTEN
      *                    PRECISELY ENOUGH TO BE USEFUL.
      *   2026-10-12  JH   PREDECESSOR IS NOW DIRECTORY-REPORT, THE
      *                    NEW SUBJECT-DIRECTORY STEP THAT RUNS
      *                    AFTER RECON-REPORT.
      *   2026-10-13  JH   PLAIN QUERY WORDS ARE WIDENED THROUGH THE
      *                    THESAURUS SYNONYM GROUPS THE SAME WAY
      *                    ALTAVISTA-BABY WIDENS THEM, SO A STANDING
      *                    QUERY NO LONGER HAS TO LIST EVERY VARIANT
      *                    BY HAND. A SYNONYM HIT SCORES HALF WHAT
      *                    THE TYPED WORD WOULD.
      *   2026-10-15  JH   ENTRIES QUARANTINED BY THE CRAWLER'S
      *                    CONTENT-POLICY SCREEN ARE SKIPPED LIKE
      *                    BLOCKED ONES UNTIL POLICY-REVIEW RELEASES
      *                    THEM.
      *--------------------------------------------------------------
      *
      * QUERY-ALERTS READS THE SUBSCRIPTIONS FILE OF STANDING
      * QUERIES, RUNS EACH THROUGH THE SAME WORD-BY-WORD MATCHING
      * ALTAVISTA-BABY'S SEARCH-CATALOG USES AGAINST PAGE-CATALOG
      * (ALL WORDS, OR ALL BUT ONE FOR QUERIES OF THREE OR MORE,
      * TITLE HITS WEIGHTED OVER KEYWORD HITS, THESAURUS SYNONYMS
      * AT HALF WEIGHT, BLOCKED PAGES SKIPPED), WRITES THE TOP
      * MATCHES PER SUBSCRIBER TO THE ALERT-EXTRACT FILE, FLAGS
      * EVERY SUBSCRIPTION WHOSE RESULT COUNT CHANGED SINCE LAST
      * NIGHT, AND REWRITES THE SUBSCRIPTIONS FILE WITH THE FRESH
      * COUNTS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WINDX-KEY
               FILE STATUS IS WS-WINDX-STATUS.
           SELECT THESAURUS ASSIGN TO "THESAURUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS THES-GROUP-ID
               FILE STATUS IS WS-THES-STATUS.
           SELECT ALERT-EXTRACT ASSIGN TO "ALERT-EXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTR-STATUS.
       FD  WORD-INDEX.
           COPY WINDXREC.

       FD  THESAURUS.
           COPY THESREC.

       FD  ALERT-EXTRACT.
       01  EXTR-RECORD.
           05  EXTR-SUBS-ID         PIC X(08).
           88  CAND-LIST-FULL              VALUE "Y".
       77  WS-CAND-KNOWN-SW        PIC X(01) VALUE "N".
           88  CAND-ALREADY-LISTED         VALUE "Y".
      * THESAURUS WIDENING FOR THE CURRENT SUBSCRIPTION. EACH
      * SYNONYM CARRIES THE NUMBER OF THE PLAIN QUERY WORD IT
      * STANDS IN FOR; THE GROUP TABLE HOLDS ONE THESAURUS RECORD
      * SPLIT INTO ITS WORDS WHILE IT IS CHECKED AGAINST THE QUERY.
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
       77  WS-STEP-START-TIME      PIC X(14) VALUE SPACES.
       77  WS-RUNC-WRITE-STATE     PIC X(08) VALUE SPACES.
       77  WS-THIS-STEP            PIC X(16) VALUE "QUERY-ALERTS".
       77  WS-PRED-STEP            PIC X(16)
                                   VALUE "DIRECTORY-REPORT".
       77  WS-PRED-STATE           PIC X(08) VALUE SPACES.
       77  WS-CHAIN-OPENER         PIC X(16)
                                   VALUE "CATALOG-BACKUP".
           IF WS-PLAIN-WORD-COUNT + WS-PHRASES-NEEDED = 0
               GO TO 3100-TALLY
           END-IF.
           PERFORM 3800-EXPAND-QUERY-WORDS THRU 3800-EXIT.
      *    A CATALOG THAT WILL NOT OPEN IS A DEAD BATCH STEP, NOT
      *    AN EMPTY INDEX - ABORT BEFORE ANY BASELINE COUNT IS
      *    REWRITTEN TO ZERO.
           EXIT.

       3400-EVALUATE-RECORD.
           IF CAT-IS-BLOCKED OR CAT-IS-QUARANTINED
               GO TO 3400-EXIT
           END-IF.
           IF CAT-IS-DUPLICATE
           MOVE 0 TO WS-KEYWORD-HITS.
           MOVE 0 TO WS-WORDS-MATCHED.
           MOVE 0 TO WS-PHRASES-MATCHED.
           MOVE 0 TO WS-SYNONYM-POINTS.
           MOVE "N" TO WS-EXCLUDED-HIT-SW.
           MOVE 1 TO WS-WORD-IX.
           PERFORM 3410-MATCH-ONE-WORD
               ADD 1 TO WS-MATCH-COUNT
               COMPUTE WS-CAND-SCORE =
                   WS-TITLE-HITS * 10 + WS-KEYWORD-HITS
                   + WS-SYNONYM-POINTS
               PERFORM 3500-KEEP-TOP-ENTRY THRU 3500-EXIT
           END-IF.
       3400-EXIT.
      *    A PHRASE TOKEN STILL HOLDS ITS INTERNAL SPACES, SO THE
      *    SAME INSPECT THAT COUNTS A WORD'S HITS COUNTS A
      *    PHRASE'S ADJACENT-TEXT HITS. AN EXCLUDED TOKEN SCORES
      *    NOTHING - ONE HIT ANYWHERE SINKS THE WHOLE PAGE. A PLAIN
      *    WORD THE PAGE LACKS MAY STILL BE MET BY ONE OF ITS
      *    THESAURUS SYNONYMS.
       3410-MATCH-ONE-WORD.
           MOVE 0 TO WS-WORD-TITLE-HITS.
           MOVE 0 TO WS-WORD-KEYWORD-HITS.
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

      * SAME SCORE-ORDERED TABLE AS ALTAVISTA-BABY KEEPS, FIVE
      * SLOTS: THE EXTRACT CARRIES EACH SUBSCRIBER'S BEST FIVE.
       3500-KEEP-TOP-ENTRY.

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
           MOVE 1 TO WS-WORD-IX.
           PERFORM 3710-SCAN-WORD-POSTINGS THRU 3710-EXIT
               UNTIL WS-WORD-IX > WS-WORD-COUNT.
           MOVE 1 TO WS-SYN-IX.
           PERFORM 3780-SCAN-SYNONYM-POSTINGS THRU 3780-EXIT
               UNTIL WS-SYN-IX > WS-SYN-COUNT.
           IF CAND-LIST-FULL
               DISPLAY "QUERY-ALERTS: CANDIDATE LIST FULL AT "
                   WS-CAND-LIST-MAX " FOR " WS-SUB-ID(WS-SUBS-IX)
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
           END-START.
           PERFORM 3720-READ-ONE-POSTING THRU 3720-EXIT
               UNTIL WINDX-EOF.
       3715-EXIT.
           EXIT.

       3720-READ-ONE-POSTING.
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
      *  5000-REWRITE-SUBSCRIPTIONS                               *
      *  PUT THE FRESH COUNTS BACK SO TOMORROW NIGHT COMPARES     *
