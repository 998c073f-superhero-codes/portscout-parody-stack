      *                    IS NOT SHOWN EITHER. THE SAME SYNTAX NOW
      *                    WORKS FOR STANDING QUERIES IN
      *                    QUERY-ALERTS.
      *   2026-09-15  JH   AN ACCOUNT ON CREDIT HOLD (SET BY THE
      *                    MONTHLY AR-AGING-REPORT WHEN AN INVOICE
      *                    IS TOO FAR PAST DUE) NO LONGER HAS ITS
      *                    PLACEMENTS SHOWN, THE SAME AS ONE OUTSIDE
      *                    ITS FLIGHT DATES OR OVER ITS CAP.
      *   2026-09-22  JH   PLACEMENTS NOW CARRY A PER-CLICK BID
      *                    (SPONS-BID-CENTS). A SPONSORED ROW'S SCORE
      *                    IS ITS KEYWORD RELEVANCE PLUS A BID BONUS,
      *                    SO OF TWO PLACEMENTS ON THE SAME KEYWORD
      *                    THE HIGHER BID NOW RANKS FIRST; THE BONUS
      *                    IS CAPPED AT THE RELEVANCE SO A BID ALONE
      *                    CANNOT BUY THE TOP SLOT. THE BID IS
      *                    STAMPED ON EACH IMPRESSION, AND A CLICK
      *                    ON A SPONSORED ROW NOW LOGS THE ACCOUNT,
      *                    KEYWORD, ADVERTISER, AND BID SO
      *                    INVOICE-REPORT CAN BILL THE CLICK.
      *   2026-10-06  JH   THE SESSION NOW OPENS WITH A SIGN-ON
      *                    PROMPT FOR A TERMINAL OR USER ID (BLANK =
      *                    GUEST) AND TAKES ITS SIGN-ON TIME AS A
      *                    SESSION ID. BOTH ARE STAMPED ON EVERY
      *                    QUERYLOG, CLICKLOG, AND IMPRESSIONS
      *                    RECORD SO SESSION-REPORT CAN FOLLOW ONE
      *                    VISIT FROM QUERY TO PICK.
      *   2026-10-12  JH   SUBJECT DIRECTORY: BROWSE AT THE QUERY
      *                    PROMPT WALKS THE CATEGORY TREE, LISTING
      *                    EACH CATEGORY'S SUBCATEGORIES AND THE
      *                    PAGES FILED UNDER IT. A CAT:ID TOKEN IN
      *                    A QUERY KEEPS ORGANIC RESULTS TO PAGES
      *                    FILED UNDER THAT CATEGORY OR ANY OF ITS
      *                    SUBCATEGORIES; SPONSORED PLACEMENTS ARE
      *                    NOT AFFECTED. AN UNKNOWN CATEGORY
      *                    MATCHES NO ORGANIC PAGE AT ALL.
      *   2026-10-13  JH   EACH PLAIN QUERY WORD IS NOW WIDENED
      *                    THROUGH THE THESAURUS SYNONYM GROUPS
      *                    KEPT BY THESAURUS-MAINT, SO "CAR" FINDS
      *                    A PAGE KEYWORDED "AUTOMOBILE". SYNONYMS
      *                    FETCH WORD-INDEX CANDIDATES LIKE THE
      *                    WORD ITSELF, BUT ONLY COUNT ON A PAGE
      *                    THAT LACKS THE TYPED WORD, AND A SYNONYM
      *                    HIT SCORES HALF WHAT THE SAME HIT ON THE
      *                    TYPED WORD WOULD, SO EXACT MATCHES STILL
      *                    RANK FIRST.
      *   2026-10-14  JH   A QUERY FOUND IN THE NIGHTLY RESULT-CACHE
      *                    TAKES ITS RANKED ORGANIC RESULTS FROM THE
      *                    CACHE INSTEAD OF PROBING WORD-INDEX AND
      *                    THE CATALOG. SPONSORED PLACEMENTS AND THE
      *                    ACCOUNT GATE ARE STILL APPLIED LIVE. CAT:
      *                    SEARCHES ARE NEVER CACHED. THE NUMBER OF
      *                    SEARCHES THE CACHE ANSWERED GOES TO STATS.
      *   2026-10-15  JH   ENTRIES QUARANTINED BY THE CRAWLER'S
      *                    CONTENT-POLICY SCREEN ARE SKIPPED IN
      *                    SEARCH AND BROWSE LIKE BLOCKED ONES. EACH
      *                    QUERY IS ALSO SCREENED AGAINST
      *                    POLICY-TERMS: A QUERY CARRYING A POLICY
      *                    TERM IS LOGGED AND ANSWERED AS USUAL BUT
      *                    SHOWS NO SPONSORED PLACEMENTS, SO NO
      *                    ADVERTISER APPEARS NEXT TO IT.
      *--------------------------------------------------------------
      *
      * AltaVistaBaby â€” A search engine from a simpler time.
           SELECT CLICKLOG ASSIGN TO "CLICKLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLICK-STATUS.
           SELECT CATEGORY-FILE ASSIGN TO "CATEGORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CATG-ID
               FILE STATUS IS WS-CATG-STATUS.
           SELECT CATEGORY-ASSIGN ASSIGN TO "CATEGORY-ASSIGN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CATA-KEY
               FILE STATUS IS WS-CATA-STATUS.
           SELECT THESAURUS ASSIGN TO "THESAURUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS THES-GROUP-ID
               FILE STATUS IS WS-THES-STATUS.
           SELECT RESULT-CACHE ASSIGN TO "RESULT-CACHE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCACHE-QUERY
               FILE STATUS IS WS-RCACHE-STATUS.
           SELECT POLICY-TERMS ASSIGN TO "POLICY-TERMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POLT-TERM
               FILE STATUS IS WS-POLT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLICKLOG.
           COPY CLICKREC.

       FD  CATEGORY-FILE.
           COPY CATGREC.

       FD  CATEGORY-ASSIGN.
           COPY CATAREC.

       FD  THESAURUS.
           COPY THESREC.

       FD  RESULT-CACHE.
           COPY RCACHREC.

       FD  POLICY-TERMS.
           COPY POLTREC.

       WORKING-STORAGE SECTION.
       01 WS-QUERY          PIC X(80) VALUE SPACES.
       01 WS-QUERY-TRIMMED   PIC X(80) VALUE SPACES.
               10 WS-RESULT-KEYWORD   PIC X(40).
               10 WS-RESULT-ADVERTISER PIC X(40).
               10 WS-RESULT-ACCOUNT   PIC X(08).
               10 WS-RESULT-BID-CENTS PIC 9(04).
       01 WS-TABLE-MAX         PIC 9(3) VALUE 100.
       01 WS-PAGE-SIZE         PIC 9(2) VALUE 5.
       01 WS-PAGE-FIRST        PIC 9(3) VALUE 0.
       01 WS-SESSION-DONE-SW   PIC X(01) VALUE "N".
           88 SESSION-DONE            VALUE "Y".
       01 WS-SESSION-ELAPSED-CS PIC 9(8) VALUE 0.
      * Who is searching and which visit this is: the id given at
      * sign-on and the sign-on time to the hundredth, stamped on
      * every log record the session writes.
       01 WS-SIGNON-IN         PIC X(40) VALUE SPACES.
       01 WS-SIGNON-ID         PIC X(08) VALUE SPACES.
       01 WS-SESSION-ID        PIC X(16) VALUE SPACES.
       01 WS-CAND-URL          PIC X(80) VALUE SPACES.
       01 WS-CAND-TITLE        PIC X(60) VALUE SPACES.
       01 WS-CAND-SCORE        PIC 9(4) VALUE 0.
       01 WS-CAND-KEYWORD      PIC X(40) VALUE SPACES.
       01 WS-CAND-ADVERTISER   PIC X(40) VALUE SPACES.
       01 WS-CAND-ACCOUNT      PIC X(08) VALUE SPACES.
       01 WS-CAND-BID-CENTS    PIC 9(04) VALUE 0.
       01 WS-IMPR-STATUS       PIC X(02) VALUE SPACES.
       01 WS-ADVR-STATUS       PIC X(02) VALUE SPACES.
       01 WS-ADVR-AVAIL-SW     PIC X(01) VALUE "N".
       01 WS-SPONSOR-KEYWORD-HITS PIC 9(4) VALUE 0.
       01 WS-WORD-SPONSOR-HITS PIC 9(4) VALUE 0.
       01 WS-SPONSOR-HITS      PIC 9(4) VALUE 0.
      * A placement's rank is its keyword relevance (hits * 10)
      * plus one point per WS-CENTS-PER-BID-POINT of its per-click
      * bid, the bid points never exceeding the relevance points.
       01 WS-SPONSOR-RELEVANCE PIC 9(4) VALUE 0.
       01 WS-BID-POINTS        PIC 9(4) VALUE 0.
       01 WS-CENTS-PER-BID-POINT PIC 9(2) VALUE 5.
       01 WS-DICT-STATUS       PIC X(02) VALUE SPACES.
       01 WS-DICT-KEY          PIC X(40) VALUE SPACES.
       01 WS-STATS-STATUS      PIC X(02) VALUE SPACES.
       01 WS-TIME-SS           PIC 9(2) VALUE 0.
       01 WS-TIME-CS           PIC 9(2) VALUE 0.
       01 WS-SEARCH-COUNT      PIC 9(8) VALUE 0.
      * The subject directory, loaded from the CATEGORY master for
      * a browse or a CAT: search. IN-SCOPE marks the category a
      * CAT: token names and every category below it.
       01 WS-CATG-STATUS       PIC X(02) VALUE SPACES.
       01 WS-CATA-STATUS       PIC X(02) VALUE SPACES.
       01 WS-CATG-EOF-SW       PIC X(01) VALUE "N".
           88 CATG-EOF                VALUE "Y".
       01 WS-CATA-EOF-SW       PIC X(01) VALUE "N".
           88 CATA-EOF                VALUE "Y".
       01 WS-DIR-TABLE.
           05 WS-DIR-ENTRY OCCURS 500 TIMES.
               10 WS-DIR-ID           PIC X(08).
               10 WS-DIR-PARENT       PIC X(08).
               10 WS-DIR-NAME         PIC X(40).
               10 WS-DIR-IN-SCOPE     PIC X(01).
       01 WS-DIR-COUNT         PIC 9(3) VALUE 0.
       01 WS-DIR-MAX           PIC 9(3) VALUE 500.
       01 WS-DIR-IX            PIC 9(3) VALUE 0.
       01 WS-DIR-FOUND-IX      PIC 9(3) VALUE 0.
       01 WS-DIR-LOOKUP-ID     PIC X(08) VALUE SPACES.
      * CAT: restriction for the current query. Blank = none,
      * "Y" = organic results limited to the marked categories,
      * "E" = the category is unknown, so no organic page matches.
       01 WS-RESTRICT-ID       PIC X(08) VALUE SPACES.
       01 WS-RESTRICT-SW       PIC X(01) VALUE SPACE.
           88 CATEGORY-FILTER-ON      VALUE "Y".
           88 CATEGORY-FILTER-EMPTY   VALUE "E".
       01 WS-SCOPE-ADDED       PIC 9(3) VALUE 0.
       01 WS-IN-SCOPE-SW       PIC X(01) VALUE "N".
           88 PAGE-IN-SCOPE           VALUE "Y".
      * Browse state: the category being shown (blank = the top of
      * the tree), the children numbered on screen, and the path
      * from the top used for the heading.
       01 WS-BROWSE-AT         PIC X(08) VALUE SPACES.
       01 WS-BROWSE-AT-IX      PIC 9(3) VALUE 0.
       01 WS-BROWSE-DONE-SW    PIC X(01) VALUE "N".
           88 BROWSE-DONE             VALUE "Y".
       01 WS-BROWSE-CHOICE     PIC X(03) VALUE SPACES.
       01 WS-BROWSE-PICK       PIC 9(3) VALUE 0.
       01 WS-CHILD-TABLE.
           05 WS-CHILD-DIR-IX OCCURS 50 TIMES PIC 9(3).
       01 WS-CHILD-COUNT       PIC 9(3) VALUE 0.
       01 WS-CHILD-MAX         PIC 9(3) VALUE 50.
       01 WS-PATH-TABLE.
           05 WS-PATH-DIR-IX OCCURS 20 TIMES PIC 9(3).
       01 WS-PATH-DEPTH        PIC 9(2) VALUE 0.
       01 WS-PATH-IX           PIC 9(2) VALUE 0.
       01 WS-PATH-LINE         PIC X(200) VALUE SPACES.
       01 WS-PATH-PTR          PIC 9(3) VALUE 0.
       01 WS-LISTED-PAGES      PIC 9(4) VALUE 0.
       01 WS-LIVE-PAGES        PIC 9(4) VALUE 0.
       01 WS-BROWSE-PAGE-MAX   PIC 9(4) VALUE 20.
       01 WS-BROWSE-FILES-SW   PIC X(01) VALUE "N".
           88 BROWSE-FILES-OPEN       VALUE "Y".
      * Thesaurus widening for the current query. Each synonym
      * carries the number of the plain query word it stands in
      * for; the group table holds one THESAURUS record split into
      * its words while it is checked against the query.
       01 WS-THES-STATUS       PIC X(02) VALUE SPACES.
       01 WS-THES-EOF-SW       PIC X(01) VALUE "N".
           88 THES-EOF                VALUE "Y".
       01 WS-SYN-TABLE.
           05 WS-SYN-ENTRY OCCURS 32 TIMES.
               10 WS-SYN-WORD-IX      PIC 9(2).
               10 WS-SYN-TEXT         PIC X(40).
               10 WS-SYN-LEN          PIC 9(2).
       01 WS-SYN-COUNT         PIC 9(2) VALUE 0.
       01 WS-SYN-MAX           PIC 9(2) VALUE 32.
       01 WS-SYN-IX            PIC 9(2) VALUE 0.
       01 WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 20 TIMES.
               10 WS-GROUP-TEXT       PIC X(40).
               10 WS-GROUP-LEN        PIC 9(2).
       01 WS-GROUP-COUNT       PIC 9(2) VALUE 0.
       01 WS-GROUP-MAX         PIC 9(2) VALUE 20.
       01 WS-GROUP-IX          PIC 9(2) VALUE 0.
       01 WS-GROUP-PTR         PIC 9(3) VALUE 0.
       01 WS-GROUP-WORD        PIC X(40) VALUE SPACES.
       01 WS-GROUP-WORD-LEN    PIC 9(3) VALUE 0.
       01 WS-GROUP-MEMBER-SW   PIC X(01) VALUE "N".
           88 WORD-IN-GROUP           VALUE "Y".
       01 WS-SYN-TITLE-HITS    PIC 9(4) VALUE 0.
       01 WS-SYN-KEYWORD-HITS  PIC 9(4) VALUE 0.
       01 WS-SYN-POINTS        PIC 9(4) VALUE 0.
       01 WS-BEST-SYN-POINTS   PIC 9(4) VALUE 0.
       01 WS-SYN-HIT-SW        PIC X(01) VALUE "N".
           88 SYNONYM-HIT             VALUE "Y".
       01 WS-SYNONYM-POINTS    PIC 9(4) VALUE 0.
      * Popular-query cache built nightly by RESULT-CACHE. A hit
      * stands in for the organic half of a search; sponsored
      * placements are still chosen live. The key is the query
      * upper-cased with each run of blanks squeezed to one, the
      * same rule RESULT-CACHE builds it by. A record built more
      * than WS-CACHE-MAX-AGE days ago is ignored - the nightly
      * step has stopped running and the catalog has moved on.
       01 WS-RCACHE-STATUS     PIC X(02) VALUE SPACES.
       01 WS-CACHE-KEY         PIC X(80) VALUE SPACES.
       01 WS-CACHE-KEY-LEN     PIC 9(2) VALUE 0.
       01 WS-CACHE-POS         PIC 9(2) VALUE 0.
       01 WS-CACHE-GAP-SW      PIC X(01) VALUE "N".
           88 CACHE-GAP-PENDING       VALUE "Y".
       01 WS-CACHE-HIT-SW      PIC X(01) VALUE "N".
           88 CACHE-ANSWERED          VALUE "Y".
       01 WS-CACHE-HITS        PIC 9(8) VALUE 0.
       01 WS-CACHE-MAX-AGE     PIC 9(2) VALUE 1.
       01 WS-CACHE-BUILT-DATE  PIC 9(8) VALUE 0.
       01 WS-CACHE-AGE         PIC S9(8) VALUE 0.
       01 WS-CACHE-IX          PIC 9(3) VALUE 0.
      * Content-policy screen of the query itself, against the
      * same POLICY-TERMS list the crawler screens pages with. The
      * query is framed in blanks so a term only matches as a whole
      * word or phrase.
       01 WS-POLT-STATUS       PIC X(02) VALUE SPACES.
       01 WS-POLT-EOF-SW       PIC X(01) VALUE "N".
           88 POLT-EOF                VALUE "Y".
       01 WS-POLICY-QUERY-SW   PIC X(01) VALUE "N".
           88 POLICY-TERM-QUERY       VALUE "Y".
       01 WS-POLICY-TEXT       PIC X(82) VALUE SPACES.
       01 WS-POLICY-PROBE      PIC X(42) VALUE SPACES.
       01 WS-POLICY-PROBE-LEN  PIC 9(2) VALUE 0.
       01 WS-POLICY-TALLY      PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY " (COBOL Edition)".
           DISPLAY "========================================".
           DISPLAY " ".
           PERFORM SIGN-ON-SESSION.
           PERFORM RUN-ONE-SEARCH THRU RUN-ONE-SEARCH-EXIT
               UNTIL SESSION-DONE.
           PERFORM WRITE-STATS-RECORD.
           DISPLAY " ".
           STOP RUN.

      * Anyone may search; the id is only a label for the visit,
      * so it is not checked against anything. An id too long for
      * the log field is cut to its first eight characters.
       SIGN-ON-SESSION.
           DISPLAY "Sign on - terminal or user id (blank = GUEST): "
               WITH NO ADVANCING.
           ACCEPT WS-SIGNON-IN.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SIGNON-IN))
               TO WS-SIGNON-ID.
           IF WS-SIGNON-ID = SPACES
               MOVE "GUEST" TO WS-SIGNON-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:16) TO WS-SESSION-ID.
           DISPLAY "Session " WS-SESSION-ID " for " WS-SIGNON-ID.
           DISPLAY " ".

       RUN-ONE-SEARCH.
           MOVE "N" TO WS-QUERY-VALID-SW.
           PERFORM READ-AND-VALIDATE-QUERY
           EXIT.

       READ-AND-VALIDATE-QUERY.
           DISPLAY "Enter search query (BROWSE = directory, "
               "QUIT to sign off): " WITH NO ADVANCING.
           ACCEPT WS-QUERY.
           COMPUTE WS-RAW-QUERY-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-QUERY)).
               DISPLAY "Please enter a non-blank search query."
               DISPLAY " "
           ELSE
               EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-QUERY))
                   WHEN "QUIT"
                       MOVE "Y" TO WS-SESSION-DONE-SW
                   WHEN "BROWSE"
                       PERFORM BROWSE-DIRECTORY THRU
                           BROWSE-DIRECTORY-EXIT
                   WHEN OTHER
                       MOVE "Y" TO WS-QUERY-VALID-SW
                       IF WS-RAW-QUERY-LEN > WS-MAX-SANE-LEN
                           DISPLAY "(Query is unusually long - "
                               "results may be less relevant.)"
                       END-IF
               END-EVALUATE
           END-IF.

      * One screen of results: five slots per page. N pages on
           END-IF.
           PERFORM TOKENIZE-QUERY THRU TOKENIZE-QUERY-EXIT.
           IF WS-WORD-COUNT = 0
               IF WS-RESTRICT-ID NOT = SPACES
                   DISPLAY "(CAT: only narrows a search - type "
                       "BROWSE to list a category.)"
               END-IF
               GO TO SEARCH-CATALOG-EXIT
           END-IF.
      *    A query of nothing but -words asks for everything
           IF WS-PLAIN-WORD-COUNT + WS-PHRASES-NEEDED = 0
               GO TO SEARCH-CATALOG-EXIT
           END-IF.
           MOVE SPACE TO WS-RESTRICT-SW.
           IF WS-RESTRICT-ID NOT = SPACES
               PERFORM BUILD-CATEGORY-SCOPE THRU
                   BUILD-CATEGORY-SCOPE-EXIT
           END-IF.
           PERFORM SEARCH-SPONSORED-LISTINGS THRU
               SEARCH-SPONSORED-LISTINGS-EXIT.
           IF CATEGORY-FILTER-EMPTY
               GO TO SEARCH-CATALOG-EXIT
           END-IF.
           IF WS-RESTRICT-ID = SPACES
               PERFORM ANSWER-FROM-CACHE THRU ANSWER-FROM-CACHE-EXIT
               IF CACHE-ANSWERED
                   GO TO SEARCH-CATALOG-EXIT
               END-IF
           END-IF.
           PERFORM EXPAND-QUERY-WORDS THRU EXPAND-QUERY-WORDS-EXIT.
           OPEN INPUT PAGE-CATALOG.
           IF WS-CATALOG-STATUS NOT = "00"
               GO TO SEARCH-CATALOG-EXIT
           END-IF.
           IF CATEGORY-FILTER-ON
               OPEN INPUT CATEGORY-ASSIGN
               IF WS-CATA-STATUS NOT = "00"
                   DISPLAY "(The directory is not available - "
                       "no page can be shown under CAT:"
                       WS-RESTRICT-ID ")"
                   CLOSE PAGE-CATALOG
                   GO TO SEARCH-CATALOG-EXIT
               END-IF
           END-IF.
           OPEN INPUT WORD-INDEX.
           IF WS-WINDX-STATUS = "00"
               PERFORM GATHER-CANDIDATES THRU GATHER-CANDIDATES-EXIT
               PERFORM READ-CATALOG-RECORD UNTIL CATALOG-EOF
           END-IF.
           CLOSE PAGE-CATALOG.
           IF CATEGORY-FILTER-ON
               CLOSE CATEGORY-ASSIGN
           END-IF.
       SEARCH-CATALOG-EXIT.
           EXIT.

      * Take the organic results from RESULT-CACHE when it holds
      * this query. The cached rows are already ranked, so they go
      * through INSERT-RESULT-ENTRY in order and settle among the
      * sponsored placements exactly as a live search would place
      * them. No cache file, no record, or a stale record all mean
      * a live search.
       ANSWER-FROM-CACHE.
           MOVE "N" TO WS-CACHE-HIT-SW.
           PERFORM BUILD-CACHE-KEY.
           OPEN INPUT RESULT-CACHE.
           IF WS-RCACHE-STATUS NOT = "00"
               GO TO ANSWER-FROM-CACHE-EXIT
           END-IF.
           MOVE WS-CACHE-KEY TO RCACHE-QUERY.
           READ RESULT-CACHE
               INVALID KEY
                   MOVE SPACES TO RCACHE-QUERY
           END-READ.
           CLOSE RESULT-CACHE.
           IF RCACHE-QUERY NOT = WS-CACHE-KEY
               GO TO ANSWER-FROM-CACHE-EXIT
           END-IF.
           IF RCACHE-BUILT(1:8) NOT NUMERIC
           OR RCACHE-MATCH-COUNT NOT NUMERIC
           OR RCACHE-ENTRY-COUNT NOT NUMERIC
               GO TO ANSWER-FROM-CACHE-EXIT
           END-IF.
           MOVE RCACHE-BUILT(1:8) TO WS-CACHE-BUILT-DATE.
           COMPUTE WS-CACHE-AGE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
               - FUNCTION INTEGER-OF-DATE(WS-CACHE-BUILT-DATE).
           IF WS-CACHE-AGE > WS-CACHE-MAX-AGE
               GO TO ANSWER-FROM-CACHE-EXIT
           END-IF.
           MOVE "Y" TO WS-CACHE-HIT-SW.
           ADD 1 TO WS-CACHE-HITS.
           ADD RCACHE-MATCH-COUNT TO WS-RESULT-COUNT.
           MOVE 0 TO WS-CACHE-IX.
           PERFORM INSERT-CACHED-ENTRY RCACHE-ENTRY-COUNT TIMES.
       ANSWER-FROM-CACHE-EXIT.
           EXIT.

       BUILD-CACHE-KEY.
           MOVE SPACES TO WS-CACHE-KEY.
           MOVE 0 TO WS-CACHE-KEY-LEN.
           MOVE "N" TO WS-CACHE-GAP-SW.
           MOVE 1 TO WS-CACHE-POS.
           PERFORM SQUEEZE-ONE-KEY-CHAR 80 TIMES.

       SQUEEZE-ONE-KEY-CHAR.
           IF WS-QUERY-UC(WS-CACHE-POS:1) = SPACE
               MOVE "Y" TO WS-CACHE-GAP-SW
           ELSE
               IF CACHE-GAP-PENDING AND WS-CACHE-KEY-LEN > 0
                   ADD 1 TO WS-CACHE-KEY-LEN
               END-IF
               MOVE "N" TO WS-CACHE-GAP-SW
               ADD 1 TO WS-CACHE-KEY-LEN
               MOVE WS-QUERY-UC(WS-CACHE-POS:1)
                   TO WS-CACHE-KEY(WS-CACHE-KEY-LEN:1)
           END-IF.
           ADD 1 TO WS-CACHE-POS.

       INSERT-CACHED-ENTRY.
           ADD 1 TO WS-CACHE-IX.
           MOVE RCACHE-URL(WS-CACHE-IX)   TO WS-CAND-URL.
           MOVE RCACHE-TITLE(WS-CACHE-IX) TO WS-CAND-TITLE.
           MOVE RCACHE-SCORE(WS-CACHE-IX) TO WS-CAND-SCORE.
           MOVE "N"       TO WS-CAND-SPONSOR-FLAG.
           MOVE SPACES    TO WS-CAND-KEYWORD.
           MOVE SPACES    TO WS-CAND-ADVERTISER.
           MOVE SPACES    TO WS-CAND-ACCOUNT.
           MOVE 0         TO WS-CAND-BID-CENTS.
           PERFORM INSERT-RESULT-ENTRY THRU INSERT-RESULT-ENTRY-EXIT.

      * One index probe per query word and per thesaurus synonym:
      * START at the word, walk the postings while the indexed word
      * still begins with it, and collect each posting's URL once.
      * Matching and scoring stay in EVALUATE-CATALOG-RECORD, so a
      * candidate that only grazed the index is still judged by the
      * same rules as a full scan.
       GATHER-CANDIDATES.
           MOVE 0 TO WS-CAND-LIST-COUNT.
           MOVE "N" TO WS-CAND-LIST-FULL-SW.
           MOVE 1 TO WS-WORD-IX.
           PERFORM SCAN-WORD-POSTINGS THRU SCAN-WORD-POSTINGS-EXIT
               UNTIL WS-WORD-IX > WS-WORD-COUNT.
           MOVE 1 TO WS-SYN-IX.
           PERFORM SCAN-SYNONYM-POSTINGS
               UNTIL WS-SYN-IX > WS-SYN-COUNT.
       GATHER-CANDIDATES-EXIT.
           EXIT.

                   MOVE WS-PROBE-CLIP TO WS-PROBE-LEN
               END-IF
           END-IF.
           PERFORM PROBE-WORD-INDEX.
           ADD 1 TO WS-WORD-IX.
       SCAN-WORD-POSTINGS-EXIT.
           EXIT.

       SCAN-SYNONYM-POSTINGS.
           MOVE SPACES TO WS-PROBE-TEXT.
           MOVE WS-SYN-TEXT(WS-SYN-IX) TO WS-PROBE-TEXT.
           MOVE WS-SYN-LEN(WS-SYN-IX)  TO WS-PROBE-LEN.
           PERFORM PROBE-WORD-INDEX.
           ADD 1 TO WS-SYN-IX.

       PROBE-WORD-INDEX.
           MOVE "N" TO WS-WINDX-EOF-SW.
           MOVE SPACES TO WINDX-WORD.
           MOVE WS-PROBE-TEXT(1:WS-PROBE-LEN) TO WINDX-WORD.
                   MOVE "Y" TO WS-WINDX-EOF-SW
           END-START.
           PERFORM READ-ONE-POSTING UNTIL WINDX-EOF.

       READ-ONE-POSTING.
           READ WORD-INDEX NEXT RECORD

      * No advertisers master means no placement can be proven
      * inside its contract, so none are shown - a free impression
      * is one sales can neither cap nor bill. A query carrying a
      * policy term shows none either: no advertiser is to appear
      * next to it. The organic results and the log are unchanged.
       SEARCH-SPONSORED-LISTINGS.
           MOVE "N" TO WS-SPONSOR-EOF-SW.
           MOVE "N" TO WS-ADVR-AVAIL-SW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-YYYYMMDD.
           MOVE WS-CURRENT-DATE-TIME(1:6) TO WS-TODAY-YYYYMM.
           PERFORM SCREEN-QUERY-POLICY THRU SCREEN-QUERY-POLICY-EXIT.
           IF POLICY-TERM-QUERY
               GO TO SEARCH-SPONSORED-LISTINGS-EXIT
           END-IF.
           OPEN INPUT ADVERTISERS.
           IF WS-ADVR-STATUS = "00"
               MOVE "Y" TO WS-ADVR-AVAIL-SW
       SEARCH-SPONSORED-LISTINGS-EXIT.
           EXIT.

      * Punctuation (quote marks included) is blanked out of the
      * framed query but hyphens are not, so an excluded -word
      * never trips a term. No POLICY-TERMS file, no screening.
       SCREEN-QUERY-POLICY.
           MOVE "N" TO WS-POLICY-QUERY-SW.
           MOVE "N" TO WS-POLT-EOF-SW.
           OPEN INPUT POLICY-TERMS.
           IF WS-POLT-STATUS NOT = "00"
               GO TO SCREEN-QUERY-POLICY-EXIT
           END-IF.
           MOVE SPACES TO WS-POLICY-TEXT.
           MOVE WS-QUERY-UC TO WS-POLICY-TEXT(2:80).
           INSPECT WS-POLICY-TEXT CONVERTING ",.;:!?""()/"
               TO "          ".
           PERFORM READ-POLICY-TERM
               UNTIL POLT-EOF OR POLICY-TERM-QUERY.
           CLOSE POLICY-TERMS.
       SCREEN-QUERY-POLICY-EXIT.
           EXIT.

       READ-POLICY-TERM.
           READ POLICY-TERMS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-POLT-EOF-SW
               NOT AT END
                   PERFORM MATCH-POLICY-TERM
           END-READ.

       MATCH-POLICY-TERM.
           IF POLT-TERM NOT = SPACES
               MOVE SPACES TO WS-POLICY-PROBE
               MOVE FUNCTION UPPER-CASE(POLT-TERM)
                   TO WS-POLICY-PROBE(2:40)
               COMPUTE WS-POLICY-PROBE-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(POLT-TERM TRAILING))
                   + 2
               MOVE 0 TO WS-POLICY-TALLY
               INSPECT WS-POLICY-TEXT TALLYING WS-POLICY-TALLY
                   FOR ALL WS-POLICY-PROBE(1:WS-POLICY-PROBE-LEN)
               IF WS-POLICY-TALLY > 0
                   MOVE "Y" TO WS-POLICY-QUERY-SW
               END-IF
           END-IF.

       READ-SPONSOR-RECORD.
           READ SPONSORED-LISTINGS NEXT RECORD
               AT END
      * mean a single-word placement could never fire on a
      * multi-word search. An excluded -word hitting the keyword
      * suppresses the placement: the user just said no to that.
      * Relevance decides whether it fires; relevance and bid
      * together decide where it ranks.
       EVALUATE-SPONSOR-RECORD.
           MOVE FUNCTION UPPER-CASE(SPONS-KEYWORD)
               TO WS-SPONSOR-KEYWORD-UC.
               IF SPONSOR-MAY-SHOW
                   ADD 1 TO WS-RESULT-COUNT
                   ADD 1 TO WS-SPONSOR-HITS
                   COMPUTE WS-SPONSOR-RELEVANCE =
                       WS-SPONSOR-KEYWORD-HITS * 10
                   COMPUTE WS-BID-POINTS =
                       SPONS-BID-CENTS / WS-CENTS-PER-BID-POINT
                   IF WS-BID-POINTS > WS-SPONSOR-RELEVANCE
                       MOVE WS-SPONSOR-RELEVANCE TO WS-BID-POINTS
                   END-IF
                   COMPUTE WS-CAND-SCORE =
                       WS-SPONSOR-RELEVANCE + WS-BID-POINTS
                   MOVE SPONS-URL        TO WS-CAND-URL
                   MOVE SPONS-TITLE      TO WS-CAND-TITLE
                   MOVE "Y"              TO WS-CAND-SPONSOR-FLAG
                   MOVE SPONS-KEYWORD    TO WS-CAND-KEYWORD
                   MOVE SPONS-ADVERTISER TO WS-CAND-ADVERTISER
                   MOVE SPONS-ACCOUNT    TO WS-CAND-ACCOUNT
                   MOVE SPONS-BID-CENTS  TO WS-CAND-BID-CENTS
                   PERFORM INSERT-RESULT-ENTRY THRU
                       INSERT-RESULT-ENTRY-EXIT
               END-IF
      * zero start means already running, a zero end open-ended),
      * and a capped account must still be under this month's cap.
      * A tally carried over from an earlier month does not count
      * against this one. An account finance has put on credit
      * hold gets nothing until the hold is released.
       CHECK-SPONSOR-ACCOUNT.
           MOVE "N" TO WS-SPONSOR-OK-SW.
           MOVE SPONS-ACCOUNT TO ADVR-ACCOUNT.
               INVALID KEY
                   GO TO CHECK-SPONSOR-ACCOUNT-EXIT
           END-READ.
           IF ADVR-ON-CREDIT-HOLD
               GO TO CHECK-SPONSOR-ACCOUNT-EXIT
           END-IF.
           IF ADVR-START-DATE > WS-TODAY-YYYYMMDD
               GO TO CHECK-SPONSOR-ACCOUNT-EXIT
           END-IF.
           END-READ.

       EVALUATE-CATALOG-RECORD.
           IF CAT-IS-BLOCKED OR CAT-IS-QUARANTINED
               GO TO EVALUATE-CATALOG-RECORD-EXIT
           END-IF.
           IF CAT-IS-DUPLICATE
               GO TO EVALUATE-CATALOG-RECORD-EXIT
           END-IF.
           IF CATEGORY-FILTER-ON
               PERFORM CHECK-CATEGORY-SCOPE THRU
                   CHECK-CATEGORY-SCOPE-EXIT
               IF NOT PAGE-IN-SCOPE
                   GO TO EVALUATE-CATALOG-RECORD-EXIT
               END-IF
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
           PERFORM MATCH-CATALOG-WORD
               ADD 1 TO WS-RESULT-COUNT
               COMPUTE WS-CAND-SCORE =
                   WS-TITLE-HITS * 10 + WS-KEYWORD-HITS
                   + WS-SYNONYM-POINTS
               MOVE CAT-URL   TO WS-CAND-URL
               MOVE CAT-TITLE TO WS-CAND-TITLE
               MOVE "N"       TO WS-CAND-SPONSOR-FLAG
               MOVE SPACES    TO WS-CAND-KEYWORD
               MOVE SPACES    TO WS-CAND-ADVERTISER
               MOVE SPACES    TO WS-CAND-ACCOUNT
               MOVE 0         TO WS-CAND-BID-CENTS
               PERFORM INSERT-RESULT-ENTRY THRU
                   INSERT-RESULT-ENTRY-EXIT
           END-IF.
      * A phrase token still holds its internal spaces, so the
      * same INSPECT that counts a word's hits counts a phrase's
      * adjacent-text hits. An excluded token scores nothing - one
      * hit anywhere sinks the whole page. A plain word the page
      * does not carry may still match through its synonyms.
       MATCH-CATALOG-WORD.
           MOVE 0 TO WS-WORD-TITLE-HITS.
           MOVE 0 TO WS-WORD-KEYWORD-HITS.
                   IF WS-WORD-TITLE-HITS > 0
                   OR WS-WORD-KEYWORD-HITS > 0
                       ADD 1 TO WS-WORDS-MATCHED
                   ELSE
                       IF WS-SYN-COUNT > 0
                           PERFORM MATCH-WORD-SYNONYMS
                       END-IF
                   END-IF
                   ADD WS-WORD-TITLE-HITS   TO WS-TITLE-HITS
                   ADD WS-WORD-KEYWORD-HITS TO WS-KEYWORD-HITS
           END-EVALUATE.
           ADD 1 TO WS-WORD-IX.

      * A synonym hit is worth half the same hit on the typed word
      * (title 10, keywords 1), rounded down, so a page carrying
      * the word itself always outranks one carrying only a
      * synonym in the same place. Only the best-scoring synonym
      * counts - AUTO and AUTOMOBILE both hit "AUTOMOBILE", and
      * that is one hit, not two.
       MATCH-WORD-SYNONYMS.
           MOVE 0 TO WS-BEST-SYN-POINTS.
           MOVE "N" TO WS-SYN-HIT-SW.
           MOVE 1 TO WS-SYN-IX.
           PERFORM MATCH-ONE-SYNONYM
               UNTIL WS-SYN-IX > WS-SYN-COUNT.
           IF SYNONYM-HIT
               ADD 1 TO WS-WORDS-MATCHED
               ADD WS-BEST-SYN-POINTS TO WS-SYNONYM-POINTS
           END-IF.

       MATCH-ONE-SYNONYM.
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

      * Split the trimmed, upper-cased query into tokens. A bare
      * word keeps the old rule (one- and two-word queries must
      * match every word, longer ones may miss one); a "quoted
      * characters of a single token.
       TOKENIZE-QUERY.
           MOVE SPACES TO WS-WORD-TABLE.
           MOVE SPACES TO WS-RESTRICT-ID.
           MOVE 0 TO WS-WORD-COUNT.
           MOVE 0 TO WS-PLAIN-WORD-COUNT.
           MOVE 0 TO WS-PHRASES-NEEDED.
           IF WS-TOKEN-LEN = 0
               GO TO SCAN-ONE-TOKEN-EXIT
           END-IF.
      *    CAT:id names a directory category, not a word to match -
      *    it is kept aside and never enters the token table.
           IF WS-TOKEN-TYPE = "W"
           AND WS-TOKEN-LEN > 4
           AND WS-TOKEN-TEXT(1:4) = "CAT:"
               MOVE WS-TOKEN-TEXT(5:8) TO WS-RESTRICT-ID
               GO TO SCAN-ONE-TOKEN-EXIT
           END-IF.
           ADD 1 TO WS-WORD-COUNT.
           MOVE WS-TOKEN-TEXT TO WS-WORD-TEXT(WS-WORD-COUNT).
           MOVE WS-TOKEN-LEN  TO WS-WORD-LEN(WS-WORD-COUNT).
           MOVE WS-CAND-ADVERTISER TO
               WS-RESULT-ADVERTISER(WS-INSERT-AT).
           MOVE WS-CAND-ACCOUNT TO WS-RESULT-ACCOUNT(WS-INSERT-AT).
           MOVE WS-CAND-BID-CENTS TO
               WS-RESULT-BID-CENTS(WS-INSERT-AT).
       INSERT-RESULT-ENTRY-EXIT.
           EXIT.

               WS-RESULT-ENTRY(WS-SHIFT-IX).
           SUBTRACT 1 FROM WS-SHIFT-IX.

      * Widen every plain query word through the THESAURUS: when a
      * group holds the word, the group's other words become its
      * synonyms. Phrases and -words are taken exactly as typed.
      * No thesaurus file simply means no widening.
       EXPAND-QUERY-WORDS.
           MOVE 0 TO WS-SYN-COUNT.
           IF WS-PLAIN-WORD-COUNT = 0
               GO TO EXPAND-QUERY-WORDS-EXIT
           END-IF.
           MOVE "N" TO WS-THES-EOF-SW.
           OPEN INPUT THESAURUS.
           IF WS-THES-STATUS NOT = "00"
               GO TO EXPAND-QUERY-WORDS-EXIT
           END-IF.
           PERFORM READ-THESAURUS-GROUP UNTIL THES-EOF.
           CLOSE THESAURUS.
       EXPAND-QUERY-WORDS-EXIT.
           EXIT.

       READ-THESAURUS-GROUP.
           READ THESAURUS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-THES-EOF-SW
               NOT AT END
                   PERFORM SPLIT-THESAURUS-GROUP
                   MOVE 1 TO WS-WORD-IX
                   PERFORM EXPAND-ONE-WORD
                       UNTIL WS-WORD-IX > WS-WORD-COUNT
           END-READ.

       SPLIT-THESAURUS-GROUP.
           MOVE FUNCTION UPPER-CASE(THES-TERMS) TO THES-TERMS.
           MOVE 0 TO WS-GROUP-COUNT.
           MOVE 1 TO WS-GROUP-PTR.
           PERFORM SPLIT-ONE-GROUP-WORD
               UNTIL WS-GROUP-PTR > 200
               OR WS-GROUP-COUNT >= WS-GROUP-MAX.

       SPLIT-ONE-GROUP-WORD.
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

       EXPAND-ONE-WORD.
           IF WS-WORD-TYPE(WS-WORD-IX) = "W"
               MOVE "N" TO WS-GROUP-MEMBER-SW
               MOVE 1 TO WS-GROUP-IX
               PERFORM CHECK-GROUP-MEMBER
                   UNTIL WORD-IN-GROUP
                   OR WS-GROUP-IX > WS-GROUP-COUNT
               IF WORD-IN-GROUP
                   MOVE 1 TO WS-GROUP-IX
                   PERFORM ADD-GROUP-SYNONYM WS-GROUP-COUNT TIMES
               END-IF
           END-IF.
           ADD 1 TO WS-WORD-IX.

       CHECK-GROUP-MEMBER.
           IF WS-GROUP-TEXT(WS-GROUP-IX) = WS-WORD-TEXT(WS-WORD-IX)
               MOVE "Y" TO WS-GROUP-MEMBER-SW
           ELSE
               ADD 1 TO WS-GROUP-IX
           END-IF.

      * A full table quietly stops the widening - the typed words
      * themselves are never lost.
       ADD-GROUP-SYNONYM.
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

       DID-YOU-MEAN-CHECK.
           IF WS-QUERY-LEN = 0 OR WS-QUERY-LEN > 40
               GO TO DID-YOU-MEAN-CHECK-EXIT
       DID-YOU-MEAN-CHECK-EXIT.
           EXIT.

      * Mark the CAT: category and everything below it. Each pass
      * over the loaded tree pulls in the children of categories
      * already marked; when a pass adds nothing the subtree is
      * complete. An unknown category, or no directory at all,
      * leaves nothing for an organic page to match.
       BUILD-CATEGORY-SCOPE.
           PERFORM LOAD-DIRECTORY THRU LOAD-DIRECTORY-EXIT.
           MOVE WS-RESTRICT-ID TO WS-DIR-LOOKUP-ID.
           PERFORM FIND-DIR-ENTRY THRU FIND-DIR-ENTRY-EXIT.
           IF WS-DIR-FOUND-IX = 0
               MOVE "E" TO WS-RESTRICT-SW
               DISPLAY "(No directory category " WS-RESTRICT-ID
                   " - only sponsored listings can match.)"
               GO TO BUILD-CATEGORY-SCOPE-EXIT
           END-IF.
           MOVE "Y" TO WS-RESTRICT-SW.
           MOVE "Y" TO WS-DIR-IN-SCOPE(WS-DIR-FOUND-IX).
           MOVE 1 TO WS-SCOPE-ADDED.
           PERFORM WIDEN-SCOPE-ONE-PASS UNTIL WS-SCOPE-ADDED = 0.
       BUILD-CATEGORY-SCOPE-EXIT.
           EXIT.

       WIDEN-SCOPE-ONE-PASS.
           MOVE 0 TO WS-SCOPE-ADDED.
           MOVE 1 TO WS-DIR-IX.
           PERFORM WIDEN-SCOPE-ONE-ENTRY THRU
               WIDEN-SCOPE-ONE-ENTRY-EXIT
               UNTIL WS-DIR-IX > WS-DIR-COUNT.

       WIDEN-SCOPE-ONE-ENTRY.
           IF WS-DIR-IN-SCOPE(WS-DIR-IX) = "Y"
           OR WS-DIR-PARENT(WS-DIR-IX) = SPACES
               ADD 1 TO WS-DIR-IX
               GO TO WIDEN-SCOPE-ONE-ENTRY-EXIT
           END-IF.
           MOVE WS-DIR-PARENT(WS-DIR-IX) TO WS-DIR-LOOKUP-ID.
           PERFORM FIND-DIR-ENTRY THRU FIND-DIR-ENTRY-EXIT.
           IF WS-DIR-FOUND-IX > 0
               IF WS-DIR-IN-SCOPE(WS-DIR-FOUND-IX) = "Y"
                   MOVE "Y" TO WS-DIR-IN-SCOPE(WS-DIR-IX)
                   ADD 1 TO WS-SCOPE-ADDED
               END-IF
           END-IF.
           ADD 1 TO WS-DIR-IX.
       WIDEN-SCOPE-ONE-ENTRY-EXIT.
           EXIT.

      * A page is in scope when any marked category has a row for
      * it that is not an operator exclude.
       CHECK-CATEGORY-SCOPE.
           MOVE "N" TO WS-IN-SCOPE-SW.
           MOVE 1 TO WS-DIR-IX.
           PERFORM CHECK-ONE-SCOPE-CATEGORY
               UNTIL PAGE-IN-SCOPE OR WS-DIR-IX > WS-DIR-COUNT.
       CHECK-CATEGORY-SCOPE-EXIT.
           EXIT.

       CHECK-ONE-SCOPE-CATEGORY.
           IF WS-DIR-IN-SCOPE(WS-DIR-IX) = "Y"
               MOVE WS-DIR-ID(WS-DIR-IX) TO CATA-CATEGORY
               MOVE CAT-URL              TO CATA-URL
               READ CATEGORY-ASSIGN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT CATA-OPER-EXCLUDE
                           MOVE "Y" TO WS-IN-SCOPE-SW
                       END-IF
               END-READ
           END-IF.
           ADD 1 TO WS-DIR-IX.

      * The whole CATEGORY master, in id order, with no category
      * marked. A missing master loads as an empty directory.
       LOAD-DIRECTORY.
           MOVE SPACES TO WS-DIR-TABLE.
           MOVE 0 TO WS-DIR-COUNT.
           MOVE "N" TO WS-CATG-EOF-SW.
           OPEN INPUT CATEGORY-FILE.
           IF WS-CATG-STATUS NOT = "00"
               GO TO LOAD-DIRECTORY-EXIT
           END-IF.
           PERFORM LOAD-ONE-CATEGORY UNTIL CATG-EOF.
           CLOSE CATEGORY-FILE.
       LOAD-DIRECTORY-EXIT.
           EXIT.

       LOAD-ONE-CATEGORY.
           READ CATEGORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CATG-EOF-SW
               NOT AT END
                   IF WS-DIR-COUNT < WS-DIR-MAX
                       ADD 1 TO WS-DIR-COUNT
                       MOVE CATG-ID TO WS-DIR-ID(WS-DIR-COUNT)
                       MOVE CATG-PARENT-ID
                           TO WS-DIR-PARENT(WS-DIR-COUNT)
                       MOVE CATG-NAME TO WS-DIR-NAME(WS-DIR-COUNT)
                       MOVE "N" TO WS-DIR-IN-SCOPE(WS-DIR-COUNT)
                   END-IF
           END-READ.

       FIND-DIR-ENTRY.
           MOVE 0 TO WS-DIR-FOUND-IX.
           IF WS-DIR-LOOKUP-ID = SPACES
               GO TO FIND-DIR-ENTRY-EXIT
           END-IF.
           MOVE 1 TO WS-DIR-IX.
           PERFORM MATCH-DIR-ENTRY
               UNTIL WS-DIR-FOUND-IX > 0 OR WS-DIR-IX > WS-DIR-COUNT.
       FIND-DIR-ENTRY-EXIT.
           EXIT.

       MATCH-DIR-ENTRY.
           IF WS-DIR-ID(WS-DIR-IX) = WS-DIR-LOOKUP-ID
               MOVE WS-DIR-IX TO WS-DIR-FOUND-IX
           ELSE
               ADD 1 TO WS-DIR-IX
           END-IF.

      * Yahoo-style browsing of the subject directory. Each screen
      * shows where the user is, the subcategories below it
      * (numbered), and the live pages filed directly under it.
      * A number opens that subcategory, U goes up a level, and
      * anything else returns to the query prompt. Browsing is
      * not a search, so nothing is logged.
       BROWSE-DIRECTORY.
           PERFORM LOAD-DIRECTORY THRU LOAD-DIRECTORY-EXIT.
           IF WS-DIR-COUNT = 0
               DISPLAY "(The directory is not available.)"
               DISPLAY " "
               GO TO BROWSE-DIRECTORY-EXIT
           END-IF.
           MOVE "N" TO WS-BROWSE-FILES-SW.
           OPEN INPUT CATEGORY-ASSIGN.
           IF WS-CATA-STATUS = "00"
               OPEN INPUT PAGE-CATALOG
               IF WS-CATALOG-STATUS = "00"
                   MOVE "Y" TO WS-BROWSE-FILES-SW
               ELSE
                   CLOSE CATEGORY-ASSIGN
               END-IF
           END-IF.
           MOVE SPACES TO WS-BROWSE-AT.
           MOVE "N" TO WS-BROWSE-DONE-SW.
           PERFORM BROWSE-ONE-LEVEL THRU BROWSE-ONE-LEVEL-EXIT
               UNTIL BROWSE-DONE.
           IF BROWSE-FILES-OPEN
               CLOSE CATEGORY-ASSIGN
               CLOSE PAGE-CATALOG
           END-IF.
           DISPLAY " ".
       BROWSE-DIRECTORY-EXIT.
           EXIT.

       BROWSE-ONE-LEVEL.
           MOVE WS-BROWSE-AT TO WS-DIR-LOOKUP-ID.
           PERFORM FIND-DIR-ENTRY THRU FIND-DIR-ENTRY-EXIT.
           MOVE WS-DIR-FOUND-IX TO WS-BROWSE-AT-IX.
           PERFORM BUILD-BROWSE-PATH THRU BUILD-BROWSE-PATH-EXIT.
           DISPLAY " ".
           DISPLAY "Directory: " WS-PATH-LINE(1:WS-PATH-PTR).
           DISPLAY "----------------------------------------".
           MOVE 0 TO WS-CHILD-COUNT.
           MOVE 1 TO WS-DIR-IX.
           PERFORM LIST-ONE-CHILD UNTIL WS-DIR-IX > WS-DIR-COUNT.
           IF WS-BROWSE-AT NOT = SPACES
               PERFORM LIST-CATEGORY-PAGES THRU
                   LIST-CATEGORY-PAGES-EXIT
           END-IF.
           DISPLAY "----------------------------------------".
           IF WS-BROWSE-AT = SPACES
               DISPLAY "Category number = open, anything else = "
                   "back to search: " WITH NO ADVANCING
           ELSE
               DISPLAY "Category number = open, U = up, anything "
                   "else = back to search: " WITH NO ADVANCING
           END-IF.
           MOVE SPACES TO WS-BROWSE-CHOICE.
           ACCEPT WS-BROWSE-CHOICE.
           IF (WS-BROWSE-CHOICE = "U" OR WS-BROWSE-CHOICE = "u")
           AND WS-BROWSE-AT NOT = SPACES
               MOVE WS-DIR-PARENT(WS-BROWSE-AT-IX) TO WS-BROWSE-AT
               GO TO BROWSE-ONE-LEVEL-EXIT
           END-IF.
           COMPUTE WS-CHOICE-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-BROWSE-CHOICE)).
           IF WS-CHOICE-LEN = 0
               MOVE "Y" TO WS-BROWSE-DONE-SW
               GO TO BROWSE-ONE-LEVEL-EXIT
           END-IF.
           IF WS-BROWSE-CHOICE(1:WS-CHOICE-LEN) NOT NUMERIC
               MOVE "Y" TO WS-BROWSE-DONE-SW
               GO TO BROWSE-ONE-LEVEL-EXIT
           END-IF.
           COMPUTE WS-BROWSE-PICK =
               FUNCTION NUMVAL(WS-BROWSE-CHOICE(1:WS-CHOICE-LEN)).
           IF WS-BROWSE-PICK < 1 OR WS-BROWSE-PICK > WS-CHILD-COUNT
               DISPLAY "(That is not one of the categories shown.)"
               GO TO BROWSE-ONE-LEVEL-EXIT
           END-IF.
           MOVE WS-DIR-ID(WS-CHILD-DIR-IX(WS-BROWSE-PICK))
               TO WS-BROWSE-AT.
       BROWSE-ONE-LEVEL-EXIT.
           EXIT.

      * "Top > Travel > Airlines": climb the parent links from the
      * current category, then string the names back down.
       BUILD-BROWSE-PATH.
           MOVE 0 TO WS-PATH-DEPTH.
           MOVE WS-BROWSE-AT-IX TO WS-DIR-FOUND-IX.
           PERFORM CLIMB-ONE-LEVEL
               UNTIL WS-DIR-FOUND-IX = 0 OR WS-PATH-DEPTH >= 20.
           MOVE SPACES TO WS-PATH-LINE.
           MOVE 1 TO WS-PATH-PTR.
           STRING "Top" DELIMITED BY SIZE
               INTO WS-PATH-LINE WITH POINTER WS-PATH-PTR
           END-STRING.
           MOVE WS-PATH-DEPTH TO WS-PATH-IX.
           PERFORM ADD-PATH-NAME UNTIL WS-PATH-IX = 0.
           SUBTRACT 1 FROM WS-PATH-PTR.
       BUILD-BROWSE-PATH-EXIT.
           EXIT.

       CLIMB-ONE-LEVEL.
           ADD 1 TO WS-PATH-DEPTH.
           MOVE WS-DIR-FOUND-IX TO WS-PATH-DIR-IX(WS-PATH-DEPTH).
           MOVE WS-DIR-PARENT(WS-DIR-FOUND-IX) TO WS-DIR-LOOKUP-ID.
           PERFORM FIND-DIR-ENTRY THRU FIND-DIR-ENTRY-EXIT.

       ADD-PATH-NAME.
           STRING " > " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DIR-NAME(WS-PATH-DIR-IX(WS-PATH-IX)))
                   DELIMITED BY SIZE
               INTO WS-PATH-LINE WITH POINTER WS-PATH-PTR
           END-STRING.
           SUBTRACT 1 FROM WS-PATH-IX.

       LIST-ONE-CHILD.
           IF WS-DIR-PARENT(WS-DIR-IX) = WS-BROWSE-AT
           AND WS-CHILD-COUNT < WS-CHILD-MAX
               ADD 1 TO WS-CHILD-COUNT
               MOVE WS-DIR-IX TO WS-CHILD-DIR-IX(WS-CHILD-COUNT)
               DISPLAY WS-CHILD-COUNT ". " WS-DIR-NAME(WS-DIR-IX)
                   " [" WS-DIR-ID(WS-DIR-IX) "]"
           END-IF.
           ADD 1 TO WS-DIR-IX.

      * Pages filed directly under this category, in URL order.
      * Excluded rows, and pages since blocked, flagged duplicate
      * or dropped from the catalog, are passed over.
       LIST-CATEGORY-PAGES.
           MOVE 0 TO WS-LISTED-PAGES.
           MOVE 0 TO WS-LIVE-PAGES.
           IF NOT BROWSE-FILES-OPEN
               DISPLAY "(Pages cannot be listed right now.)"
               GO TO LIST-CATEGORY-PAGES-EXIT
           END-IF.
           MOVE "N" TO WS-CATA-EOF-SW.
           MOVE WS-BROWSE-AT TO CATA-CATEGORY.
           MOVE LOW-VALUES   TO CATA-URL.
           START CATEGORY-ASSIGN KEY NOT LESS THAN CATA-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CATA-EOF-SW
           END-START.
           PERFORM LIST-ONE-PAGE THRU LIST-ONE-PAGE-EXIT
               UNTIL CATA-EOF.
           IF WS-LIVE-PAGES = 0
               DISPLAY "(No pages filed directly here.)"
           END-IF.
           IF WS-LIVE-PAGES > WS-LISTED-PAGES
               DISPLAY "(" WS-LIVE-PAGES " pages here - the first "
                   WS-LISTED-PAGES " are shown.)"
           END-IF.
       LIST-CATEGORY-PAGES-EXIT.
           EXIT.

       LIST-ONE-PAGE.
           READ CATEGORY-ASSIGN NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CATA-EOF-SW
                   GO TO LIST-ONE-PAGE-EXIT
           END-READ.
           IF CATA-CATEGORY NOT = WS-BROWSE-AT
               MOVE "Y" TO WS-CATA-EOF-SW
               GO TO LIST-ONE-PAGE-EXIT
           END-IF.
           IF CATA-OPER-EXCLUDE
               GO TO LIST-ONE-PAGE-EXIT
           END-IF.
           MOVE CATA-URL TO CAT-URL.
           READ PAGE-CATALOG
               INVALID KEY
                   GO TO LIST-ONE-PAGE-EXIT
           END-READ.
           IF CAT-IS-BLOCKED OR CAT-IS-QUARANTINED
           OR CAT-IS-DUPLICATE
               GO TO LIST-ONE-PAGE-EXIT
           END-IF.
           ADD 1 TO WS-LIVE-PAGES.
           IF WS-LISTED-PAGES < WS-BROWSE-PAGE-MAX
               ADD 1 TO WS-LISTED-PAGES
               DISPLAY "   " CAT-TITLE " - " CAT-URL
           END-IF.
       LIST-ONE-PAGE-EXIT.
           EXIT.

      * Delivery evidence for billing: one record per sponsored
      * listing the user actually saw on screen, carrying the query
      * that triggered it. INVOICE-REPORT rolls these up by
           MOVE WS-RESULT-ADVERTISER(WS-COUNTER) TO IMPR-ADVERTISER.
           MOVE WS-QUERY                   TO IMPR-QUERY.
           MOVE WS-RESULT-ACCOUNT(WS-COUNTER) TO IMPR-ACCOUNT.
           MOVE WS-RESULT-BID-CENTS(WS-COUNTER) TO IMPR-BID-CENTS.
           MOVE WS-SESSION-ID              TO IMPR-SESSION-ID.
           MOVE WS-SIGNON-ID               TO IMPR-SIGNON-ID.
           WRITE IMPR-RECORD.
           CLOSE IMPRESSIONS.
           PERFORM BUMP-ACCOUNT-TALLY THRU BUMP-ACCOUNT-TALLY-EXIT.
      * One record per result the user said they actually wanted,
      * with the rank it was shown at - the raw material for
      * tuning the title-versus-keyword score weights with data.
      * A sponsored pick also carries the placement and its bid:
      * it is a billable click.
       WRITE-CLICKLOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           OPEN EXTEND CLICKLOG.
           MOVE WS-RESULT-SCORE(WS-CHOSEN-RANK) TO CLICK-SCORE.
           MOVE WS-RESULT-SPONSOR-FLAG(WS-CHOSEN-RANK)
               TO CLICK-SPONSOR-FLAG.
           MOVE WS-RESULT-KEYWORD(WS-CHOSEN-RANK) TO CLICK-KEYWORD.
           MOVE WS-RESULT-ADVERTISER(WS-CHOSEN-RANK)
               TO CLICK-ADVERTISER.
           MOVE WS-RESULT-ACCOUNT(WS-CHOSEN-RANK) TO CLICK-ACCOUNT.
           MOVE WS-RESULT-BID-CENTS(WS-CHOSEN-RANK)
               TO CLICK-BID-CENTS.
           MOVE WS-SESSION-ID              TO CLICK-SESSION-ID.
           MOVE WS-SIGNON-ID               TO CLICK-SIGNON-ID.
           WRITE CLICK-RECORD.
           CLOSE CLICKLOG.

           MOVE WS-CURRENT-DATE-TIME(1:14) TO QLOG-TIMESTAMP.
           MOVE WS-QUERY                   TO QLOG-QUERY.
           MOVE WS-RESULT-COUNT            TO QLOG-RESULT-COUNT.
           MOVE WS-SESSION-ID              TO QLOG-SESSION-ID.
           MOVE WS-SIGNON-ID               TO QLOG-SIGNON-ID.
           WRITE QLOG-RECORD.
           CLOSE QUERYLOG.

           MOVE WS-END-TIME(1:14)     TO STAT-RUN-TIMESTAMP.
           MOVE WS-SEARCH-COUNT       TO STAT-SEARCH-COUNT.
           MOVE WS-SESSION-ELAPSED-CS TO STAT-ELAPSED-CS.
           MOVE WS-CACHE-HITS         TO STAT-CACHE-HITS.
           WRITE STAT-RECORD.
           CLOSE STATS.
