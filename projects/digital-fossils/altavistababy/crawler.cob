      *                    STARTED/COMPLETE/FAILED SO DOWNSTREAM
      *                    STEPS STOP RUNNING AGAINST A HALF-BUILT
      *                    CATALOG AFTER AN ABEND.
      *   2026-10-12  JH   EVERY ENTRY STORED OR REFRESHED IS NOW
      *                    FILED INTO THE SUBJECT DIRECTORY: EACH
      *                    CATEGORY WHOSE RULE WORDS APPEAR IN THE
      *                    TITLE OR KEYWORDS GETS A RULE ROW IN
      *                    CATEGORY-ASSIGN, AND A RULE ROW WHOSE
      *                    WORDS NO LONGER MATCH IS WITHDRAWN.
      *                    OPERATOR INCLUDE/EXCLUDE ROWS FROM
      *                    CATEGORY-MAINT ARE LEFT ALONE. A RETIRED
      *                    ENTRY TAKES ITS ASSIGNMENTS WITH IT. NO
      *                    CATEGORY FILE MEANS NO FILING.
      *   2026-10-15  JH   CONTENT-POLICY SCREENING: EVERY ENTRY
      *                    STORED OR REFRESHED HAS ITS TITLE AND
      *                    KEYWORDS CHECKED AGAINST POLICY-TERMS. A
      *                    WHOLE-WORD HIT QUARANTINES THE ENTRY
      *                    (CAT-BLOCKED-FLAG "Q") AND QUEUES IT IN
      *                    POLICY-QUEUE FOR POLICY-REVIEW, SO IT IS
      *                    OUT OF THE RESULTS BEFORE ANYONE HAS TO
      *                    COMPLAIN. BLOCKED AND ALREADY-QUARANTINED
      *                    ENTRIES ARE NOT RE-SCREENED, AND AN ENTRY
      *                    AN OPERATOR RELEASED IS ONLY RE-SCREENED
      *                    ONCE ITS TITLE OR KEYWORDS CHANGE. NO
      *                    POLICY-TERMS FILE MEANS NO SCREENING.
      *--------------------------------------------------------------
      *
      * CATALOG-CRAWLER READS THE SEED-URLS FILE AND WRITES OR
           SELECT RUN-CONTROL ASSIGN TO "RUN-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.
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
           SELECT POLICY-TERMS ASSIGN TO "POLICY-TERMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POLT-TERM
               FILE STATUS IS WS-POLT-STATUS.
           SELECT POLICY-QUEUE ASSIGN TO "POLICY-QUEUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQUE-URL
               FILE STATUS IS WS-PQUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL.
           COPY RUNCREC.

       FD  CATEGORY-FILE.
           COPY CATGREC.

       FD  CATEGORY-ASSIGN.
           COPY CATAREC.

       FD  POLICY-TERMS.
           COPY POLTREC.

       FD  POLICY-QUEUE.
           COPY PQUEREC.

       WORKING-STORAGE SECTION.
       77  WS-SEED-STATUS          PIC X(02) VALUE SPACES.
       77  WS-CATALOG-STATUS       PIC X(02) VALUE SPACES.
       77  WS-SWEEP-IN-GRACE       PIC 9(08) VALUE 0 COMP.
       77  WS-SWEEP-RETIRED        PIC 9(08) VALUE 0 COMP.
       77  WS-SWEEP-EXEMPT         PIC 9(08) VALUE 0 COMP.
      * SUBJECT-DIRECTORY FILING. THE CATEGORY MASTER IS HELD IN
      * CORE FOR THE RUN WITH ITS RULE WORDS UPPER-CASED ONCE;
      * EACH STORED ENTRY IS MATCHED AGAINST EVERY CATEGORY.
       77  WS-CATG-STATUS          PIC X(02) VALUE SPACES.
       77  WS-CATA-STATUS          PIC X(02) VALUE SPACES.
       77  WS-CATG-EOF-SW          PIC X(01) VALUE "N".
           88  CATG-EOF                    VALUE "Y".
       77  WS-DIRECTORY-SW         PIC X(01) VALUE "N".
           88  DIRECTORY-ACTIVE            VALUE "Y".
       77  WS-CATEGORY-MAX         PIC 9(04) VALUE 500 COMP.
       77  WS-CATEGORY-COUNT       PIC 9(04) VALUE 0 COMP.
       77  WS-CTB-IX               PIC 9(04) VALUE 0 COMP.
       77  WS-RULE-PTR             PIC 9(04) VALUE 0 COMP.
       77  WS-RULE-LEN             PIC 9(04) VALUE 0 COMP.
       77  WS-RULE-TALLY           PIC 9(04) VALUE 0 COMP.
       77  WS-RULE-WORD            PIC X(40) VALUE SPACES.
       77  WS-RULE-HIT-SW          PIC X(01) VALUE "N".
           88  RULE-HIT                    VALUE "Y".
       77  WS-MATCH-TEXT           PIC X(261) VALUE SPACES.
       77  WS-FILED-URL            PIC X(80) VALUE SPACES.
       77  WS-ASSIGN-ADDED         PIC 9(08) VALUE 0 COMP.
       77  WS-ASSIGN-WITHDRAWN     PIC 9(08) VALUE 0 COMP.
       77  WS-ASSIGN-RETIRED       PIC 9(08) VALUE 0 COMP.
       77  WS-ENTRIES-UNFILED      PIC 9(08) VALUE 0 COMP.
       77  WS-ENTRY-FILED-SW       PIC X(01) VALUE "N".
           88  ENTRY-WAS-FILED             VALUE "Y".
       01  WS-CATEGORY-TABLE.
           05  WS-CTB-ENTRY OCCURS 500 TIMES.
               10  WS-CTB-ID       PIC X(08).
               10  WS-CTB-RULES    PIC X(200).
      * CONTENT-POLICY SCREENING. THE POLICY-TERMS FILE IS HELD IN
      * CORE FOR THE RUN WITH EACH TERM'S LENGTH AND A SEVERITY
      * RANK (H=3, M=2, L=1) WORKED OUT ONCE. AN ENTRY HITTING
      * SEVERAL TERMS IS QUEUED UNDER THE MOST SEVERE.
       77  WS-POLT-STATUS          PIC X(02) VALUE SPACES.
       77  WS-PQUE-STATUS          PIC X(02) VALUE SPACES.
       77  WS-POLT-EOF-SW          PIC X(01) VALUE "N".
           88  POLT-EOF                    VALUE "Y".
       77  WS-SCREENING-SW         PIC X(01) VALUE "N".
           88  SCREENING-ACTIVE            VALUE "Y".
       77  WS-POLICY-MAX           PIC 9(04) VALUE 500 COMP.
       77  WS-POLICY-COUNT         PIC 9(04) VALUE 0 COMP.
       77  WS-PTB-IX               PIC 9(04) VALUE 0 COMP.
       77  WS-SCREEN-TEXT          PIC X(263) VALUE SPACES.
       77  WS-SCREEN-PROBE         PIC X(42) VALUE SPACES.
       77  WS-PROBE-LEN            PIC 9(04) VALUE 0 COMP.
       77  WS-PROBE-TALLY          PIC 9(04) VALUE 0 COMP.
       77  WS-POLICY-HIT-SW        PIC X(01) VALUE "N".
           88  POLICY-HIT                  VALUE "Y".
       77  WS-HIT-TERM             PIC X(40) VALUE SPACES.
       77  WS-HIT-SEVERITY         PIC X(01) VALUE SPACES.
       77  WS-HIT-RANK             PIC 9(01) VALUE 0 COMP.
       77  WS-POLICY-QUARANTINED   PIC 9(08) VALUE 0 COMP.
       77  WS-POLICY-RELEASE-KEPT  PIC 9(08) VALUE 0 COMP.
       01  WS-POLICY-TABLE.
           05  WS-PTB-ENTRY OCCURS 500 TIMES.
               10  WS-PTB-TERM     PIC X(40).
               10  WS-PTB-LEN      PIC 9(04) COMP.
               10  WS-PTB-SEVERITY PIC X(01).
               10  WS-PTB-RANK     PIC 9(01) COMP.
      * RUN-CONTROL LEDGER FIELDS: THIS STEP, ITS PREDECESSOR IN
      * THE NIGHTLY CHAIN, AND THE STATE FOUND FOR THE
      * PREDECESSOR ON TONIGHT'S CYCLE.
               STOP RUN
           END-IF.
           PERFORM 1500-LOAD-CHECKPOINT THRU 1500-EXIT.
           PERFORM 1600-LOAD-CATEGORIES THRU 1600-EXIT.
           PERFORM 1700-LOAD-POLICY-TERMS THRU 1700-EXIT.
       1000-EXIT.
           EXIT.

       1500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1600-LOAD-CATEGORIES                                     *
      *  HOLD THE CATEGORY MASTER IN CORE FOR RULE MATCHING AND   *
      *  OPEN CATEGORY-ASSIGN FOR UPDATE. WITH NO CATEGORY FILE   *
      *  (OR AN EMPTY ONE) THE DIRECTORY IS NOT IN USE AND THE    *
      *  CRAWL RUNS AS IT ALWAYS DID.                             *
      *----------------------------------------------------------*
       1600-LOAD-CATEGORIES.
           OPEN INPUT CATEGORY-FILE.
           IF WS-CATG-STATUS NOT = "00"
               DISPLAY "CATALOG-CRAWLER: NO CATEGORY FILE - "
                   "DIRECTORY FILING SKIPPED"
               GO TO 1600-EXIT
           END-IF.
           PERFORM 1610-READ-ONE-CATEGORY THRU 1610-EXIT
               UNTIL CATG-EOF.
           CLOSE CATEGORY-FILE.
           IF WS-CATEGORY-COUNT = 0
               GO TO 1600-EXIT
           END-IF.
           OPEN I-O CATEGORY-ASSIGN.
           IF WS-CATA-STATUS = "35"
               OPEN OUTPUT CATEGORY-ASSIGN
               CLOSE CATEGORY-ASSIGN
               OPEN I-O CATEGORY-ASSIGN
           END-IF.
           IF WS-CATA-STATUS NOT = "00"
               DISPLAY "CATALOG-CRAWLER: CANNOT OPEN "
                   "CATEGORY-ASSIGN, STATUS " WS-CATA-STATUS
               CLOSE SEED-URLS
               CLOSE PAGE-CATALOG
               MOVE "FAILED" TO WS-RUNC-WRITE-STATE
               PERFORM 0200-WRITE-RUN-CONTROL THRU 0200-EXIT
               STOP RUN
           END-IF.
           MOVE "Y" TO WS-DIRECTORY-SW.
           DISPLAY "CATALOG-CRAWLER: FILING INTO "
               WS-CATEGORY-COUNT " CATEGORIES".
       1600-EXIT.
           EXIT.

       1610-READ-ONE-CATEGORY.
           READ CATEGORY-FILE
               AT END
                   MOVE "Y" TO WS-CATG-EOF-SW
                   GO TO 1610-EXIT
           END-READ.
           IF WS-CATEGORY-COUNT NOT < WS-CATEGORY-MAX
               DISPLAY "CATALOG-CRAWLER: CATEGORY TABLE FULL - "
                   CATG-ID " AND LATER NOT FILED INTO"
               MOVE "Y" TO WS-CATG-EOF-SW
               GO TO 1610-EXIT
           END-IF.
           ADD 1 TO WS-CATEGORY-COUNT.
           MOVE CATG-ID TO WS-CTB-ID(WS-CATEGORY-COUNT).
           MOVE FUNCTION UPPER-CASE(CATG-RULE-WORDS)
               TO WS-CTB-RULES(WS-CATEGORY-COUNT).
       1610-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1700-LOAD-POLICY-TERMS                                   *
      *  HOLD THE POLICY-TERMS FILE IN CORE FOR SCREENING AND     *
      *  OPEN POLICY-QUEUE FOR UPDATE. WITH NO POLICY-TERMS FILE  *
      *  (OR AN EMPTY ONE) NOTHING IS SCREENED AND THE CRAWL RUNS *
      *  AS IT ALWAYS DID.                                        *
      *----------------------------------------------------------*
       1700-LOAD-POLICY-TERMS.
           OPEN INPUT POLICY-TERMS.
           IF WS-POLT-STATUS NOT = "00"
               DISPLAY "CATALOG-CRAWLER: NO POLICY-TERMS FILE - "
                   "CONTENT SCREENING SKIPPED"
               GO TO 1700-EXIT
           END-IF.
           PERFORM 1710-READ-ONE-TERM THRU 1710-EXIT
               UNTIL POLT-EOF.
           CLOSE POLICY-TERMS.
           IF WS-POLICY-COUNT = 0
               GO TO 1700-EXIT
           END-IF.
           OPEN I-O POLICY-QUEUE.
           IF WS-PQUE-STATUS = "35"
               OPEN OUTPUT POLICY-QUEUE
               CLOSE POLICY-QUEUE
               OPEN I-O POLICY-QUEUE
           END-IF.
           IF WS-PQUE-STATUS NOT = "00"
               DISPLAY "CATALOG-CRAWLER: CANNOT OPEN "
                   "POLICY-QUEUE, STATUS " WS-PQUE-STATUS
               CLOSE SEED-URLS
               CLOSE PAGE-CATALOG
               IF DIRECTORY-ACTIVE
                   CLOSE CATEGORY-ASSIGN
               END-IF
               MOVE "FAILED" TO WS-RUNC-WRITE-STATE
               PERFORM 0200-WRITE-RUN-CONTROL THRU 0200-EXIT
               STOP RUN
           END-IF.
           MOVE "Y" TO WS-SCREENING-SW.
           DISPLAY "CATALOG-CRAWLER: SCREENING AGAINST "
               WS-POLICY-COUNT " POLICY TERMS".
       1700-EXIT.
           EXIT.

      *    AN UNRECOGNIZED SEVERITY IS TREATED AS HIGH - A TERM ON
      *    THE LIST IS NEVER IGNORED FOR A BAD CODE.
       1710-READ-ONE-TERM.
           READ POLICY-TERMS
               AT END
                   MOVE "Y" TO WS-POLT-EOF-SW
                   GO TO 1710-EXIT
           END-READ.
           IF POLT-TERM = SPACES
               GO TO 1710-EXIT
           END-IF.
           IF WS-POLICY-COUNT NOT < WS-POLICY-MAX
               DISPLAY "CATALOG-CRAWLER: POLICY TERM TABLE FULL - "
                   POLT-TERM " AND LATER NOT SCREENED FOR"
               MOVE "Y" TO WS-POLT-EOF-SW
               GO TO 1710-EXIT
           END-IF.
           ADD 1 TO WS-POLICY-COUNT.
           MOVE FUNCTION UPPER-CASE(POLT-TERM)
               TO WS-PTB-TERM(WS-POLICY-COUNT).
           COMPUTE WS-PTB-LEN(WS-POLICY-COUNT) =
               FUNCTION LENGTH(FUNCTION TRIM(POLT-TERM TRAILING)).
           EVALUATE TRUE
               WHEN POLT-MEDIUM
                   MOVE "M" TO WS-PTB-SEVERITY(WS-POLICY-COUNT)
                   MOVE 2   TO WS-PTB-RANK(WS-POLICY-COUNT)
               WHEN POLT-LOW
                   MOVE "L" TO WS-PTB-SEVERITY(WS-POLICY-COUNT)
                   MOVE 1   TO WS-PTB-RANK(WS-POLICY-COUNT)
               WHEN OTHER
                   MOVE "H" TO WS-PTB-SEVERITY(WS-POLICY-COUNT)
                   MOVE 3   TO WS-PTB-RANK(WS-POLICY-COUNT)
           END-EVALUATE.
       1710-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-READ-SEED                                          *
      *  READ ONE SEED URL AND STORE IT IN THE CATALOG.           *
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-STORED
                   MOVE SEED-URL TO WS-LAST-GOOD-KEY
                   PERFORM 2550-SCREEN-NEW-ENTRY THRU 2550-EXIT
                   PERFORM 2400-FILE-INTO-DIRECTORY THRU 2400-EXIT
           END-WRITE.
       2100-EXIT.
           EXIT.
      *    READ THE EXISTING RECORD FIRST SO A MANUALLY-SET
      *    CAT-BLOCKED-FLAG (FROM CATALOG-MAINT'S BLOCK/UNBLOCK
      *    OPTION) SURVIVES THE REFRESH INSTEAD OF BEING STOMPED
      *    BACK TO "N" BY THE BLIND WRITE ATTEMPT IN 2100. ONLY AN
      *    ENTRY STILL IN THE RESULTS IS SCREENED: A BLOCKED ONE
      *    STAYS BLOCKED AND A QUARANTINED ONE STAYS IN THE QUEUE
      *    UNTIL AN OPERATOR DECIDES IT.
       2200-REFRESH-CATALOG-RECORD.
           READ PAGE-CATALOG
               INVALID KEY
           MOVE SEED-KEYWORDS          TO CAT-KEYWORDS.
           MOVE WS-RUN-TIMESTAMP(1:14) TO CAT-LAST-CRAWLED.
           MOVE 0                      TO CAT-MISSED-CRAWLS.
           MOVE "N" TO WS-POLICY-HIT-SW.
           IF CAT-IS-NOT-BLOCKED
               PERFORM 2500-SCREEN-ENTRY THRU 2500-EXIT
           END-IF.
           IF POLICY-HIT
               MOVE "Q"                TO CAT-BLOCKED-FLAG
           END-IF.
           REWRITE CAT-RECORD
               INVALID KEY
                   ADD 1 TO WS-RECORDS-REJECTED
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-REFRESHED
                   MOVE SEED-URL TO WS-LAST-GOOD-KEY
                   IF POLICY-HIT
                       PERFORM 2600-QUEUE-FOR-REVIEW THRU 2600-EXIT
                   END-IF
                   PERFORM 2400-FILE-INTO-DIRECTORY THRU 2400-EXIT
           END-REWRITE.
       2200-EXIT.
           EXIT.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2400-FILE-INTO-DIRECTORY                                 *
      *  MATCH THE ENTRY JUST STORED AGAINST EVERY CATEGORY'S     *
      *  RULE WORDS. A HIT WITH NO ROW ON FILE ADDS A RULE ROW;   *
      *  A MISS WITHDRAWS A RULE ROW LEFT FROM AN EARLIER CRAWL.  *
      *  ANY ROW AN OPERATOR SET (INCLUDE OR EXCLUDE) STANDS.     *
      *----------------------------------------------------------*
       2400-FILE-INTO-DIRECTORY.
           IF NOT DIRECTORY-ACTIVE
               GO TO 2400-EXIT
           END-IF.
           MOVE CAT-URL TO WS-FILED-URL.
           MOVE SPACES TO WS-MATCH-TEXT.
           STRING FUNCTION UPPER-CASE(CAT-TITLE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION UPPER-CASE(CAT-KEYWORDS) DELIMITED BY SIZE
               INTO WS-MATCH-TEXT
           END-STRING.
           MOVE "N" TO WS-ENTRY-FILED-SW.
           MOVE 1 TO WS-CTB-IX.
           PERFORM 2410-FILE-ONE-CATEGORY THRU 2410-EXIT
               WS-CATEGORY-COUNT TIMES.
           IF NOT ENTRY-WAS-FILED
               ADD 1 TO WS-ENTRIES-UNFILED
           END-IF.
       2400-EXIT.
           EXIT.

       2410-FILE-ONE-CATEGORY.
           MOVE "N" TO WS-RULE-HIT-SW.
           MOVE 1 TO WS-RULE-PTR.
           IF WS-CTB-RULES(WS-CTB-IX) NOT = SPACES
               PERFORM 2420-TEST-ONE-RULE-WORD THRU 2420-EXIT
                   UNTIL RULE-HIT OR WS-RULE-PTR > 200
           END-IF.
           MOVE WS-CTB-ID(WS-CTB-IX) TO CATA-CATEGORY.
           MOVE WS-FILED-URL         TO CATA-URL.
           READ CATEGORY-ASSIGN
               INVALID KEY
                   IF RULE-HIT
                       PERFORM 2430-ADD-RULE-ROW THRU 2430-EXIT
                   END-IF
                   GO TO 2410-NEXT
           END-READ.
           IF CATA-BY-RULE AND NOT RULE-HIT
               DELETE CATEGORY-ASSIGN RECORD
                   INVALID KEY
                       DISPLAY "CATALOG-CRAWLER: COULD NOT "
                           "WITHDRAW " CATA-CATEGORY " " CATA-URL
                   NOT INVALID KEY
                       ADD 1 TO WS-ASSIGN-WITHDRAWN
               END-DELETE
               GO TO 2410-NEXT
           END-IF.
           IF NOT CATA-OPER-EXCLUDE
               MOVE "Y" TO WS-ENTRY-FILED-SW
           END-IF.
       2410-NEXT.
           ADD 1 TO WS-CTB-IX.
       2410-EXIT.
           EXIT.

      *    RULE WORDS ARE MATCHED THE WAY ALTAVISTA-BABY MATCHES A
      *    QUERY WORD: ANYWHERE IN THE UPPER-CASED TITLE/KEYWORDS.
       2420-TEST-ONE-RULE-WORD.
           MOVE SPACES TO WS-RULE-WORD.
           MOVE 0 TO WS-RULE-LEN.
           UNSTRING WS-CTB-RULES(WS-CTB-IX) DELIMITED BY ALL SPACE
               INTO WS-RULE-WORD COUNT IN WS-RULE-LEN
               WITH POINTER WS-RULE-PTR
           END-UNSTRING.
           IF WS-RULE-LEN = 0 OR WS-RULE-LEN > 40
               GO TO 2420-EXIT
           END-IF.
           MOVE 0 TO WS-RULE-TALLY.
           INSPECT WS-MATCH-TEXT TALLYING WS-RULE-TALLY
               FOR ALL WS-RULE-WORD(1:WS-RULE-LEN).
           IF WS-RULE-TALLY > 0
               MOVE "Y" TO WS-RULE-HIT-SW
           END-IF.
       2420-EXIT.
           EXIT.

       2430-ADD-RULE-ROW.
           MOVE "R"                    TO CATA-SOURCE.
           MOVE WS-RUN-TIMESTAMP(1:14) TO CATA-ASSIGNED.
           MOVE "CRAWLER"              TO CATA-ASSIGNED-BY.
           WRITE CATA-RECORD
               INVALID KEY
                   DISPLAY "CATALOG-CRAWLER: COULD NOT FILE "
                       CATA-URL " UNDER " CATA-CATEGORY
               NOT INVALID KEY
                   ADD 1 TO WS-ASSIGN-ADDED
                   MOVE "Y" TO WS-ENTRY-FILED-SW
           END-WRITE.
       2430-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2500-SCREEN-ENTRY                                        *
      *  CHECK THE TITLE AND KEYWORDS ABOUT TO BE STORED AGAINST  *
      *  EVERY POLICY TERM. A TERM MATCHES ONLY AS A WHOLE WORD   *
      *  OR PHRASE, SO PUNCTUATION IS BLANKED OUT AND THE TEXT    *
      *  AND TERM ARE BOTH FRAMED IN SPACES - "SEX" MUST NOT      *
      *  CATCH "SUSSEX". A HYPHEN IS LEFT IN PLACE: A HYPHENATED  *
      *  WORD IS ONE WORD. THE SEARCH STOPS AT THE FIRST HIGH-     *
      *  SEVERITY HIT.                                            *
      *----------------------------------------------------------*
       2500-SCREEN-ENTRY.
           MOVE "N" TO WS-POLICY-HIT-SW.
           MOVE SPACES TO WS-HIT-TERM.
           MOVE SPACES TO WS-HIT-SEVERITY.
           MOVE 0 TO WS-HIT-RANK.
           IF NOT SCREENING-ACTIVE
               GO TO 2500-EXIT
           END-IF.
           MOVE SPACES TO WS-SCREEN-TEXT.
           STRING " " DELIMITED BY SIZE
               FUNCTION UPPER-CASE(CAT-TITLE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION UPPER-CASE(CAT-KEYWORDS) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO WS-SCREEN-TEXT
           END-STRING.
           INSPECT WS-SCREEN-TEXT CONVERTING ",.;:!?""()/"
               TO "          ".
           MOVE 1 TO WS-PTB-IX.
           PERFORM 2510-TEST-ONE-TERM THRU 2510-EXIT
               UNTIL WS-PTB-IX > WS-POLICY-COUNT
               OR WS-HIT-RANK = 3.
           IF WS-HIT-RANK > 0
               MOVE "Y" TO WS-POLICY-HIT-SW
               PERFORM 2520-CHECK-RELEASED THRU 2520-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

       2510-TEST-ONE-TERM.
           IF WS-PTB-LEN(WS-PTB-IX) = 0
           OR WS-PTB-RANK(WS-PTB-IX) NOT > WS-HIT-RANK
               GO TO 2510-NEXT
           END-IF.
           MOVE SPACES TO WS-SCREEN-PROBE.
           STRING " " DELIMITED BY SIZE
               WS-PTB-TERM(WS-PTB-IX)(1:WS-PTB-LEN(WS-PTB-IX))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO WS-SCREEN-PROBE
           END-STRING.
           COMPUTE WS-PROBE-LEN = WS-PTB-LEN(WS-PTB-IX) + 2.
           MOVE 0 TO WS-PROBE-TALLY.
           INSPECT WS-SCREEN-TEXT TALLYING WS-PROBE-TALLY
               FOR ALL WS-SCREEN-PROBE(1:WS-PROBE-LEN).
           IF WS-PROBE-TALLY > 0
               MOVE WS-PTB-TERM(WS-PTB-IX)     TO WS-HIT-TERM
               MOVE WS-PTB-SEVERITY(WS-PTB-IX) TO WS-HIT-SEVERITY
               MOVE WS-PTB-RANK(WS-PTB-IX)     TO WS-HIT-RANK
           END-IF.
       2510-NEXT.
           ADD 1 TO WS-PTB-IX.
       2510-EXIT.
           EXIT.

      *    AN OPERATOR WHO RELEASED THIS URL HAS ALREADY JUDGED
      *    THIS VERY TITLE AND KEYWORD TEXT; THE HIT STANDS ONLY IF
      *    THE CONTENT HAS CHANGED SINCE.
       2520-CHECK-RELEASED.
           MOVE CAT-URL TO PQUE-URL.
           READ POLICY-QUEUE
               INVALID KEY
                   GO TO 2520-EXIT
           END-READ.
           IF PQUE-RELEASED
           AND PQUE-TITLE = CAT-TITLE
           AND PQUE-KEYWORDS = CAT-KEYWORDS
               MOVE "N" TO WS-POLICY-HIT-SW
               ADD 1 TO WS-POLICY-RELEASE-KEPT
           END-IF.
       2520-EXIT.
           EXIT.

      *    A NEW ENTRY IS SCREENED ONCE THE WRITE HAS PROVED THE
      *    URL NEW - AN EXISTING ONE IS SCREENED BY THE REFRESH.
       2550-SCREEN-NEW-ENTRY.
           PERFORM 2500-SCREEN-ENTRY THRU 2500-EXIT.
           IF NOT POLICY-HIT
               GO TO 2550-EXIT
           END-IF.
           MOVE "Q" TO CAT-BLOCKED-FLAG.
           REWRITE CAT-RECORD
               INVALID KEY
                   DISPLAY "CATALOG-CRAWLER: COULD NOT QUARANTINE "
                       CAT-URL
                   GO TO 2550-EXIT
           END-REWRITE.
           PERFORM 2600-QUEUE-FOR-REVIEW THRU 2600-EXIT.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2600-QUEUE-FOR-REVIEW                                    *
      *  PUT THE ENTRY JUST QUARANTINED IN POLICY-QUEUE AS        *
      *  PENDING, REPLACING ANY EARLIER DECISION ON THE URL - A   *
      *  RELEASE OR BLOCK OF OLD CONTENT DOES NOT COVER THE NEW.  *
      *----------------------------------------------------------*
       2600-QUEUE-FOR-REVIEW.
           MOVE CAT-URL                TO PQUE-URL.
           MOVE "P"                    TO PQUE-STATUS.
           MOVE WS-HIT-TERM            TO PQUE-TERM.
           MOVE WS-HIT-SEVERITY        TO PQUE-SEVERITY.
           MOVE CAT-TITLE              TO PQUE-TITLE.
           MOVE CAT-KEYWORDS           TO PQUE-KEYWORDS.
           MOVE WS-RUN-TIMESTAMP(1:14) TO PQUE-QUEUED.
           MOVE SPACES                 TO PQUE-DECIDED.
           MOVE SPACES                 TO PQUE-DECIDED-BY.
           WRITE PQUE-RECORD
               INVALID KEY
                   REWRITE PQUE-RECORD
                       INVALID KEY
                           DISPLAY "CATALOG-CRAWLER: COULD NOT "
                               "QUEUE " PQUE-URL
                           GO TO 2600-EXIT
                   END-REWRITE
           END-WRITE.
           ADD 1 TO WS-POLICY-QUARANTINED.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2900-CHECK-RESTART-COMPLETE                              *
      *  IF A RESTART WAS REQUESTED BUT THE CHECKPOINTED KEY WAS  *
                   "INTACT."
               CLOSE SEED-URLS
               CLOSE PAGE-CATALOG
               IF DIRECTORY-ACTIVE
                   CLOSE CATEGORY-ASSIGN
               END-IF
               IF SCREENING-ACTIVE
                   CLOSE POLICY-QUEUE
               END-IF
               MOVE "FAILED" TO WS-RUNC-WRITE-STATE
               PERFORM 0200-WRITE-RUN-CONTROL THRU 0200-EXIT
               STOP RUN
               NOT INVALID KEY
                   ADD 1 TO WS-SWEEP-RETIRED
                   DISPLAY "  RETIRED " CAT-URL
                   PERFORM 2990-DROP-ASSIGNMENTS THRU 2990-EXIT
           END-DELETE.
       2980-EXIT.
           EXIT.

      *    A RETIRED PAGE LEAVES THE DIRECTORY TOO, OPERATOR ROWS
      *    INCLUDED - IF IT IS RESTORED IT IS REFILED BY ITS RULES.
       2990-DROP-ASSIGNMENTS.
           IF NOT DIRECTORY-ACTIVE
               GO TO 2990-EXIT
           END-IF.
           MOVE CAT-URL TO WS-FILED-URL.
           MOVE 1 TO WS-CTB-IX.
           PERFORM 2995-DROP-ONE-ASSIGNMENT THRU 2995-EXIT
               WS-CATEGORY-COUNT TIMES.
       2990-EXIT.
           EXIT.

       2995-DROP-ONE-ASSIGNMENT.
           MOVE WS-CTB-ID(WS-CTB-IX) TO CATA-CATEGORY.
           MOVE WS-FILED-URL         TO CATA-URL.
           DELETE CATEGORY-ASSIGN RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ASSIGN-RETIRED
           END-DELETE.
           ADD 1 TO WS-CTB-IX.
       2995-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-TERMINATE                                          *
      *  CLOSE FILES, CLEAR THE CHECKPOINT ON A CLEAN FINISH,     *
       3000-TERMINATE.
           CLOSE SEED-URLS.
           CLOSE PAGE-CATALOG.
           IF DIRECTORY-ACTIVE
               CLOSE CATEGORY-ASSIGN
           END-IF.
           IF SCREENING-ACTIVE
               CLOSE POLICY-QUEUE
           END-IF.
           PERFORM 3100-CLEAR-CHECKPOINT THRU 3100-EXIT.
           DISPLAY "CATALOG-CRAWLER: RUN COMPLETE".
           DISPLAY "  SEED RECORDS READ .... " WS-RECORDS-READ.
               DISPLAY "  SWEEP: RETIRED ....... " WS-SWEEP-RETIRED
               DISPLAY "  SWEEP: OPERATOR-KEPT . " WS-SWEEP-EXEMPT
           END-IF.
           IF DIRECTORY-ACTIVE
               DISPLAY "  DIRECTORY: FILED ..... " WS-ASSIGN-ADDED
               DISPLAY "  DIRECTORY: WITHDRAWN . "
                   WS-ASSIGN-WITHDRAWN
               DISPLAY "  DIRECTORY: UNFILED ... "
                   WS-ENTRIES-UNFILED
               IF FULL-SYNC-MODE
                   DISPLAY "  DIRECTORY: RETIRED ... "
                       WS-ASSIGN-RETIRED
               END-IF
           END-IF.
           IF SCREENING-ACTIVE
               DISPLAY "  POLICY: QUARANTINED .. "
                   WS-POLICY-QUARANTINED
               DISPLAY "  POLICY: RELEASE KEPT . "
                   WS-POLICY-RELEASE-KEPT
           END-IF.
       3000-EXIT.
           EXIT.

