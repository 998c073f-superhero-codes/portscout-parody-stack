       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBMISSION-INTAKE.
       AUTHOR. J HENNESSEY.
       INSTALLATION. PORTSCOUT-PARODY-STACK.
       DATE-WRITTEN. 2026-10-09.
       DATE-COMPILED.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-09  JH   INITIAL VERSION - BATCH INTAKE OF "PLEASE
      *                    ADD MY SITE" SUBMISSIONS IN THE PARTNER
      *                    FORMAT. UNTIL NOW AN OPERATOR RE-KEYED
      *                    EACH ONE THROUGH SEED-MAINT. THE CHECKS
      *                    ARE DONE HERE ONCE, IN BATCH, AND ONLY
      *                    THE SURVIVORS REACH AN OPERATOR.
      *--------------------------------------------------------------
      *
      * SUBMISSION-INTAKE READS THE SUBMISSIONS FILE AND JUDGES
      * EVERY ROW, IN THIS ORDER - THE FIRST FAILURE IS THE REASON
      * RECORDED:
      *   MALFORMD - NO URL, A URL LONGER THAN A SEED CAN HOLD, AN
      *              EMBEDDED BLANK, A NON-WEB SCHEME, NO DOT IN THE
      *              SITE NAME, NO TITLE, OR NO CONTACT. THE URL
      *              RULES ARE SEED-MAINT'S, SO NOTHING APPROVED
      *              LATER CAN FAIL THERE.
      *   DUPBATCH - THE SAME URL EARLIER IN THIS FILE.
      *   DUPQUEUE - ALREADY IN THE QUEUE, PENDING OR APPROVED. A
      *              SITE REJECTED BEFORE MAY TRY AGAIN.
      *   DUPCATLG - THE URL IS ALREADY IN PAGE-CATALOG.
      *   BLOCKDOM - THE SITE (HOST NAME, IGNORING THE SCHEME AND A
      *              LEADING WWW.) HAS A BLOCKED PAGE IN
      *              PAGE-CATALOG. BLOCKING IS HOW THIS SHOP
      *              REFUSES A SITE, SO ITS OTHER PAGES ARE REFUSED
      *              AT THE DOOR.
      *   DUPSEED  - THE URL IS ALREADY IN SEED-URLS.
      *   DUPPAGE  - THE SAME TITLE AND KEYWORDS (UPPER-CASED) AS AN
      *              UNBLOCKED CATALOG ENTRY OR A SEED ROW. THAT IS
      *              DUP-SWEEP'S FINGERPRINT, SO THE PAGE WOULD ONLY
      *              BE FLAGGED AS A DUPLICATE THE NIGHT AFTER IT
      *              WAS CRAWLED.
      * EVERY ROW - PASSED OR NOT - IS APPENDED TO SUBMISSION-QUEUE:
      * SURVIVORS AS PENDING FOR SUBMISSION-REVIEW, THE REST AS
      * REJECTED AND OWING A LETTER FROM SUBMISSION-LETTERS. THE
      * SUBMISSIONS FILE IS THEN EMPTIED SO THE SAME ROWS ARE NEVER
      * TAKEN IN TWICE. RUN WHENEVER A PARTNER FILE ARRIVES.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBMISSIONS ASSIGN TO "SUBMISSIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBM-STATUS.
           SELECT SUBMISSION-QUEUE ASSIGN TO "SUBMISSION-QUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBQ-STATUS.
           SELECT SEED-URLS ASSIGN TO "SEED-URLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEED-STATUS.
           SELECT PAGE-CATALOG ASSIGN TO "PAGE-CATALOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAT-URL
               FILE STATUS IS WS-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBMISSIONS.
           COPY SUBMREC.

       FD  SUBMISSION-QUEUE.
           COPY SUBQREC.

       FD  SEED-URLS.
           COPY SEEDREC.

       FD  PAGE-CATALOG.
           COPY CATLOGREC.

       WORKING-STORAGE SECTION.
       77  WS-SUBM-STATUS          PIC X(02) VALUE SPACES.
       77  WS-SUBQ-STATUS          PIC X(02) VALUE SPACES.
       77  WS-SEED-STATUS          PIC X(02) VALUE SPACES.
       77  WS-CATALOG-STATUS       PIC X(02) VALUE SPACES.
       77  WS-EOF-SW               PIC X(01) VALUE "N".
           88  FILE-EOF                    VALUE "Y".
       77  WS-NOW                  PIC X(21) VALUE SPACES.
      * THE SUBMISSIONS BEING JUDGED. A ROW IS STILL IN THE RUNNING
      * WHILE ITS REASON CODE IS BLANK.
       77  WS-SUB-MAX              PIC 9(04) VALUE 1000 COMP.
       77  WS-SUB-COUNT            PIC 9(04) VALUE 0 COMP.
       77  WS-SUB-IX               PIC 9(04) VALUE 0 COMP.
       77  WS-SUB-JX               PIC 9(04) VALUE 0 COMP.
       01  WS-SUB-TABLE.
           05  WS-SUB-ENTRY OCCURS 1000 TIMES.
               10  WS-SUB-URL           PIC X(120).
               10  WS-SUB-TITLE         PIC X(60).
               10  WS-SUB-KEYWORDS      PIC X(200).
               10  WS-SUB-CONTACT       PIC X(60).
               10  WS-SUB-HOST          PIC X(80).
               10  WS-SUB-FINGERPRINT   PIC X(260).
               10  WS-SUB-REASON-CODE   PIC X(08).
               10  WS-SUB-REASON-TEXT   PIC X(60).
      * URL CHECKS, AFTER SEED-MAINT'S 3100-VALIDATE-URL
       77  WS-URL-LEN              PIC 9(04) VALUE 0.
       77  WS-URL-BLANKS           PIC 9(04) VALUE 0.
       77  WS-URL-DOTS             PIC 9(04) VALUE 0.
       77  WS-URL-SCHEMES          PIC 9(04) VALUE 0.
      * HOST-NAME EXTRACTION
       77  WS-HOST-URL             PIC X(120) VALUE SPACES.
       77  WS-HOST-WORK            PIC X(120) VALUE SPACES.
       77  WS-HOST                 PIC X(80) VALUE SPACES.
       77  WS-HOST-START           PIC 9(04) VALUE 0 COMP.
       77  WS-CAT-HOST             PIC X(80) VALUE SPACES.
       77  WS-CAT-FINGERPRINT      PIC X(260) VALUE SPACES.
       77  WS-REJ-CODE             PIC X(08) VALUE SPACES.
       77  WS-REJ-TEXT             PIC X(60) VALUE SPACES.
      * COUNTS
       77  WS-ROWS-READ            PIC 9(08) VALUE 0 COMP.
       77  WS-ROWS-PENDING         PIC 9(08) VALUE 0 COMP.
       77  WS-ROWS-REJECTED        PIC 9(08) VALUE 0 COMP.
       77  WS-QUEUE-READ           PIC 9(08) VALUE 0 COMP.
       77  WS-SEEDS-READ           PIC 9(08) VALUE 0 COMP.
       77  WS-CATALOG-READ         PIC 9(08) VALUE 0 COMP.
       01  WS-REASON-COUNTS.
           05  WS-CNT-MALFORMD     PIC 9(08) VALUE 0 COMP.
           05  WS-CNT-DUPBATCH     PIC 9(08) VALUE 0 COMP.
           05  WS-CNT-DUPQUEUE     PIC 9(08) VALUE 0 COMP.
           05  WS-CNT-DUPCATLG     PIC 9(08) VALUE 0 COMP.
           05  WS-CNT-BLOCKDOM     PIC 9(08) VALUE 0 COMP.
           05  WS-CNT-DUPSEED      PIC 9(08) VALUE 0 COMP.
           05  WS-CNT-DUPPAGE      PIC 9(08) VALUE 0 COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-LOAD-SUBMISSIONS THRU 1000-EXIT.
           PERFORM 2000-CHECK-FORMAT THRU 2000-EXIT.
           PERFORM 3000-CHECK-QUEUE THRU 3000-EXIT.
           PERFORM 4000-CHECK-CATALOG THRU 4000-EXIT.
           PERFORM 5000-CHECK-SEEDS THRU 5000-EXIT.
           PERFORM 6000-WRITE-QUEUE THRU 6000-EXIT.
           PERFORM 7000-PRINT-REPORT THRU 7000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      *  1000-LOAD-SUBMISSIONS                                    *
      *  THE WHOLE FILE OR NOTHING: A FILE TOO BIG FOR THE TABLE  *
      *  IS REFUSED BEFORE ANY ROW IS JUDGED, SO NO ROW IS EVER   *
      *  HALF-PROCESSED.                                          *
      *----------------------------------------------------------*
       1000-LOAD-SUBMISSIONS.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           OPEN INPUT SUBMISSIONS.
           IF WS-SUBM-STATUS NOT = "00"
               DISPLAY "SUBMISSION-INTAKE: NO SUBMISSIONS FILE, "
                   "STATUS " WS-SUBM-STATUS " - NOTHING TO DO"
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 1100-LOAD-ONE THRU 1100-EXIT
               UNTIL FILE-EOF.
           CLOSE SUBMISSIONS.
           IF WS-ROWS-READ > WS-SUB-MAX
               DISPLAY "SUBMISSION-INTAKE: *** " WS-ROWS-READ
                   " ROWS - MORE THAN " WS-SUB-MAX " IN ONE RUN. "
                   "SPLIT THE FILE; NOTHING TAKEN IN ***"
               STOP RUN
           END-IF.
           IF WS-SUB-COUNT = 0
               DISPLAY "SUBMISSION-INTAKE: SUBMISSIONS FILE IS "
                   "EMPTY - NOTHING TO DO"
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE.
           READ SUBMISSIONS
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 1100-EXIT
           END-READ.
           ADD 1 TO WS-ROWS-READ.
           IF WS-SUB-COUNT >= WS-SUB-MAX
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-SUB-COUNT.
           MOVE SUBM-URL      TO WS-SUB-URL(WS-SUB-COUNT).
           MOVE SUBM-TITLE    TO WS-SUB-TITLE(WS-SUB-COUNT).
           MOVE SUBM-KEYWORDS TO WS-SUB-KEYWORDS(WS-SUB-COUNT).
           MOVE SUBM-CONTACT  TO WS-SUB-CONTACT(WS-SUB-COUNT).
           MOVE FUNCTION UPPER-CASE(SUBM-TITLE)
               TO WS-SUB-FINGERPRINT(WS-SUB-COUNT)(1:60).
           MOVE FUNCTION UPPER-CASE(SUBM-KEYWORDS)
               TO WS-SUB-FINGERPRINT(WS-SUB-COUNT)(61:200).
           MOVE SUBM-URL TO WS-HOST-URL.
           PERFORM 8000-EXTRACT-HOST THRU 8000-EXIT.
           MOVE WS-HOST TO WS-SUB-HOST(WS-SUB-COUNT).
           MOVE SPACES TO WS-SUB-REASON-CODE(WS-SUB-COUNT).
           MOVE SPACES TO WS-SUB-REASON-TEXT(WS-SUB-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-CHECK-FORMAT                                        *
      *  MALFORMED ROWS, THEN REPEATS WITHIN THE FILE.            *
      *----------------------------------------------------------*
       2000-CHECK-FORMAT.
           MOVE 1 TO WS-SUB-IX.
           PERFORM 2100-CHECK-ONE-ROW THRU 2100-EXIT
               WS-SUB-COUNT TIMES.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-ROW.
           MOVE "MALFORMD" TO WS-REJ-CODE.
           IF WS-SUB-URL(WS-SUB-IX) = SPACES
               MOVE "NO URL GIVEN" TO WS-REJ-TEXT
               PERFORM 2900-REJECT THRU 2900-EXIT
               GO TO 2100-NEXT
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SUB-URL(WS-SUB-IX)
               TRAILING)) TO WS-URL-LEN.
           IF WS-URL-LEN > 80
               MOVE "URL LONGER THAN 80 CHARACTERS" TO WS-REJ-TEXT
               PERFORM 2900-REJECT THRU 2900-EXIT
               GO TO 2100-NEXT
           END-IF.
           MOVE 0 TO WS-URL-BLANKS.
           INSPECT WS-SUB-URL(WS-SUB-IX)(1:WS-URL-LEN)
               TALLYING WS-URL-BLANKS FOR ALL SPACE.
           IF WS-URL-BLANKS > 0
               MOVE "URL CONTAINS A BLANK" TO WS-REJ-TEXT
               PERFORM 2900-REJECT THRU 2900-EXIT
               GO TO 2100-NEXT
           END-IF.
           MOVE 0 TO WS-URL-SCHEMES.
           INSPECT WS-SUB-URL(WS-SUB-IX)(1:WS-URL-LEN)
               TALLYING WS-URL-SCHEMES FOR ALL "://".
           MOVE FUNCTION UPPER-CASE(WS-SUB-URL(WS-SUB-IX))
               TO WS-HOST-WORK.
           IF WS-URL-SCHEMES > 0
           AND WS-HOST-WORK(1:7) NOT = "HTTP://"
           AND WS-HOST-WORK(1:8) NOT = "HTTPS://"
               MOVE "NOT A WEB (HTTP) ADDRESS" TO WS-REJ-TEXT
               PERFORM 2900-REJECT THRU 2900-EXIT
               GO TO 2100-NEXT
           END-IF.
           MOVE 0 TO WS-URL-DOTS.
           INSPECT WS-SUB-HOST(WS-SUB-IX)
               TALLYING WS-URL-DOTS FOR ALL ".".
           IF WS-URL-DOTS = 0
               MOVE "NO DOT IN THE SITE NAME" TO WS-REJ-TEXT
               PERFORM 2900-REJECT THRU 2900-EXIT
               GO TO 2100-NEXT
           END-IF.
           IF WS-SUB-TITLE(WS-SUB-IX) = SPACES
               MOVE "NO TITLE GIVEN" TO WS-REJ-TEXT
               PERFORM 2900-REJECT THRU 2900-EXIT
               GO TO 2100-NEXT
           END-IF.
           IF WS-SUB-CONTACT(WS-SUB-IX) = SPACES
               MOVE "NO CONTACT ADDRESS GIVEN" TO WS-REJ-TEXT
               PERFORM 2900-REJECT THRU 2900-EXIT
               GO TO 2100-NEXT
           END-IF.
           MOVE 1 TO WS-SUB-JX.
           PERFORM 2200-CHECK-EARLIER-ROW THRU 2200-EXIT
               UNTIL WS-SUB-JX >= WS-SUB-IX
               OR WS-SUB-REASON-CODE(WS-SUB-IX) NOT = SPACES.
       2100-NEXT.
           ADD 1 TO WS-SUB-IX.
       2100-EXIT.
           EXIT.

       2200-CHECK-EARLIER-ROW.
           IF WS-SUB-URL(WS-SUB-JX) = WS-SUB-URL(WS-SUB-IX)
               MOVE "DUPBATCH" TO WS-REJ-CODE
               MOVE "SUBMITTED TWICE IN THE SAME FILE"
                   TO WS-REJ-TEXT
               PERFORM 2900-REJECT THRU 2900-EXIT
           END-IF.
           ADD 1 TO WS-SUB-JX.
       2200-EXIT.
           EXIT.

      *    THE FIRST REASON FOUND FOR A ROW IS THE ONE IT KEEPS.
       2900-REJECT.
           IF WS-SUB-REASON-CODE(WS-SUB-IX) = SPACES
               MOVE WS-REJ-CODE TO WS-SUB-REASON-CODE(WS-SUB-IX)
               MOVE WS-REJ-TEXT TO WS-SUB-REASON-TEXT(WS-SUB-IX)
           END-IF.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-CHECK-QUEUE                                         *
      *  A URL ALREADY WAITING FOR REVIEW, OR ALREADY APPROVED,   *
      *  IS NOT QUEUED AGAIN.                                     *
      *----------------------------------------------------------*
       3000-CHECK-QUEUE.
           OPEN INPUT SUBMISSION-QUEUE.
           IF WS-SUBQ-STATUS NOT = "00"
               GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 3100-READ-ONE-QUEUED THRU 3100-EXIT
               UNTIL FILE-EOF.
           CLOSE SUBMISSION-QUEUE.
       3000-EXIT.
           EXIT.

       3100-READ-ONE-QUEUED.
           READ SUBMISSION-QUEUE
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO WS-QUEUE-READ.
           IF SUBQ-REJECTED
               GO TO 3100-EXIT
           END-IF.
           MOVE "DUPQUEUE" TO WS-REJ-CODE.
           IF SUBQ-PENDING
               MOVE "ALREADY SUBMITTED - AWAITING REVIEW"
                   TO WS-REJ-TEXT
           ELSE
               MOVE "ALREADY SUBMITTED AND APPROVED"
                   TO WS-REJ-TEXT
           END-IF.
           MOVE 1 TO WS-SUB-IX.
           PERFORM 3200-MATCH-QUEUED THRU 3200-EXIT
               WS-SUB-COUNT TIMES.
       3100-EXIT.
           EXIT.

       3200-MATCH-QUEUED.
           IF WS-SUB-REASON-CODE(WS-SUB-IX) = SPACES
           AND WS-SUB-URL(WS-SUB-IX) = SUBQ-URL
               PERFORM 2900-REJECT THRU 2900-EXIT
           END-IF.
           ADD 1 TO WS-SUB-IX.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-CHECK-CATALOG                                       *
      *  ONE PASS OF PAGE-CATALOG: SAME URL, A BLOCKED PAGE ON    *
      *  THE SAME SITE, OR THE SAME CONTENT AS AN UNBLOCKED       *
      *  ENTRY.                                                   *
      *----------------------------------------------------------*
       4000-CHECK-CATALOG.
           OPEN INPUT PAGE-CATALOG.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "SUBMISSION-INTAKE: CANNOT OPEN PAGE-CATALOG, "
                   "STATUS " WS-CATALOG-STATUS " - NOTHING TAKEN IN"
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 4100-READ-ONE-ENTRY THRU 4100-EXIT
               UNTIL FILE-EOF.
           CLOSE PAGE-CATALOG.
       4000-EXIT.
           EXIT.

       4100-READ-ONE-ENTRY.
           READ PAGE-CATALOG NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 4100-EXIT
           END-READ.
           ADD 1 TO WS-CATALOG-READ.
           IF CAT-IS-BLOCKED
               MOVE CAT-URL TO WS-HOST-URL
               PERFORM 8000-EXTRACT-HOST THRU 8000-EXIT
               MOVE WS-HOST TO WS-CAT-HOST
           ELSE
               MOVE FUNCTION UPPER-CASE(CAT-TITLE)
                   TO WS-CAT-FINGERPRINT(1:60)
               MOVE FUNCTION UPPER-CASE(CAT-KEYWORDS)
                   TO WS-CAT-FINGERPRINT(61:200)
           END-IF.
           MOVE 1 TO WS-SUB-IX.
           PERFORM 4200-MATCH-ENTRY THRU 4200-EXIT
               WS-SUB-COUNT TIMES.
       4100-EXIT.
           EXIT.

       4200-MATCH-ENTRY.
           IF WS-SUB-REASON-CODE(WS-SUB-IX) NOT = SPACES
               GO TO 4200-NEXT
           END-IF.
           IF WS-SUB-URL(WS-SUB-IX) = CAT-URL
               MOVE "DUPCATLG" TO WS-REJ-CODE
               MOVE "ALREADY LISTED IN THE CATALOG" TO WS-REJ-TEXT
               PERFORM 2900-REJECT THRU 2900-EXIT
               GO TO 4200-NEXT
           END-IF.
           IF CAT-IS-BLOCKED
               IF WS-SUB-HOST(WS-SUB-IX) = WS-CAT-HOST
                   MOVE "BLOCKDOM" TO WS-REJ-CODE
                   MOVE "SITE IS NOT ACCEPTED FOR LISTING"
                       TO WS-REJ-TEXT
                   PERFORM 2900-REJECT THRU 2900-EXIT
               END-IF
           ELSE
               IF WS-SUB-FINGERPRINT(WS-SUB-IX) = WS-CAT-FINGERPRINT
                   MOVE "DUPPAGE" TO WS-REJ-CODE
                   MOVE "SAME PAGE ALREADY LISTED UNDER ANOTHER URL"
                       TO WS-REJ-TEXT
                   PERFORM 2900-REJECT THRU 2900-EXIT
               END-IF
           END-IF.
       4200-NEXT.
           ADD 1 TO WS-SUB-IX.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5000-CHECK-SEEDS                                         *
      *  SAME URL OR SAME CONTENT AS A ROW ALREADY WAITING TO BE  *
      *  CRAWLED.                                                 *
      *----------------------------------------------------------*
       5000-CHECK-SEEDS.
           OPEN INPUT SEED-URLS.
           IF WS-SEED-STATUS NOT = "00"
               GO TO 5000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 5100-READ-ONE-SEED THRU 5100-EXIT
               UNTIL FILE-EOF.
           CLOSE SEED-URLS.
       5000-EXIT.
           EXIT.

       5100-READ-ONE-SEED.
           READ SEED-URLS
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 5100-EXIT
           END-READ.
           ADD 1 TO WS-SEEDS-READ.
           MOVE FUNCTION UPPER-CASE(SEED-TITLE)
               TO WS-CAT-FINGERPRINT(1:60).
           MOVE FUNCTION UPPER-CASE(SEED-KEYWORDS)
               TO WS-CAT-FINGERPRINT(61:200).
           MOVE 1 TO WS-SUB-IX.
           PERFORM 5200-MATCH-SEED THRU 5200-EXIT
               WS-SUB-COUNT TIMES.
       5100-EXIT.
           EXIT.

       5200-MATCH-SEED.
           IF WS-SUB-REASON-CODE(WS-SUB-IX) NOT = SPACES
               GO TO 5200-NEXT
           END-IF.
           IF WS-SUB-URL(WS-SUB-IX) = SEED-URL
               MOVE "DUPSEED" TO WS-REJ-CODE
               MOVE "ALREADY SCHEDULED FOR CRAWLING" TO WS-REJ-TEXT
               PERFORM 2900-REJECT THRU 2900-EXIT
               GO TO 5200-NEXT
           END-IF.
           IF WS-SUB-FINGERPRINT(WS-SUB-IX) = WS-CAT-FINGERPRINT
               MOVE "DUPPAGE" TO WS-REJ-CODE
               MOVE "SAME PAGE ALREADY LISTED UNDER ANOTHER URL"
                   TO WS-REJ-TEXT
               PERFORM 2900-REJECT THRU 2900-EXIT
           END-IF.
       5200-NEXT.
           ADD 1 TO WS-SUB-IX.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6000-WRITE-QUEUE                                         *
      *  EVERY ROW GOES ON THE QUEUE WITH ITS FATE, THEN THE      *
      *  INTAKE FILE IS EMPTIED.                                  *
      *----------------------------------------------------------*
       6000-WRITE-QUEUE.
           OPEN EXTEND SUBMISSION-QUEUE.
           IF WS-SUBQ-STATUS = "35"
               OPEN OUTPUT SUBMISSION-QUEUE
           END-IF.
           IF WS-SUBQ-STATUS NOT = "00"
               DISPLAY "SUBMISSION-INTAKE: CANNOT EXTEND "
                   "SUBMISSION-QUEUE, STATUS " WS-SUBQ-STATUS
                   " - NOTHING TAKEN IN"
               STOP RUN
           END-IF.
           MOVE 1 TO WS-SUB-IX.
           PERFORM 6100-QUEUE-ONE THRU 6100-EXIT
               WS-SUB-COUNT TIMES.
           CLOSE SUBMISSION-QUEUE.
           OPEN OUTPUT SUBMISSIONS.
           CLOSE SUBMISSIONS.
       6000-EXIT.
           EXIT.

       6100-QUEUE-ONE.
           MOVE SPACES TO SUBQ-RECORD.
           MOVE WS-SUB-URL(WS-SUB-IX)      TO SUBQ-URL.
           MOVE WS-SUB-TITLE(WS-SUB-IX)    TO SUBQ-TITLE.
           MOVE WS-SUB-KEYWORDS(WS-SUB-IX) TO SUBQ-KEYWORDS.
           MOVE WS-SUB-CONTACT(WS-SUB-IX)  TO SUBQ-CONTACT.
           MOVE WS-NOW(1:14)               TO SUBQ-RECEIVED.
           IF WS-SUB-REASON-CODE(WS-SUB-IX) = SPACES
               MOVE "P" TO SUBQ-STATUS
               ADD 1 TO WS-ROWS-PENDING
           ELSE
               MOVE "R" TO SUBQ-STATUS
               MOVE WS-SUB-REASON-CODE(WS-SUB-IX) TO SUBQ-REASON-CODE
               MOVE WS-SUB-REASON-TEXT(WS-SUB-IX) TO SUBQ-REASON-TEXT
               MOVE WS-NOW(1:14) TO SUBQ-DECIDED
               MOVE "INTAKE"     TO SUBQ-DECIDED-BY
               IF WS-SUB-CONTACT(WS-SUB-IX) = SPACES
                   MOVE "X" TO SUBQ-LETTER-FLAG
               ELSE
                   MOVE "N" TO SUBQ-LETTER-FLAG
               END-IF
               ADD 1 TO WS-ROWS-REJECTED
               PERFORM 6200-COUNT-REASON THRU 6200-EXIT
           END-IF.
           WRITE SUBQ-RECORD.
           ADD 1 TO WS-SUB-IX.
       6100-EXIT.
           EXIT.

       6200-COUNT-REASON.
           EVALUATE WS-SUB-REASON-CODE(WS-SUB-IX)
               WHEN "MALFORMD"
                   ADD 1 TO WS-CNT-MALFORMD
               WHEN "DUPBATCH"
                   ADD 1 TO WS-CNT-DUPBATCH
               WHEN "DUPQUEUE"
                   ADD 1 TO WS-CNT-DUPQUEUE
               WHEN "DUPCATLG"
                   ADD 1 TO WS-CNT-DUPCATLG
               WHEN "BLOCKDOM"
                   ADD 1 TO WS-CNT-BLOCKDOM
               WHEN "DUPSEED"
                   ADD 1 TO WS-CNT-DUPSEED
               WHEN "DUPPAGE"
                   ADD 1 TO WS-CNT-DUPPAGE
           END-EVALUATE.
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7000-PRINT-REPORT                                        *
      *  EVERY REFUSED ROW WITH ITS REASON, THEN THE TOTALS.      *
      *----------------------------------------------------------*
       7000-PRINT-REPORT.
           DISPLAY "========================================".
           DISPLAY " ALTAVISTA BABY - SUBMISSION INTAKE".
           DISPLAY "========================================".
           IF WS-ROWS-REJECTED > 0
               DISPLAY "REFUSED AT INTAKE:"
               DISPLAY "----------------------------------------"
               MOVE 1 TO WS-SUB-IX
               PERFORM 7100-LIST-ONE-REFUSAL THRU 7100-EXIT
                   WS-SUB-COUNT TIMES
               DISPLAY "----------------------------------------"
           END-IF.
           DISPLAY "SUBMISSIONS READ ....... " WS-ROWS-READ.
           DISPLAY "QUEUED FOR REVIEW ...... " WS-ROWS-PENDING.
           DISPLAY "REFUSED ................ " WS-ROWS-REJECTED.
           DISPLAY "  MALFORMED ............ " WS-CNT-MALFORMD.
           DISPLAY "  REPEATED IN FILE ..... " WS-CNT-DUPBATCH.
           DISPLAY "  ALREADY QUEUED ....... " WS-CNT-DUPQUEUE.
           DISPLAY "  ALREADY IN CATALOG ... " WS-CNT-DUPCATLG.
           DISPLAY "  BLOCKED SITE ......... " WS-CNT-BLOCKDOM.
           DISPLAY "  ALREADY A SEED ....... " WS-CNT-DUPSEED.
           DISPLAY "  SAME PAGE AS LISTED .. " WS-CNT-DUPPAGE.
           DISPLAY "CATALOG ENTRIES READ ... " WS-CATALOG-READ.
           DISPLAY "SEED ROWS READ ......... " WS-SEEDS-READ.
           DISPLAY "QUEUE RECORDS READ ..... " WS-QUEUE-READ.
       7000-EXIT.
           EXIT.

       7100-LIST-ONE-REFUSAL.
           IF WS-SUB-REASON-CODE(WS-SUB-IX) NOT = SPACES
               DISPLAY WS-SUB-REASON-CODE(WS-SUB-IX) " "
                   FUNCTION TRIM(WS-SUB-URL(WS-SUB-IX))
               DISPLAY "         "
                   FUNCTION TRIM(WS-SUB-REASON-TEXT(WS-SUB-IX))
           END-IF.
           ADD 1 TO WS-SUB-IX.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8000-EXTRACT-HOST                                        *
      *  THE SITE NAME OF WS-HOST-URL INTO WS-HOST: UPPER-CASED,  *
      *  WITHOUT AN HTTP:// OR HTTPS:// SCHEME OR A LEADING WWW., *
      *  AND CUT AT THE FIRST /, : OR ?. THE SAME SITE SPELLED    *
      *  WITH AND WITHOUT WWW. IS THE SAME SITE.                  *
      *----------------------------------------------------------*
       8000-EXTRACT-HOST.
           MOVE FUNCTION UPPER-CASE(WS-HOST-URL) TO WS-HOST-WORK.
           MOVE 1 TO WS-HOST-START.
           IF WS-HOST-WORK(1:7) = "HTTP://"
               MOVE 8 TO WS-HOST-START
           END-IF.
           IF WS-HOST-WORK(1:8) = "HTTPS://"
               MOVE 9 TO WS-HOST-START
           END-IF.
           IF WS-HOST-WORK(WS-HOST-START:4) = "WWW."
               ADD 4 TO WS-HOST-START
           END-IF.
           MOVE SPACES TO WS-HOST.
           UNSTRING WS-HOST-WORK(WS-HOST-START:)
               DELIMITED BY "/" OR ":" OR "?" OR SPACE
               INTO WS-HOST
           END-UNSTRING.
       8000-EXIT.
           EXIT.
