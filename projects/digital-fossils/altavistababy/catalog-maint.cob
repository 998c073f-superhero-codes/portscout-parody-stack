      *                    NOT THE CATALOG ITSELF. BLOCK/UNBLOCK IS
      *                    STILL IMMEDIATE: BLOCKED ENTRIES ARE
      *                    INDEXED AND FILTERED AT FETCH TIME.
      *   2026-10-14  JH   A DELETE, A BLOCK, OR A TITLE/KEYWORD
      *                    CHANGE NOW DROPS EVERY RESULT-CACHE
      *                    RECORD WHOSE CACHED RESULTS HOLD THE URL,
      *                    SO THOSE QUERIES GO BACK TO A LIVE SEARCH
      *                    AT ONCE INSTEAD OF SHOWING THE OLD ENTRY
      *                    UNTIL THE NEXT NIGHTLY REBUILD. ADD AND
      *                    UNBLOCK REACH CACHED QUERIES AT THAT
      *                    REBUILD, AS THEY REACH WORD-INDEX.
      *   2026-10-15  JH   BLOCK/UNBLOCK REFUSES AN ENTRY THE
      *                    CRAWLER QUARANTINED ON A POLICY TERM -
      *                    THAT DECISION IS MADE IN POLICY-REVIEW,
      *                    WHICH ALSO CLOSES ITS QUEUE RECORD.
      *--------------------------------------------------------------
      *
      * CATALOG-MAINT LETS OPERATIONS STAFF MAINTAIN PAGE-CATALOG
           SELECT OPERATORS ASSIGN TO "OPERATORS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT RESULT-CACHE ASSIGN TO "RESULT-CACHE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCACHE-QUERY
               FILE STATUS IS WS-RCACHE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATORS.
           COPY OPERREC.

       FD  RESULT-CACHE.
           COPY RCACHREC.

       WORKING-STORAGE SECTION.
       77  WS-CATALOG-STATUS        PIC X(02) VALUE SPACES.
       77  WS-AUDIT-STATUS          PIC X(02) VALUE SPACES.
           88  OPERATOR-MAY-CHANGE          VALUE "Y".
       77  WS-MAY-DELETE-SW         PIC X(01) VALUE "N".
           88  OPERATOR-MAY-DELETE          VALUE "Y".
       77  WS-RCACHE-STATUS         PIC X(02) VALUE SPACES.
       77  WS-RCACHE-EOF-SW         PIC X(01) VALUE "N".
           88  RCACHE-EOF                   VALUE "Y".
       77  WS-URL-CACHED-SW         PIC X(01) VALUE "N".
           88  URL-IS-CACHED                VALUE "Y".
       77  WS-RCACHE-IX             PIC 9(03) VALUE 0 COMP.
       77  WS-CACHE-DROPPED         PIC 9(04) VALUE 0 COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
                   MOVE CAT-URL    TO WS-AUDIT-KEY
                   MOVE CAT-RECORD TO WS-AFTER-IMAGE
                   PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
                   IF WS-NEW-TITLE NOT = SPACES
                   OR WS-NEW-KEYWORDS NOT = SPACES
                       PERFORM 7000-DROP-CACHED-RESULTS THRU
                           7000-EXIT
                   END-IF
           END-REWRITE.
       4100-EXIT.
           EXIT.
                   MOVE WS-LOOKUP-URL TO WS-AUDIT-KEY
                   MOVE SPACES        TO WS-AFTER-IMAGE
                   PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
                   PERFORM 7000-DROP-CACHED-RESULTS THRU 7000-EXIT
           END-DELETE.
       5100-EXIT.
           EXIT.
       6000-EXIT.
           EXIT.

      *    A QUARANTINED ENTRY WOULD OTHERWISE FLIP STRAIGHT TO
      *    BLOCKED AND LEAVE ITS POLICY-QUEUE RECORD PENDING.
       6100-FLIP-AND-REWRITE.
           IF CAT-IS-QUARANTINED
               DISPLAY "ENTRY IS QUARANTINED ON A POLICY TERM - "
                   "RELEASE OR BLOCK IT IN POLICY-REVIEW."
               GO TO 6100-EXIT
           END-IF.
           MOVE CAT-RECORD TO WS-BEFORE-IMAGE.
           IF CAT-IS-BLOCKED
               MOVE "N" TO CAT-BLOCKED-FLAG
                   IF CAT-IS-BLOCKED
                       DISPLAY "ENTRY BLOCKED - "
                           "WILL NOT APPEAR IN SEARCH RESULTS."
                       PERFORM 7000-DROP-CACHED-RESULTS THRU
                           7000-EXIT
                   ELSE
                       DISPLAY "ENTRY UNBLOCKED."
                   END-IF
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7000-DROP-CACHED-RESULTS                                 *
      *  A CACHED ANSWER NAMING THIS URL NO LONGER AGREES WITH     *
      *  THE CATALOG, SO EVERY RESULT-CACHE RECORD HOLDING IT IS   *
      *  DELETED AND THOSE QUERIES ARE SEARCHED LIVE UNTIL         *
      *  RESULT-CACHE NEXT RUNS. NO CACHE FILE, NOTHING TO DROP.   *
      *----------------------------------------------------------*
       7000-DROP-CACHED-RESULTS.
           MOVE 0 TO WS-CACHE-DROPPED.
           MOVE "N" TO WS-RCACHE-EOF-SW.
           OPEN I-O RESULT-CACHE.
           IF WS-RCACHE-STATUS NOT = "00"
               GO TO 7000-EXIT
           END-IF.
           PERFORM 7100-CHECK-ONE-CACHED THRU 7100-EXIT
               UNTIL RCACHE-EOF.
           CLOSE RESULT-CACHE.
           IF WS-CACHE-DROPPED > 0
               DISPLAY "(" WS-CACHE-DROPPED " CACHED QUERY "
                   "ANSWER(S) HOLDING THIS URL DROPPED.)"
           END-IF.
       7000-EXIT.
           EXIT.

       7100-CHECK-ONE-CACHED.
           READ RESULT-CACHE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-RCACHE-EOF-SW
           END-READ.
           IF RCACHE-EOF
               GO TO 7100-EXIT
           END-IF.
           IF RCACHE-ENTRY-COUNT NOT NUMERIC
               GO TO 7100-EXIT
           END-IF.
           MOVE "N" TO WS-URL-CACHED-SW.
           MOVE 0 TO WS-RCACHE-IX.
           PERFORM 7110-MATCH-CACHED-URL
               UNTIL URL-IS-CACHED
               OR WS-RCACHE-IX >= RCACHE-ENTRY-COUNT.
           IF URL-IS-CACHED
               DELETE RESULT-CACHE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-CACHE-DROPPED
               END-DELETE
           END-IF.
       7100-EXIT.
           EXIT.

       7110-MATCH-CACHED-URL.
           ADD 1 TO WS-RCACHE-IX.
           IF RCACHE-URL(WS-RCACHE-IX) = WS-LOOKUP-URL
               MOVE "Y" TO WS-URL-CACHED-SW
           END-IF.

      *----------------------------------------------------------*
      *  8000-WRITE-AUDIT                                          *
      *  ONE TRAIL RECORD PER SUCCESSFUL ACTION. OPENED AND        *
