       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATALOG-CHANGES.
       AUTHOR. J HENNESSEY.
       INSTALLATION. PORTSCOUT-PARODY-STACK.
       DATE-WRITTEN. 2026-10-08.
       DATE-COMPILED.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-08  JH   INITIAL VERSION - NIGHT-OVER-NIGHT CHANGE
      *                    REPORT FOR PAGE-CATALOG FROM THE DATED
      *                    CATALOG-BACKUP GENERATIONS. THE CRAWLER'S
      *                    REFRESH OVERWRITES CAT-TITLE AND
      *                    CAT-KEYWORDS AND THE FULL-SYNC SWEEP
      *                    DELETES ENTRIES WITHOUT A TRACE; THIS IS
      *                    WHERE THE HELP DESK LOOKS WHEN A PAGE
      *                    "STOPPED COMING UP".
      *   2026-10-15  JH   QUARANTINED AND RELEASED CHANGES: AN
      *                    ENTRY THE CRAWLER QUARANTINED ON A POLICY
      *                    TERM, OR POLICY-REVIEW RELEASED, DROPPED
      *                    OUT OF OR CAME BACK TO THE RESULTS AND IS
      *                    LISTED. THE BLOCKED CONTROL TOTAL STILL
      *                    COUNTS FLAG "Y" ONLY.
      *--------------------------------------------------------------
      *
      * CATALOG-CHANGES COMPARES TWO STATES OF PAGE-CATALOG AND
      * LISTS, ENTRY BY ENTRY:
      *   ADDED        - IN THE NEW STATE ONLY
      *   RETIRED      - IN THE OLD STATE ONLY (FULL-SYNC SWEEP OR
      *                  A CATALOG-MAINT DELETE)
      *   RETITLED     - CAT-TITLE CHANGED
      *   RE-KEYWORDED - CAT-KEYWORDS CHANGED
      *   BLOCKED      - CAT-BLOCKED-FLAG TURNED ON
      *   UNBLOCKED    - CAT-BLOCKED-FLAG TURNED OFF
      *   QUARANTINED  - CAT-BLOCKED-FLAG SET TO "Q" (POLICY TERM)
      *   RELEASED     - "Q" CLEARED BY POLICY-REVIEW (A BLOCK FROM
      *                  REVIEW SHOWS AS BLOCKED)
      *   DUPLICATE    - NEWLY FLAGGED BY DUP-SWEEP
      * ONE ENTRY CAN SHOW SEVERAL CHANGES. CAT-LAST-CRAWLED AND
      * CAT-MISSED-CRAWLS MOVE EVERY NIGHT AND ARE NOT REPORTED.
      *
      * THE OLD STATE IS A BACKUP GENERATION CATALOG.DYYYYMMDD.
      * LEFT BLANK IT IS TONIGHT'S: CATALOG-BACKUP TAKES IT BEFORE
      * THE CRAWL, SO IT HOLDS THE CATALOG AS IT STOOD LAST NIGHT
      * (PLUS THE DAY'S CATALOG-MAINT WORK). THE NEW STATE IS
      * ANOTHER GENERATION, OR LEFT BLANK THE LIVE PAGE-CATALOG -
      * TONIGHT'S POST-CRAWL STATE WHEN RUN AFTER DUP-SWEEP. TO SEE
      * WHAT ONE NIGHT'S CRAWL DID LONG AFTERWARDS, COMPARE THAT
      * NIGHT'S GENERATION WITH THE NEXT NIGHT'S.
      *
      * BOTH STATES ARE READ IN CAT-URL ORDER (CATALOG-BACKUP
      * UNLOADS IN KEY ORDER) AND MATCHED IN ONE PASS. EACH BACKUP
      * IS PROVED AGAINST ITS OWN CONTROL TRAILER, AND THE CHANGE
      * COUNTS ARE PROVED TO CARRY THE OLD RECORD AND BLOCKED
      * COUNTS TO THE NEW ONES. AN OPTIONAL URL PREFIX NARROWS THE
      * LISTING TO ONE SITE OR PAGE; THE TOTALS ALWAYS COVER THE
      * WHOLE CATALOG. RUN ON DEMAND.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-GENERATION ASSIGN TO DYNAMIC WS-OLD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-GENERATION ASSIGN TO DYNAMIC WS-NEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT PAGE-CATALOG ASSIGN TO "PAGE-CATALOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAT-URL
               FILE STATUS IS WS-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-GENERATION.
       01  OLD-GEN-RECORD           PIC X(359).

       FD  NEW-GENERATION.
       01  NEW-GEN-RECORD           PIC X(359).

       FD  PAGE-CATALOG.
           COPY CATLOGREC.

       WORKING-STORAGE SECTION.
       77  WS-OLD-STATUS           PIC X(02) VALUE SPACES.
       77  WS-NEW-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CATALOG-STATUS       PIC X(02) VALUE SPACES.
       77  WS-OLD-NAME             PIC X(30) VALUE SPACES.
       77  WS-NEW-NAME             PIC X(30) VALUE SPACES.
       77  WS-TODAY-DATE           PIC X(21) VALUE SPACES.
       77  WS-DATE-IN              PIC X(40) VALUE SPACES.
       77  WS-OLD-YYYYMMDD         PIC 9(08) VALUE 0.
       77  WS-NEW-YYYYMMDD         PIC 9(08) VALUE 0.
       77  WS-NEW-LIVE-SW          PIC X(01) VALUE "N".
           88  NEW-IS-LIVE                 VALUE "Y".
       77  WS-URL-FILTER           PIC X(80) VALUE SPACES.
       77  WS-FILTER-LEN           PIC 9(04) VALUE 0 COMP.
       77  WS-CHANGE-TYPE          PIC X(12) VALUE SPACES.
       77  WS-LIST-URL             PIC X(80) VALUE SPACES.
       77  WS-SHOW-SW              PIC X(01) VALUE "N".
           88  SHOW-THIS-ENTRY             VALUE "Y".
       77  WS-ENTRY-CHANGED-SW     PIC X(01) VALUE "N".
           88  ENTRY-CHANGED               VALUE "Y".
       77  WS-MISMATCH-SW          PIC X(01) VALUE "N".
           88  TOTALS-MISMATCH             VALUE "Y".
       77  WS-CHECK                PIC S9(09) VALUE 0.
      * THE TWO ENTRIES BEING MATCHED. A STATE THAT HAS RUN OUT
      * CARRIES HIGH-VALUES IN ITS URL SO THE OTHER SIDE DRAINS.
       01  WS-OLD-ENTRY.
           05  WS-OLD-URL          PIC X(80).
           05  WS-OLD-TITLE        PIC X(60).
           05  WS-OLD-KEYWORDS     PIC X(200).
           05  WS-OLD-BLOCKED-FLAG PIC X(01).
           05  WS-OLD-LAST-CRAWLED PIC X(14).
           05  WS-OLD-SOURCE       PIC X(01).
           05  WS-OLD-MISSED       PIC 9(02).
           05  WS-OLD-DUP-FLAG     PIC X(01).
       01  WS-NEW-ENTRY.
           05  WS-NEW-URL          PIC X(80).
           05  WS-NEW-TITLE        PIC X(60).
           05  WS-NEW-KEYWORDS     PIC X(200).
           05  WS-NEW-BLOCKED-FLAG PIC X(01).
           05  WS-NEW-LAST-CRAWLED PIC X(14).
           05  WS-NEW-SOURCE       PIC X(01).
           05  WS-NEW-MISSED       PIC 9(02).
           05  WS-NEW-DUP-FLAG     PIC X(01).
       77  WS-PREV-OLD-URL         PIC X(80) VALUE LOW-VALUES.
       77  WS-PREV-NEW-URL         PIC X(80) VALUE LOW-VALUES.
      * CONTROL TOTALS OF EACH STATE, COUNTED THE WAY
      * CATALOG-BACKUP COUNTS THEM FOR ITS TRAILER.
       77  WS-OLD-COUNT            PIC 9(08) VALUE 0 COMP.
       77  WS-OLD-BLOCKED          PIC 9(08) VALUE 0 COMP.
       77  WS-OLD-OPERATOR         PIC 9(08) VALUE 0 COMP.
       77  WS-OLD-HASH             PIC 9(08) VALUE 0 COMP.
       77  WS-OLD-TRAILER-SW       PIC X(01) VALUE "N".
           88  OLD-TRAILER-SEEN            VALUE "Y".
       77  WS-NEW-COUNT            PIC 9(08) VALUE 0 COMP.
       77  WS-NEW-BLOCKED          PIC 9(08) VALUE 0 COMP.
       77  WS-NEW-OPERATOR         PIC 9(08) VALUE 0 COMP.
       77  WS-NEW-HASH             PIC 9(08) VALUE 0 COMP.
       77  WS-NEW-TRAILER-SW       PIC X(01) VALUE "N".
           88  NEW-TRAILER-SEEN            VALUE "Y".
      * THE CATALOG-BACKUP CONTROL TRAILER, ONE COPY PER SIDE.
       01  WS-OLD-TRAILER.
           05  WS-OLD-TRAILER-TAG  PIC X(09).
           05  WS-OLD-TRL-COUNT    PIC 9(08).
           05  WS-OLD-TRL-BLOCKED  PIC 9(08).
           05  WS-OLD-TRL-OPER     PIC 9(08).
           05  WS-OLD-TRL-HASH     PIC 9(08).
           05  FILLER              PIC X(318).
       01  WS-NEW-TRAILER.
           05  WS-NEW-TRAILER-TAG  PIC X(09).
           05  WS-NEW-TRL-COUNT    PIC 9(08).
           05  WS-NEW-TRL-BLOCKED  PIC 9(08).
           05  WS-NEW-TRL-OPER     PIC 9(08).
           05  WS-NEW-TRL-HASH     PIC 9(08).
           05  FILLER              PIC X(318).
      * ONE LINE OF THE CONTROL-TOTALS BLOCK.
       01  WS-TOTALS-LINE.
           05  WS-TL-LABEL         PIC X(22).
           05  WS-TL-COUNT         PIC ZZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TL-BLOCKED       PIC ZZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TL-OPER          PIC ZZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TL-HASH          PIC ZZZZZZZ9.
      * CHANGE COUNTS
       77  WS-ADDED                PIC 9(08) VALUE 0 COMP.
       77  WS-ADDED-BLOCKED        PIC 9(08) VALUE 0 COMP.
       77  WS-RETIRED              PIC 9(08) VALUE 0 COMP.
       77  WS-RETIRED-BLOCKED      PIC 9(08) VALUE 0 COMP.
       77  WS-RETITLED             PIC 9(08) VALUE 0 COMP.
       77  WS-REKEYWORDED          PIC 9(08) VALUE 0 COMP.
       77  WS-NEWLY-BLOCKED        PIC 9(08) VALUE 0 COMP.
       77  WS-UNBLOCKED            PIC 9(08) VALUE 0 COMP.
       77  WS-QUARANTINED          PIC 9(08) VALUE 0 COMP.
       77  WS-RELEASED             PIC 9(08) VALUE 0 COMP.
       77  WS-NEW-DUPLICATES       PIC 9(08) VALUE 0 COMP.
       77  WS-ENTRIES-CHANGED      PIC 9(08) VALUE 0 COMP.
       77  WS-ENTRIES-UNCHANGED    PIC 9(08) VALUE 0 COMP.
       77  WS-LINES-LISTED         PIC 9(08) VALUE 0 COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-COMPARE THRU 2000-EXIT.
           PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE                                          *
      *  PICK THE TWO STATES AND OPEN THEM.                       *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE.
           DISPLAY "CATALOG-CHANGES: OLD GENERATION "
               "(YYYYMMDD, BLANK = TONIGHT'S BACKUP): "
               WITH NO ADVANCING.
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN = SPACES
               MOVE WS-TODAY-DATE(1:8) TO WS-OLD-YYYYMMDD
           ELSE
               IF WS-DATE-IN(1:8) NOT NUMERIC
               OR WS-DATE-IN(9:32) NOT = SPACES
                   DISPLAY "CATALOG-CHANGES: NOT A YYYYMMDD DATE - "
                       "RUN ABANDONED"
                   STOP RUN
               END-IF
               MOVE WS-DATE-IN(1:8) TO WS-OLD-YYYYMMDD
           END-IF.
           STRING "CATALOG.D" WS-OLD-YYYYMMDD
               DELIMITED BY SIZE INTO WS-OLD-NAME.
           DISPLAY "CATALOG-CHANGES: NEW GENERATION "
               "(YYYYMMDD, BLANK = LIVE PAGE-CATALOG): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-DATE-IN.
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN = SPACES
               MOVE "Y" TO WS-NEW-LIVE-SW
               MOVE "PAGE-CATALOG (LIVE)" TO WS-NEW-NAME
           ELSE
               IF WS-DATE-IN(1:8) NOT NUMERIC
               OR WS-DATE-IN(9:32) NOT = SPACES
                   DISPLAY "CATALOG-CHANGES: NOT A YYYYMMDD DATE - "
                       "RUN ABANDONED"
                   STOP RUN
               END-IF
               MOVE WS-DATE-IN(1:8) TO WS-NEW-YYYYMMDD
               IF WS-NEW-YYYYMMDD = WS-OLD-YYYYMMDD
                   DISPLAY "CATALOG-CHANGES: OLD AND NEW ARE THE "
                       "SAME GENERATION - RUN ABANDONED"
                   STOP RUN
               END-IF
               STRING "CATALOG.D" WS-NEW-YYYYMMDD
                   DELIMITED BY SIZE INTO WS-NEW-NAME
           END-IF.
           DISPLAY "CATALOG-CHANGES: URL PREFIX TO LIST "
               "(BLANK = ALL): " WITH NO ADVANCING.
           ACCEPT WS-URL-FILTER.
           IF WS-URL-FILTER NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-URL-FILTER
                   TRAILING)) TO WS-FILTER-LEN
           END-IF.
           OPEN INPUT OLD-GENERATION.
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "CATALOG-CHANGES: CANNOT OPEN "
                   WS-OLD-NAME ", STATUS " WS-OLD-STATUS
               STOP RUN
           END-IF.
           IF NEW-IS-LIVE
               OPEN INPUT PAGE-CATALOG
               IF WS-CATALOG-STATUS NOT = "00"
                   DISPLAY "CATALOG-CHANGES: CANNOT OPEN "
                       "PAGE-CATALOG, STATUS " WS-CATALOG-STATUS
                   CLOSE OLD-GENERATION
                   STOP RUN
               END-IF
           ELSE
               OPEN INPUT NEW-GENERATION
               IF WS-NEW-STATUS NOT = "00"
                   DISPLAY "CATALOG-CHANGES: CANNOT OPEN "
                       WS-NEW-NAME ", STATUS " WS-NEW-STATUS
                   CLOSE OLD-GENERATION
                   STOP RUN
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-COMPARE                                             *
      *  BALANCED-LINE MATCH OF THE TWO STATES ON CAT-URL.        *
      *----------------------------------------------------------*
       2000-COMPARE.
           DISPLAY "========================================".
           DISPLAY " ALTAVISTA BABY - CATALOG CHANGES".
           DISPLAY "========================================".
           DISPLAY "OLD: " WS-OLD-NAME.
           DISPLAY "NEW: " WS-NEW-NAME.
           IF WS-FILTER-LEN > 0
               DISPLAY "LISTING URLS STARTING "
                   WS-URL-FILTER(1:WS-FILTER-LEN)
           END-IF.
           DISPLAY "----------------------------------------".
           PERFORM 5000-READ-OLD THRU 5000-EXIT.
           PERFORM 6000-READ-NEW THRU 6000-EXIT.
           PERFORM 2100-COMPARE-ONE THRU 2100-EXIT
               UNTIL WS-OLD-URL = HIGH-VALUES
               AND WS-NEW-URL = HIGH-VALUES.
           CLOSE OLD-GENERATION.
           IF NEW-IS-LIVE
               CLOSE PAGE-CATALOG
           ELSE
               CLOSE NEW-GENERATION
           END-IF.
           IF WS-LINES-LISTED = 0
               DISPLAY "(NO CHANGES TO LIST)"
           END-IF.
       2000-EXIT.
           EXIT.

       2100-COMPARE-ONE.
           EVALUATE TRUE
               WHEN WS-OLD-URL < WS-NEW-URL
                   PERFORM 2300-ENTRY-RETIRED THRU 2300-EXIT
                   PERFORM 5000-READ-OLD THRU 5000-EXIT
               WHEN WS-OLD-URL > WS-NEW-URL
                   PERFORM 2200-ENTRY-ADDED THRU 2200-EXIT
                   PERFORM 6000-READ-NEW THRU 6000-EXIT
               WHEN OTHER
                   PERFORM 2400-ENTRY-MATCHED THRU 2400-EXIT
                   PERFORM 5000-READ-OLD THRU 5000-EXIT
                   PERFORM 6000-READ-NEW THRU 6000-EXIT
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2200-ENTRY-ADDED.
           ADD 1 TO WS-ADDED.
           IF WS-NEW-BLOCKED-FLAG = "Y"
               ADD 1 TO WS-ADDED-BLOCKED
           END-IF.
           MOVE "ADDED" TO WS-CHANGE-TYPE.
           MOVE WS-NEW-URL TO WS-LIST-URL.
           PERFORM 2500-LIST-CHANGE THRU 2500-EXIT.
       2200-EXIT.
           EXIT.

       2300-ENTRY-RETIRED.
           ADD 1 TO WS-RETIRED.
           IF WS-OLD-BLOCKED-FLAG = "Y"
               ADD 1 TO WS-RETIRED-BLOCKED
           END-IF.
           MOVE "RETIRED" TO WS-CHANGE-TYPE.
           MOVE WS-OLD-URL TO WS-LIST-URL.
           PERFORM 2500-LIST-CHANGE THRU 2500-EXIT.
       2300-EXIT.
           EXIT.

       2400-ENTRY-MATCHED.
           MOVE "N" TO WS-ENTRY-CHANGED-SW.
           MOVE WS-NEW-URL TO WS-LIST-URL.
           IF WS-NEW-TITLE NOT = WS-OLD-TITLE
               ADD 1 TO WS-RETITLED
               MOVE "RETITLED" TO WS-CHANGE-TYPE
               PERFORM 2500-LIST-CHANGE THRU 2500-EXIT
               IF SHOW-THIS-ENTRY
                   DISPLAY "      WAS: " FUNCTION TRIM(WS-OLD-TITLE)
                   DISPLAY "      NOW: " FUNCTION TRIM(WS-NEW-TITLE)
               END-IF
           END-IF.
           IF WS-NEW-KEYWORDS NOT = WS-OLD-KEYWORDS
               ADD 1 TO WS-REKEYWORDED
               MOVE "RE-KEYWORDED" TO WS-CHANGE-TYPE
               PERFORM 2500-LIST-CHANGE THRU 2500-EXIT
               IF SHOW-THIS-ENTRY
                   DISPLAY "      WAS: "
                       FUNCTION TRIM(WS-OLD-KEYWORDS)
                   DISPLAY "      NOW: "
                       FUNCTION TRIM(WS-NEW-KEYWORDS)
               END-IF
           END-IF.
           IF WS-NEW-BLOCKED-FLAG = "Y"
           AND WS-OLD-BLOCKED-FLAG NOT = "Y"
               ADD 1 TO WS-NEWLY-BLOCKED
               MOVE "BLOCKED" TO WS-CHANGE-TYPE
               PERFORM 2500-LIST-CHANGE THRU 2500-EXIT
           END-IF.
           IF WS-OLD-BLOCKED-FLAG = "Y"
           AND WS-NEW-BLOCKED-FLAG NOT = "Y"
               ADD 1 TO WS-UNBLOCKED
               MOVE "UNBLOCKED" TO WS-CHANGE-TYPE
               PERFORM 2500-LIST-CHANGE THRU 2500-EXIT
           END-IF.
           IF WS-NEW-BLOCKED-FLAG = "Q"
           AND WS-OLD-BLOCKED-FLAG NOT = "Q"
               ADD 1 TO WS-QUARANTINED
               MOVE "QUARANTINED" TO WS-CHANGE-TYPE
               PERFORM 2500-LIST-CHANGE THRU 2500-EXIT
           END-IF.
           IF WS-OLD-BLOCKED-FLAG = "Q"
           AND WS-NEW-BLOCKED-FLAG = "N"
               ADD 1 TO WS-RELEASED
               MOVE "RELEASED" TO WS-CHANGE-TYPE
               PERFORM 2500-LIST-CHANGE THRU 2500-EXIT
           END-IF.
           IF WS-NEW-DUP-FLAG = "Y"
           AND WS-OLD-DUP-FLAG NOT = "Y"
               ADD 1 TO WS-NEW-DUPLICATES
               MOVE "DUPLICATE" TO WS-CHANGE-TYPE
               PERFORM 2500-LIST-CHANGE THRU 2500-EXIT
           END-IF.
           IF ENTRY-CHANGED
               ADD 1 TO WS-ENTRIES-CHANGED
           ELSE
               ADD 1 TO WS-ENTRIES-UNCHANGED
           END-IF.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2500-LIST-CHANGE                                         *
      *  ONE LINE PER CHANGE, UNLESS THE URL PREFIX EXCLUDES IT.  *
      *----------------------------------------------------------*
       2500-LIST-CHANGE.
           MOVE "Y" TO WS-ENTRY-CHANGED-SW.
           MOVE "Y" TO WS-SHOW-SW.
           IF WS-FILTER-LEN > 0
               IF WS-LIST-URL(1:WS-FILTER-LEN) NOT =
                  WS-URL-FILTER(1:WS-FILTER-LEN)
                   MOVE "N" TO WS-SHOW-SW
                   GO TO 2500-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-LINES-LISTED.
           DISPLAY WS-CHANGE-TYPE " " FUNCTION TRIM(WS-LIST-URL).
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5000-READ-OLD                                            *
      *  NEXT ENTRY OF THE OLD GENERATION; THE TRAILER IS KEPT    *
      *  ASIDE FOR THE PROOF.                                     *
      *----------------------------------------------------------*
       5000-READ-OLD.
           READ OLD-GENERATION
               AT END
                   MOVE HIGH-VALUES TO WS-OLD-URL
                   GO TO 5000-EXIT
           END-READ.
           IF OLD-GEN-RECORD(1:9) = "*CONTROL*"
               MOVE "Y" TO WS-OLD-TRAILER-SW
               MOVE OLD-GEN-RECORD TO WS-OLD-TRAILER
               GO TO 5000-READ-OLD
           END-IF.
           MOVE OLD-GEN-RECORD TO WS-OLD-ENTRY.
           IF WS-OLD-URL NOT > WS-PREV-OLD-URL
               DISPLAY "CATALOG-CHANGES: " WS-OLD-NAME
                   " OUT OF SEQUENCE AT " WS-OLD-URL(1:50)
                   " - RUN ABANDONED"
               STOP RUN
           END-IF.
           MOVE WS-OLD-URL TO WS-PREV-OLD-URL.
           ADD 1 TO WS-OLD-COUNT.
           IF WS-OLD-BLOCKED-FLAG = "Y"
               ADD 1 TO WS-OLD-BLOCKED
           END-IF.
           IF WS-OLD-SOURCE = "O"
               ADD 1 TO WS-OLD-OPERATOR
           END-IF.
           IF WS-OLD-MISSED NUMERIC
               ADD WS-OLD-MISSED TO WS-OLD-HASH
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6000-READ-NEW                                            *
      *  NEXT ENTRY OF THE NEW STATE, FROM THE LIVE CATALOG OR A  *
      *  BACKUP GENERATION.                                       *
      *----------------------------------------------------------*
       6000-READ-NEW.
           IF NEW-IS-LIVE
               READ PAGE-CATALOG NEXT RECORD
                   AT END
                       MOVE HIGH-VALUES TO WS-NEW-URL
                       GO TO 6000-EXIT
               END-READ
               MOVE CAT-RECORD TO WS-NEW-ENTRY
           ELSE
               READ NEW-GENERATION
                   AT END
                       MOVE HIGH-VALUES TO WS-NEW-URL
                       GO TO 6000-EXIT
               END-READ
               IF NEW-GEN-RECORD(1:9) = "*CONTROL*"
                   MOVE "Y" TO WS-NEW-TRAILER-SW
                   MOVE NEW-GEN-RECORD TO WS-NEW-TRAILER
                   GO TO 6000-READ-NEW
               END-IF
               MOVE NEW-GEN-RECORD TO WS-NEW-ENTRY
           END-IF.
           IF WS-NEW-URL NOT > WS-PREV-NEW-URL
               DISPLAY "CATALOG-CHANGES: " WS-NEW-NAME
                   " OUT OF SEQUENCE AT " WS-NEW-URL(1:50)
                   " - RUN ABANDONED"
               STOP RUN
           END-IF.
           MOVE WS-NEW-URL TO WS-PREV-NEW-URL.
           ADD 1 TO WS-NEW-COUNT.
           IF WS-NEW-BLOCKED-FLAG = "Y"
               ADD 1 TO WS-NEW-BLOCKED
           END-IF.
           IF WS-NEW-SOURCE = "O"
               ADD 1 TO WS-NEW-OPERATOR
           END-IF.
           IF WS-NEW-MISSED NUMERIC
               ADD WS-NEW-MISSED TO WS-NEW-HASH
           END-IF.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7000-PRINT-TOTALS                                        *
      *  CHANGE COUNTS, EACH STATE AGAINST ITS TRAILER, AND THE   *
      *  CHANGES CARRIED FROM THE OLD COUNTS TO THE NEW.          *
      *----------------------------------------------------------*
       7000-PRINT-TOTALS.
           DISPLAY "----------------------------------------".
           DISPLAY "ADDED .................. " WS-ADDED.
           DISPLAY "RETIRED ................ " WS-RETIRED.
           DISPLAY "RETITLED ............... " WS-RETITLED.
           DISPLAY "RE-KEYWORDED ........... " WS-REKEYWORDED.
           DISPLAY "BLOCKED ................ " WS-NEWLY-BLOCKED.
           DISPLAY "UNBLOCKED .............. " WS-UNBLOCKED.
           DISPLAY "QUARANTINED ............ " WS-QUARANTINED.
           DISPLAY "RELEASED ............... " WS-RELEASED.
           DISPLAY "NEWLY DUPLICATE ........ " WS-NEW-DUPLICATES.
           DISPLAY "ENTRIES CHANGED ........ " WS-ENTRIES-CHANGED.
           DISPLAY "ENTRIES UNCHANGED ...... " WS-ENTRIES-UNCHANGED.
           DISPLAY " ".
           DISPLAY "CONTROL TOTALS         RECORDS   BLOCKED  "
               "OPER-ADD MISS-HASH".
           MOVE "  OLD READ"    TO WS-TL-LABEL.
           MOVE WS-OLD-COUNT    TO WS-TL-COUNT.
           MOVE WS-OLD-BLOCKED  TO WS-TL-BLOCKED.
           MOVE WS-OLD-OPERATOR TO WS-TL-OPER.
           MOVE WS-OLD-HASH     TO WS-TL-HASH.
           DISPLAY WS-TOTALS-LINE.
           IF OLD-TRAILER-SEEN
               MOVE "  OLD TRAILER"    TO WS-TL-LABEL
               MOVE WS-OLD-TRL-COUNT   TO WS-TL-COUNT
               MOVE WS-OLD-TRL-BLOCKED TO WS-TL-BLOCKED
               MOVE WS-OLD-TRL-OPER    TO WS-TL-OPER
               MOVE WS-OLD-TRL-HASH    TO WS-TL-HASH
               DISPLAY WS-TOTALS-LINE
               IF WS-OLD-COUNT    NOT = WS-OLD-TRL-COUNT
               OR WS-OLD-BLOCKED  NOT = WS-OLD-TRL-BLOCKED
               OR WS-OLD-OPERATOR NOT = WS-OLD-TRL-OPER
               OR WS-OLD-HASH     NOT = WS-OLD-TRL-HASH
                   MOVE "Y" TO WS-MISMATCH-SW
                   DISPLAY "  *** " WS-OLD-NAME " DOES NOT TIE TO "
                       "ITS TRAILER ***"
               END-IF
           ELSE
               MOVE "Y" TO WS-MISMATCH-SW
               DISPLAY "  *** NO CONTROL TRAILER ON " WS-OLD-NAME
                   " ***"
           END-IF.
           MOVE "  NEW READ"    TO WS-TL-LABEL.
           MOVE WS-NEW-COUNT    TO WS-TL-COUNT.
           MOVE WS-NEW-BLOCKED  TO WS-TL-BLOCKED.
           MOVE WS-NEW-OPERATOR TO WS-TL-OPER.
           MOVE WS-NEW-HASH     TO WS-TL-HASH.
           DISPLAY WS-TOTALS-LINE.
           IF NEW-IS-LIVE
               DISPLAY "  (NEW IS THE LIVE CATALOG - NO TRAILER; "
                   "TOMORROW'S BACKUP WILL CARRY THESE TOTALS)"
           ELSE
               IF NEW-TRAILER-SEEN
                   MOVE "  NEW TRAILER"    TO WS-TL-LABEL
                   MOVE WS-NEW-TRL-COUNT   TO WS-TL-COUNT
                   MOVE WS-NEW-TRL-BLOCKED TO WS-TL-BLOCKED
                   MOVE WS-NEW-TRL-OPER    TO WS-TL-OPER
                   MOVE WS-NEW-TRL-HASH    TO WS-TL-HASH
                   DISPLAY WS-TOTALS-LINE
                   IF WS-NEW-COUNT    NOT = WS-NEW-TRL-COUNT
                   OR WS-NEW-BLOCKED  NOT = WS-NEW-TRL-BLOCKED
                   OR WS-NEW-OPERATOR NOT = WS-NEW-TRL-OPER
                   OR WS-NEW-HASH     NOT = WS-NEW-TRL-HASH
                       MOVE "Y" TO WS-MISMATCH-SW
                       DISPLAY "  *** " WS-NEW-NAME " DOES NOT TIE "
                           "TO ITS TRAILER ***"
                   END-IF
               ELSE
                   MOVE "Y" TO WS-MISMATCH-SW
                   DISPLAY "  *** NO CONTROL TRAILER ON "
                       WS-NEW-NAME " ***"
               END-IF
           END-IF.
           PERFORM 7100-PROVE-CHANGES THRU 7100-EXIT.
           IF TOTALS-MISMATCH
               DISPLAY "CATALOG-CHANGES: *** OUT OF BALANCE - DO NOT "
                   "RELY ON THIS LISTING ***"
           ELSE
               DISPLAY "CATALOG-CHANGES: BOTH STATES PROVED AND THE "
                   "CHANGES RECONCILE."
           END-IF.
       7000-EXIT.
           EXIT.

      *    OLD + ADDED - RETIRED MUST GIVE THE NEW RECORD COUNT,
      *    AND THE SAME WALK OF THE BLOCKED FLAG THE NEW BLOCKED
      *    COUNT.
       7100-PROVE-CHANGES.
           COMPUTE WS-CHECK = WS-OLD-COUNT + WS-ADDED - WS-RETIRED.
           IF WS-CHECK NOT = WS-NEW-COUNT
               MOVE "Y" TO WS-MISMATCH-SW
               DISPLAY "  *** OLD + ADDED - RETIRED = " WS-CHECK
                   " BUT NEW HAS " WS-NEW-COUNT " ***"
           END-IF.
           COMPUTE WS-CHECK = WS-OLD-BLOCKED + WS-NEWLY-BLOCKED
               - WS-UNBLOCKED + WS-ADDED-BLOCKED
               - WS-RETIRED-BLOCKED.
           IF WS-CHECK NOT = WS-NEW-BLOCKED
               MOVE "Y" TO WS-MISMATCH-SW
               DISPLAY "  *** BLOCKED CHANGES GIVE " WS-CHECK
                   " BUT NEW HAS " WS-NEW-BLOCKED " BLOCKED ***"
           END-IF.
       7100-EXIT.
           EXIT.
