       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIRECTORY-REPORT.
       AUTHOR. J HENNESSEY.
       INSTALLATION. PORTSCOUT-PARODY-STACK.
       DATE-WRITTEN. 2026-10-12.
       DATE-COMPILED.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-12  JH   INITIAL VERSION - NIGHTLY SUBJECT-
      *                    DIRECTORY REPORT: LIVE PAGE COUNTS PER
      *                    CATEGORY DOWN THE TREE, THE CATALOG
      *                    ENTRIES FILED UNDER NO CATEGORY, AND
      *                    ASSIGNMENTS LEFT POINTING AT PAGES OR
      *                    CATEGORIES THAT NO LONGER EXIST. LEDGERED
      *                    IN RUN-CONTROL BEHIND RECON-REPORT.
      *   2026-10-15  JH   A QUARANTINED ENTRY IS NOT COUNTED AS A
      *                    LIVE PAGE, THE SAME AS A BLOCKED ONE;
      *                    ITS ROWS ARE TOTALLED AS ON NON-LIVE
      *                    PAGES.
      *--------------------------------------------------------------
      *
      * DIRECTORY-REPORT SORTS CATEGORY-ASSIGN INTO URL ORDER AND
      * MATCHES IT AGAINST PAGE-CATALOG (ALREADY IN URL ORDER) IN
      * ONE BALANCED-LINE PASS:
      *   - A LIVE ENTRY (NOT BLOCKED, NOT A DUPLICATE) WITH NO
      *     ASSIGNMENT IS LISTED AS UNFILED - IT CANNOT BE FOUND BY
      *     BROWSING, AND THE RULE WORDS PROBABLY NEED WIDENING.
      *   - AN ASSIGNMENT WITH NO CATALOG ENTRY, OR UNDER A
      *     CATEGORY NO LONGER ON THE MASTER, IS LISTED AS AN
      *     ORPHAN (A HAND DELETE IN CATALOG-MAINT LEAVES THESE).
      *   - EVERY OTHER ASSIGNMENT OF A LIVE ENTRY COUNTS TOWARD ITS
      *     CATEGORY AND, ONCE PER PAGE, TOWARD EACH CATEGORY ABOVE
      *     IT.
      * OPERATOR EXCLUDES ("X" ROWS) ARE NOT ASSIGNMENTS AND ARE
      * IGNORED THROUGHOUT. THE CATEGORY TREE IS THEN PRINTED WITH
      * BOTH COUNTS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATEGORY-FILE ASSIGN TO "CATEGORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CATG-ID
               FILE STATUS IS WS-CATG-STATUS.
           SELECT CATEGORY-ASSIGN ASSIGN TO "CATEGORY-ASSIGN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CATA-KEY
               FILE STATUS IS WS-CATA-STATUS.
           SELECT PAGE-CATALOG ASSIGN TO "PAGE-CATALOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAT-URL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "RUN-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.
           SELECT WORK-SORT1 ASSIGN TO "DIRRSRT1.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  CATEGORY-FILE.
           COPY CATGREC.

       FD  CATEGORY-ASSIGN.
           COPY CATAREC.

       FD  PAGE-CATALOG.
           COPY CATLOGREC.

       FD  RUN-CONTROL.
           COPY RUNCREC.

       SD  WORK-SORT1.
       01  SORT1-RECORD.
           05  SORT1-URL            PIC X(80).
           05  SORT1-CATEGORY       PIC X(08).

       WORKING-STORAGE SECTION.
       77  WS-CATG-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CATA-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CATALOG-STATUS        PIC X(02) VALUE SPACES.
       77  WS-CATG-EOF-SW           PIC X(01) VALUE "N".
           88  CATG-EOF                     VALUE "Y".
       77  WS-CATA-EOF-SW           PIC X(01) VALUE "N".
           88  CATA-EOF                     VALUE "Y".
       77  WS-CATALOG-EOF-SW        PIC X(01) VALUE "N".
           88  CATALOG-EOF                  VALUE "Y".
       77  WS-SORT1-EOF-SW          PIC X(01) VALUE "N".
           88  SORT1-EOF                    VALUE "Y".
       77  WS-TODAY-DATE            PIC X(21) VALUE SPACES.
      * BALANCED-LINE KEYS. AN EXHAUSTED SIDE CARRIES HIGH-VALUES
      * SO THE OTHER SIDE DRAINS THROUGH THE SAME COMPARES.
       77  WS-SORT-KEY              PIC X(80) VALUE SPACES.
       77  WS-CATALOG-KEY           PIC X(80) VALUE SPACES.
       77  WS-ENTRY-FILED-SW        PIC X(01) VALUE "N".
           88  ENTRY-IS-FILED               VALUE "Y".
       77  WS-ENTRY-LIVE-SW         PIC X(01) VALUE "N".
           88  ENTRY-IS-LIVE                VALUE "Y".
       77  WS-URL-SEQ               PIC 9(08) VALUE 0 COMP.
       77  WS-ASSIGN-READ           PIC 9(08) VALUE 0 COMP.
       77  WS-ASSIGN-EXCLUDES       PIC 9(08) VALUE 0 COMP.
       77  WS-ASSIGN-COUNTED        PIC 9(08) VALUE 0 COMP.
       77  WS-ASSIGN-NOT-LIVE       PIC 9(08) VALUE 0 COMP.
       77  WS-ASSIGN-ORPHANS        PIC 9(08) VALUE 0 COMP.
       77  WS-CATALOG-READ          PIC 9(08) VALUE 0 COMP.
       77  WS-CATALOG-LIVE          PIC 9(08) VALUE 0 COMP.
       77  WS-CATALOG-FILED         PIC 9(08) VALUE 0 COMP.
       77  WS-CATALOG-UNFILED       PIC 9(08) VALUE 0 COMP.
      * THE CATEGORY MASTER, HELD IN CORE WITH ITS COUNTERS. LAST-
      * SEQ REMEMBERS THE LAST PAGE COUNTED INTO THE SUBTREE TOTAL,
      * SO A PAGE FILED UNDER TWO SIBLINGS COUNTS ONCE FOR THEIR
      * PARENT.
       77  WS-CTB-MAX               PIC 9(04) VALUE 500 COMP.
       77  WS-CTB-COUNT             PIC 9(04) VALUE 0 COMP.
       77  WS-CTB-IX                PIC 9(04) VALUE 0 COMP.
       77  WS-CTB-FOUND-IX          PIC 9(04) VALUE 0 COMP.
       77  WS-CTB-LOOKUP-ID         PIC X(08) VALUE SPACES.
       77  WS-CLIMB-IX              PIC 9(04) VALUE 0 COMP.
       77  WS-CLIMB-STEPS           PIC 9(04) VALUE 0 COMP.
       01  WS-CATEGORY-TABLE.
           05  WS-CTB-ENTRY OCCURS 500 TIMES.
               10  WS-CTB-ID        PIC X(08).
               10  WS-CTB-PARENT    PIC X(08).
               10  WS-CTB-NAME      PIC X(40).
               10  WS-CTB-DIRECT    PIC 9(08) COMP.
               10  WS-CTB-SUBTREE   PIC 9(08) COMP.
               10  WS-CTB-LAST-SEQ  PIC 9(08) COMP.
               10  WS-CTB-SHOWN-SW  PIC X(01).
      * TREE PRINT: DEPTH-FIRST WALK WITH AN EXPLICIT STACK OF OPEN
      * ANCESTORS, AS IN CATEGORY-MAINT'S LISTING.
       77  WS-CHILD-IX              PIC 9(04) VALUE 0 COMP.
       77  WS-DEPTH                 PIC 9(04) VALUE 0 COMP.
       77  WS-DEPTH-MAX             PIC 9(04) VALUE 20 COMP.
       77  WS-INDENT-PTR            PIC 9(04) VALUE 0 COMP.
       77  WS-CUR-PARENT            PIC X(08) VALUE SPACES.
       77  WS-WALK-DONE-SW          PIC X(01) VALUE "N".
           88  WALK-DONE                    VALUE "Y".
       77  WS-TREE-LINE             PIC X(50) VALUE SPACES.
       77  WS-DIRECT-SHOW           PIC Z(7)9.
       77  WS-SUBTREE-SHOW          PIC Z(7)9.
       77  WS-UNREACHED             PIC 9(04) VALUE 0 COMP.
       01  WS-ANCESTOR-STACK.
           05  WS-STACK-IX          PIC 9(04) COMP OCCURS 20 TIMES.
      * RUN-CONTROL LEDGER FIELDS: THIS STEP, ITS PREDECESSOR IN
      * THE NIGHTLY CHAIN, AND THE STATE FOUND FOR THE
      * PREDECESSOR ON TONIGHT'S CYCLE.
       77  WS-RUNC-STATUS           PIC X(02) VALUE SPACES.
       77  WS-RUNC-EOF-SW           PIC X(01) VALUE "N".
           88  RUNC-EOF                     VALUE "Y".
       77  WS-RUNC-CYCLE            PIC 9(08) VALUE 0.
       77  WS-RUNC-STAMP            PIC X(21) VALUE SPACES.
       77  WS-STEP-START-TIME       PIC X(14) VALUE SPACES.
       77  WS-RUNC-WRITE-STATE      PIC X(08) VALUE SPACES.
       77  WS-THIS-STEP             PIC X(16)
                                    VALUE "DIRECTORY-REPORT".
       77  WS-PRED-STEP             PIC X(16) VALUE "RECON-REPORT".
       77  WS-PRED-STATE            PIC X(08) VALUE SPACES.
       77  WS-CHAIN-OPENER          PIC X(16)
                                    VALUE "CATALOG-BACKUP".
       77  WS-CHAIN-CYCLE           PIC 9(08) VALUE 0.
       77  WS-OWN-DONE-SW           PIC X(01) VALUE "N".
           88  STEP-ALREADY-RUN             VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-RUN-CONTROL-START THRU 0100-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-CTB-COUNT > 0
               PERFORM 2000-MATCH-DIRECTORY THRU 2000-EXIT
               PERFORM 4000-PRINT-TREE THRU 4000-EXIT
           END-IF.
           PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
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
               DISPLAY "DIRECTORY-REPORT: THIS STEP ALREADY "
                   "COMPLETED IN THE CHAIN OPENED FOR "
                   "CYCLE " WS-RUNC-CYCLE " - RUN "
                   "CATALOG-BACKUP TO OPEN A NEW CYCLE. "
                   "STEP REFUSED"
               STOP RUN
           END-IF.
           IF WS-PRED-STEP NOT = SPACES
               PERFORM 0150-FIND-PRED-STATE THRU 0150-EXIT
               IF WS-PRED-STATE NOT = "COMPLETE"
                   DISPLAY "DIRECTORY-REPORT: PREDECESSOR "
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
      *  1000-INITIALIZE                                          *
      *  LOAD THE CATEGORY MASTER. WITH NO MASTER (OR AN EMPTY    *
      *  ONE) THE DIRECTORY IS NOT IN USE AND THERE IS NOTHING    *
      *  TO REPORT - THE STEP STILL COMPLETES SO THE CHAIN GOES   *
      *  ON.                                                      *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE.
           DISPLAY "========================================".
           DISPLAY " ALTAVISTA BABY - DIRECTORY REPORT".
           DISPLAY " RUN DATE: " WS-TODAY-DATE(1:8).
           DISPLAY "========================================".
           OPEN INPUT CATEGORY-FILE.
           IF WS-CATG-STATUS NOT = "00"
               DISPLAY " "
               DISPLAY "NO CATEGORY MASTER - THE DIRECTORY IS NOT "
                   "IN USE."
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LOAD-ONE-CATEGORY THRU 1100-EXIT
               UNTIL CATG-EOF.
           CLOSE CATEGORY-FILE.
           IF WS-CTB-COUNT = 0
               DISPLAY " "
               DISPLAY "CATEGORY MASTER IS EMPTY - THE DIRECTORY IS "
                   "NOT IN USE."
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT PAGE-CATALOG.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "DIRECTORY-REPORT: CANNOT OPEN PAGE-CATALOG, "
                   "STATUS " WS-CATALOG-STATUS
               MOVE "FAILED" TO WS-RUNC-WRITE-STATE
               PERFORM 0200-WRITE-RUN-CONTROL THRU 0200-EXIT
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-CATEGORY.
           READ CATEGORY-FILE
               AT END
                   MOVE "Y" TO WS-CATG-EOF-SW
                   GO TO 1100-EXIT
           END-READ.
           IF WS-CTB-COUNT NOT < WS-CTB-MAX
               DISPLAY "DIRECTORY-REPORT: CATEGORY TABLE FULL - "
                   CATG-ID " AND LATER NOT REPORTED"
               MOVE "Y" TO WS-CATG-EOF-SW
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-CTB-COUNT.
           MOVE CATG-ID        TO WS-CTB-ID(WS-CTB-COUNT).
           MOVE CATG-PARENT-ID TO WS-CTB-PARENT(WS-CTB-COUNT).
           MOVE CATG-NAME      TO WS-CTB-NAME(WS-CTB-COUNT).
           MOVE 0              TO WS-CTB-DIRECT(WS-CTB-COUNT).
           MOVE 0              TO WS-CTB-SUBTREE(WS-CTB-COUNT).
           MOVE 0              TO WS-CTB-LAST-SEQ(WS-CTB-COUNT).
           MOVE "N"            TO WS-CTB-SHOWN-SW(WS-CTB-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-MATCH-DIRECTORY                                     *
      *  ASSIGNMENTS GO THROUGH THE SORT INTO URL ORDER; THE      *
      *  OUTPUT SIDE WALKS THEM AND THE CATALOG TOGETHER.         *
      *----------------------------------------------------------*
       2000-MATCH-DIRECTORY.
           DISPLAY " ".
           DISPLAY "CATALOG VS DIRECTORY".
           DISPLAY "----------------------------------------".
           SORT WORK-SORT1
               ON ASCENDING KEY SORT1-URL
               ON ASCENDING KEY SORT1-CATEGORY
               INPUT PROCEDURE IS 2100-RELEASE-ASSIGNMENTS THRU
                   2100-EXIT
               OUTPUT PROCEDURE IS 3000-MATCH-CATALOG THRU
                   3000-EXIT.
       2000-EXIT.
           EXIT.

      *    NO CATEGORY-ASSIGN FILE YET (NO CRAWL HAS FILED ANYTHING)
      *    SIMPLY RELEASES NOTHING: EVERY LIVE PAGE IS UNFILED.
       2100-RELEASE-ASSIGNMENTS.
           OPEN INPUT CATEGORY-ASSIGN.
           IF WS-CATA-STATUS NOT = "00"
               DISPLAY "(NO CATEGORY-ASSIGN FILE - NOTHING IS FILED "
                   "YET)"
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2110-RELEASE-ONE THRU 2110-EXIT
               UNTIL CATA-EOF.
           CLOSE CATEGORY-ASSIGN.
       2100-EXIT.
           EXIT.

       2110-RELEASE-ONE.
           READ CATEGORY-ASSIGN
               AT END
                   MOVE "Y" TO WS-CATA-EOF-SW
                   GO TO 2110-EXIT
           END-READ.
           ADD 1 TO WS-ASSIGN-READ.
           IF CATA-OPER-EXCLUDE
               ADD 1 TO WS-ASSIGN-EXCLUDES
               GO TO 2110-EXIT
           END-IF.
           MOVE CATA-URL      TO SORT1-URL.
           MOVE CATA-CATEGORY TO SORT1-CATEGORY.
           RELEASE SORT1-RECORD.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-MATCH-CATALOG                                       *
      *  BALANCED LINE. SORT KEY LOW = ASSIGNMENT WITH NO ENTRY;  *
      *  EQUAL = ASSIGNMENT OF THIS ENTRY; CATALOG KEY LOW = THE  *
      *  ENTRY'S ASSIGNMENTS ARE ALL IN, SO JUDGE IT AND MOVE ON. *
      *----------------------------------------------------------*
       3000-MATCH-CATALOG.
           PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
           PERFORM 3200-READ-CATALOG THRU 3200-EXIT.
           PERFORM 3300-MATCH-ONE-STEP THRU 3300-EXIT
               UNTIL SORT1-EOF AND CATALOG-EOF.
       3000-EXIT.
           EXIT.

       3100-RETURN-ONE.
           RETURN WORK-SORT1
               AT END
                   MOVE "Y" TO WS-SORT1-EOF-SW
                   MOVE HIGH-VALUES TO WS-SORT-KEY
               NOT AT END
                   MOVE SORT1-URL TO WS-SORT-KEY
           END-RETURN.
       3100-EXIT.
           EXIT.

       3200-READ-CATALOG.
           READ PAGE-CATALOG NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CATALOG-EOF-SW
                   MOVE HIGH-VALUES TO WS-CATALOG-KEY
                   GO TO 3200-EXIT
           END-READ.
           ADD 1 TO WS-CATALOG-READ.
           ADD 1 TO WS-URL-SEQ.
           MOVE CAT-URL TO WS-CATALOG-KEY.
           MOVE "N" TO WS-ENTRY-FILED-SW.
           IF CAT-IS-BLOCKED OR CAT-IS-QUARANTINED
           OR CAT-IS-DUPLICATE
               MOVE "N" TO WS-ENTRY-LIVE-SW
           ELSE
               MOVE "Y" TO WS-ENTRY-LIVE-SW
               ADD 1 TO WS-CATALOG-LIVE
           END-IF.
       3200-EXIT.
           EXIT.

       3300-MATCH-ONE-STEP.
           IF WS-SORT-KEY < WS-CATALOG-KEY
               ADD 1 TO WS-ASSIGN-ORPHANS
               DISPLAY "ORPHAN   " SORT1-CATEGORY " " SORT1-URL
               DISPLAY "         (PAGE NOT IN PAGE-CATALOG)"
               PERFORM 3100-RETURN-ONE THRU 3100-EXIT
               GO TO 3300-EXIT
           END-IF.
           IF WS-SORT-KEY = WS-CATALOG-KEY
               PERFORM 3400-COUNT-ASSIGNMENT THRU 3400-EXIT
               PERFORM 3100-RETURN-ONE THRU 3100-EXIT
               GO TO 3300-EXIT
           END-IF.
           IF ENTRY-IS-LIVE
               IF ENTRY-IS-FILED
                   ADD 1 TO WS-CATALOG-FILED
               ELSE
                   ADD 1 TO WS-CATALOG-UNFILED
                   DISPLAY "UNFILED  " CAT-URL
                   DISPLAY "         " CAT-TITLE
               END-IF
           END-IF.
           PERFORM 3200-READ-CATALOG THRU 3200-EXIT.
       3300-EXIT.
           EXIT.

      *    A ROW UNDER A CATEGORY THE MASTER NO LONGER HOLDS IS AN
      *    ORPHAN WHATEVER STATE ITS PAGE IS IN. A BLOCKED OR
      *    DUPLICATE PAGE IS FILED BUT NEVER SHOWN, SO IT COUNTS
      *    NOWHERE.
       3400-COUNT-ASSIGNMENT.
           MOVE SORT1-CATEGORY TO WS-CTB-LOOKUP-ID.
           PERFORM 3500-FIND-CATEGORY THRU 3500-EXIT.
           IF WS-CTB-FOUND-IX = 0
               ADD 1 TO WS-ASSIGN-ORPHANS
               DISPLAY "ORPHAN   " SORT1-CATEGORY " " SORT1-URL
               DISPLAY "         (CATEGORY NOT ON THE MASTER)"
               GO TO 3400-EXIT
           END-IF.
           IF NOT ENTRY-IS-LIVE
               ADD 1 TO WS-ASSIGN-NOT-LIVE
               GO TO 3400-EXIT
           END-IF.
           ADD 1 TO WS-ASSIGN-COUNTED.
           MOVE "Y" TO WS-ENTRY-FILED-SW.
           ADD 1 TO WS-CTB-DIRECT(WS-CTB-FOUND-IX).
           MOVE WS-CTB-FOUND-IX TO WS-CLIMB-IX.
           MOVE 0 TO WS-CLIMB-STEPS.
           PERFORM 3600-ROLL-UP-ONE THRU 3600-EXIT
               UNTIL WS-CLIMB-IX = 0
               OR WS-CLIMB-STEPS > WS-DEPTH-MAX.
       3400-EXIT.
           EXIT.

       3500-FIND-CATEGORY.
           MOVE 0 TO WS-CTB-FOUND-IX.
           IF WS-CTB-LOOKUP-ID = SPACES
               GO TO 3500-EXIT
           END-IF.
           MOVE 1 TO WS-CTB-IX.
           PERFORM 3510-MATCH-ONE-CATEGORY THRU 3510-EXIT
               UNTIL WS-CTB-FOUND-IX > 0
               OR WS-CTB-IX > WS-CTB-COUNT.
       3500-EXIT.
           EXIT.

       3510-MATCH-ONE-CATEGORY.
           IF WS-CTB-ID(WS-CTB-IX) = WS-CTB-LOOKUP-ID
               MOVE WS-CTB-IX TO WS-CTB-FOUND-IX
           ELSE
               ADD 1 TO WS-CTB-IX
           END-IF.
       3510-EXIT.
           EXIT.

      *    COUNT THIS PAGE ONCE INTO THE SUBTREE TOTAL OF THE
      *    CATEGORY AND EACH ANCESTOR, THEN STEP TO THE PARENT.
       3600-ROLL-UP-ONE.
           IF WS-CTB-LAST-SEQ(WS-CLIMB-IX) NOT = WS-URL-SEQ
               ADD 1 TO WS-CTB-SUBTREE(WS-CLIMB-IX)
               MOVE WS-URL-SEQ TO WS-CTB-LAST-SEQ(WS-CLIMB-IX)
           END-IF.
           ADD 1 TO WS-CLIMB-STEPS.
           MOVE WS-CTB-PARENT(WS-CLIMB-IX) TO WS-CTB-LOOKUP-ID.
           PERFORM 3500-FIND-CATEGORY THRU 3500-EXIT.
           MOVE WS-CTB-FOUND-IX TO WS-CLIMB-IX.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-PRINT-TREE                                          *
      *  THE WHOLE TREE, TWO COLUMNS OF INDENT PER LEVEL, WITH    *
      *  PAGES FILED DIRECTLY UNDER EACH CATEGORY AND DISTINCT    *
      *  PAGES ANYWHERE BELOW IT. A CATEGORY WHOSE PARENT IS      *
      *  MISSING CANNOT BE REACHED BY BROWSING AND IS LISTED      *
      *  SEPARATELY.                                              *
      *----------------------------------------------------------*
       4000-PRINT-TREE.
           DISPLAY " ".
           DISPLAY "PAGE COUNTS BY CATEGORY".
           DISPLAY "----------------------------------------".
           DISPLAY "CATEGORY                                    "
               "      DIRECT  WITH SUBS".
           MOVE 0 TO WS-DEPTH.
           MOVE SPACES TO WS-CUR-PARENT.
           MOVE "N" TO WS-WALK-DONE-SW.
           PERFORM 4100-WALK-ONE-STEP THRU 4100-EXIT
               UNTIL WALK-DONE.
           MOVE 0 TO WS-UNREACHED.
           MOVE 1 TO WS-CTB-IX.
           PERFORM 4300-CHECK-UNREACHED THRU 4300-EXIT
               WS-CTB-COUNT TIMES.
       4000-EXIT.
           EXIT.

      *    ONE STEP OF THE WALK: PRINT THE NEXT UNSHOWN CHILD OF THE
      *    CURRENT PARENT AND DESCEND INTO IT, OR - WHEN THE PARENT
      *    HAS NONE LEFT - CLIMB BACK TO ITS OWN PARENT.
       4100-WALK-ONE-STEP.
           MOVE 0 TO WS-CHILD-IX.
           MOVE 1 TO WS-CTB-IX.
           PERFORM 4110-FIND-NEXT-CHILD THRU 4110-EXIT
               UNTIL WS-CHILD-IX > 0 OR WS-CTB-IX > WS-CTB-COUNT.
           IF WS-CHILD-IX > 0
               MOVE "Y" TO WS-CTB-SHOWN-SW(WS-CHILD-IX)
               PERFORM 4200-PRINT-NODE THRU 4200-EXIT
               IF WS-DEPTH < WS-DEPTH-MAX
                   ADD 1 TO WS-DEPTH
                   MOVE WS-CHILD-IX TO WS-STACK-IX(WS-DEPTH)
                   MOVE WS-CTB-ID(WS-CHILD-IX) TO WS-CUR-PARENT
               END-IF
               GO TO 4100-EXIT
           END-IF.
           IF WS-DEPTH = 0
               MOVE "Y" TO WS-WALK-DONE-SW
               GO TO 4100-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-DEPTH.
           IF WS-DEPTH = 0
               MOVE SPACES TO WS-CUR-PARENT
           ELSE
               MOVE WS-CTB-ID(WS-STACK-IX(WS-DEPTH))
                   TO WS-CUR-PARENT
           END-IF.
       4100-EXIT.
           EXIT.

       4110-FIND-NEXT-CHILD.
           IF WS-CTB-PARENT(WS-CTB-IX) = WS-CUR-PARENT
           AND WS-CTB-SHOWN-SW(WS-CTB-IX) = "N"
               MOVE WS-CTB-IX TO WS-CHILD-IX
           END-IF.
           ADD 1 TO WS-CTB-IX.
       4110-EXIT.
           EXIT.

       4200-PRINT-NODE.
           MOVE SPACES TO WS-TREE-LINE.
           COMPUTE WS-INDENT-PTR = WS-DEPTH * 2 + 1.
           STRING WS-CTB-ID(WS-CHILD-IX) DELIMITED BY SPACE
               "  " DELIMITED BY SIZE
               WS-CTB-NAME(WS-CHILD-IX) DELIMITED BY SIZE
               INTO WS-TREE-LINE WITH POINTER WS-INDENT-PTR
           END-STRING.
           MOVE WS-CTB-DIRECT(WS-CHILD-IX)  TO WS-DIRECT-SHOW.
           MOVE WS-CTB-SUBTREE(WS-CHILD-IX) TO WS-SUBTREE-SHOW.
           DISPLAY WS-TREE-LINE "  " WS-DIRECT-SHOW "  "
               WS-SUBTREE-SHOW.
       4200-EXIT.
           EXIT.

       4300-CHECK-UNREACHED.
           IF WS-CTB-SHOWN-SW(WS-CTB-IX) = "N"
               IF WS-UNREACHED = 0
                   DISPLAY " "
                   DISPLAY "CATEGORIES WHOSE PARENT IS MISSING"
                   DISPLAY "----------------------------------------"
               END-IF
               ADD 1 TO WS-UNREACHED
               MOVE WS-CTB-DIRECT(WS-CTB-IX) TO WS-DIRECT-SHOW
               DISPLAY WS-CTB-ID(WS-CTB-IX) " UNDER "
                   WS-CTB-PARENT(WS-CTB-IX) "  "
                   WS-CTB-NAME(WS-CTB-IX) WS-DIRECT-SHOW
           END-IF.
           ADD 1 TO WS-CTB-IX.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5000-PRINT-TOTALS                                        *
      *----------------------------------------------------------*
       5000-PRINT-TOTALS.
           DISPLAY " ".
           DISPLAY "========================================".
           DISPLAY " CATEGORIES ON MASTER .. " WS-CTB-COUNT.
           DISPLAY " CATALOG ENTRIES READ .. " WS-CATALOG-READ.
           DISPLAY " LIVE ENTRIES .......... " WS-CATALOG-LIVE.
           DISPLAY " LIVE AND FILED ........ " WS-CATALOG-FILED.
           DISPLAY " LIVE BUT UNFILED ...... " WS-CATALOG-UNFILED.
           DISPLAY " ASSIGNMENT ROWS READ .. " WS-ASSIGN-READ.
           DISPLAY " OPERATOR EXCLUDES ..... " WS-ASSIGN-EXCLUDES.
           DISPLAY " COUNTED ASSIGNMENTS ... " WS-ASSIGN-COUNTED.
           DISPLAY " ON NON-LIVE PAGES .... " WS-ASSIGN-NOT-LIVE.
           DISPLAY " ORPHAN ASSIGNMENTS .... " WS-ASSIGN-ORPHANS.
           DISPLAY "========================================".
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9000-TERMINATE                                           *
      *----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-CTB-COUNT > 0
               CLOSE PAGE-CATALOG
           END-IF.
       9000-EXIT.
           EXIT.
