       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLICY-REVIEW.
       AUTHOR. J HENNESSEY.
       INSTALLATION. PORTSCOUT-PARODY-STACK.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  JH   INITIAL VERSION - OPERATOR REVIEW OF THE
      *                    CATALOG ENTRIES CATALOG-CRAWLER
      *                    QUARANTINED ON A POLICY-TERMS HIT. A
      *                    RELEASE PUTS THE ENTRY BACK IN THE
      *                    RESULTS, A BLOCK BLOCKS IT FOR GOOD.
      *--------------------------------------------------------------
      *
      * POLICY-REVIEW LISTS THE PENDING POLICY-QUEUE RECORDS, HIGH
      * SEVERITY FIRST, AND TAKES RELEASE/BLOCK DECISIONS AGAINST
      * THEM. A DECISION SETS THE PAGE-CATALOG ENTRY'S
      * CAT-BLOCKED-FLAG FROM "Q" TO "N" (RELEASE) OR "Y" (BLOCK)
      * AND CLOSES THE QUEUE RECORD WITH THE OPERATOR AND TIME.
      * DECIDING NEEDS THE DELETE ENTITLEMENT, WHICH ALSO COVERS
      * BLOCK/UNBLOCK IN CATALOG-MAINT. EVERY DECISION LANDS IN THE
      * MAINT-AUDIT TRAIL TWICE: THE CATALOG ENTRY UNDER FILE-ID
      * "CATALOG", AS CATALOG-MAINT'S BLOCK WOULD WRITE IT, AND THE
      * QUEUE RECORD UNDER "POLICYQ".
      *
      * A RELEASE RECORDS THE TITLE AND KEYWORDS THE OPERATOR
      * RELEASED; THE CRAWLER LEAVES THE ENTRY ALONE UNTIL THAT
      * CONTENT CHANGES. A RELEASED ENTRY REACHES RESULT-CACHE AT
      * ITS NEXT NIGHTLY REBUILD, AS AN UNBLOCK DOES. AN ENTRY
      * DELETED OR RETIRED SINCE IT WAS QUEUED IS STILL DECIDED,
      * SO THE QUEUE RECORD DOES NOT SIT PENDING FOREVER.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-QUEUE ASSIGN TO "POLICY-QUEUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQUE-URL
               FILE STATUS IS WS-PQUE-STATUS.
           SELECT PAGE-CATALOG ASSIGN TO "PAGE-CATALOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-URL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT MAINT-AUDIT ASSIGN TO "MAINT-AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPERATORS ASSIGN TO "OPERATORS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-QUEUE.
           COPY PQUEREC.

       FD  PAGE-CATALOG.
           COPY CATLOGREC.

       FD  MAINT-AUDIT.
           COPY MAUDREC.

       FD  OPERATORS.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       77  WS-PQUE-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CATALOG-STATUS        PIC X(02) VALUE SPACES.
       77  WS-AUDIT-STATUS          PIC X(02) VALUE SPACES.
       77  WS-OPERATOR-ID           PIC X(08) VALUE SPACES.
       77  WS-AUDIT-FILE-ID         PIC X(08) VALUE SPACES.
       77  WS-AUDIT-ACTION          PIC X(08) VALUE SPACES.
       77  WS-AUDIT-KEY             PIC X(80) VALUE SPACES.
       77  WS-BEFORE-IMAGE          PIC X(360) VALUE SPACES.
       77  WS-AFTER-IMAGE           PIC X(360) VALUE SPACES.
       77  WS-NOW                   PIC X(21) VALUE SPACES.
       77  WS-DONE-SW               PIC X(01) VALUE "N".
           88  MAINT-DONE                   VALUE "Y".
       77  WS-MENU-CHOICE           PIC X(01) VALUE SPACES.
       77  WS-CONFIRM               PIC X(01) VALUE SPACES.
       77  WS-LOOKUP-URL            PIC X(80) VALUE SPACES.
       77  WS-SCAN-EOF-SW           PIC X(01) VALUE "N".
           88  SCAN-EOF                     VALUE "Y".
       77  WS-LIST-SEVERITY         PIC X(01) VALUE SPACES.
       77  WS-PENDING-COUNT         PIC 9(08) VALUE 0 COMP.
      * THE DECISION IN HAND: THE FLAG THE CATALOG ENTRY MOVES TO,
      * THE QUEUE STATUS THAT RECORDS IT, AND THE AUDIT ACTION.
       77  WS-NEW-CAT-FLAG          PIC X(01) VALUE SPACES.
       77  WS-NEW-PQUE-STATUS       PIC X(01) VALUE SPACES.
       77  WS-DECISION              PIC X(08) VALUE SPACES.
       77  WS-CAT-FOUND-SW          PIC X(01) VALUE "N".
           88  CATALOG-ENTRY-FOUND          VALUE "Y".
       77  WS-OPER-STATUS           PIC X(02) VALUE SPACES.
       77  WS-OPER-EOF-SW           PIC X(01) VALUE "N".
           88  OPER-EOF                     VALUE "Y".
       77  WS-TRY-ID                PIC X(08) VALUE SPACES.
       77  WS-TRY-PASSWORD          PIC X(08) VALUE SPACES.
       77  WS-SIGNON-OK-SW          PIC X(01) VALUE "N".
           88  OPERATOR-SIGNED-ON           VALUE "Y".
       77  WS-SIGNON-TRIES          PIC 9(02) VALUE 0 COMP.
       77  WS-SIGNON-MAX            PIC 9(02) VALUE 3 COMP.
       77  WS-MAY-ADD-SW            PIC X(01) VALUE "N".
           88  OPERATOR-MAY-ADD             VALUE "Y".
       77  WS-MAY-CHANGE-SW         PIC X(01) VALUE "N".
           88  OPERATOR-MAY-CHANGE          VALUE "Y".
       77  WS-MAY-DELETE-SW         PIC X(01) VALUE "N".
           88  OPERATOR-MAY-DELETE          VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
               UNTIL MAINT-DONE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE                                          *
      *  OPEN THE QUEUE AND THE CATALOG, THEN SIGN ON. NO QUEUE   *
      *  FILE MEANS THE CRAWLER HAS NEVER QUARANTINED ANYTHING.   *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O POLICY-QUEUE.
           IF WS-PQUE-STATUS = "35"
               DISPLAY "POLICY-REVIEW: NOTHING HAS EVER BEEN "
                   "QUARANTINED - NO POLICY-QUEUE FILE."
               STOP RUN
           END-IF.
           IF WS-PQUE-STATUS NOT = "00"
               DISPLAY "POLICY-REVIEW: CANNOT OPEN POLICY-QUEUE, "
                   "STATUS " WS-PQUE-STATUS
               STOP RUN
           END-IF.
           OPEN I-O PAGE-CATALOG.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "POLICY-REVIEW: CANNOT OPEN PAGE-CATALOG, "
                   "STATUS " WS-CATALOG-STATUS
               CLOSE POLICY-QUEUE
               STOP RUN
           END-IF.
           PERFORM 1100-SIGN-ON THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1100-SIGN-ON                                             *
      *  VALIDATE ID AND PASSWORD AGAINST THE OPERATORS FILE AND  *
      *  PICK UP THE OPERATOR'S ENTITLEMENTS. EVERY FAILED        *
      *  ATTEMPT GOES TO THE MAINT-AUDIT TRAIL; THREE FAILURES    *
      *  END THE SESSION.                                         *
      *----------------------------------------------------------*
       1100-SIGN-ON.
           MOVE 0 TO WS-SIGNON-TRIES.
           PERFORM 1110-ONE-ATTEMPT THRU 1110-EXIT
               UNTIL OPERATOR-SIGNED-ON
               OR WS-SIGNON-TRIES >= WS-SIGNON-MAX.
           IF NOT OPERATOR-SIGNED-ON
               DISPLAY "SIGN-ON FAILED " WS-SIGNON-MAX
                   " TIMES - SESSION ENDED."
               PERFORM 9100-CLOSE-FILES THRU 9100-EXIT
               STOP RUN
           END-IF.
       1100-EXIT.
           EXIT.

       1110-ONE-ATTEMPT.
           ADD 1 TO WS-SIGNON-TRIES.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-TRY-ID.
           DISPLAY "ENTER PASSWORD: " WITH NO ADVANCING.
           ACCEPT WS-TRY-PASSWORD.
           PERFORM 1120-CHECK-OPERATORS THRU 1120-EXIT.
           IF OPERATOR-SIGNED-ON
               MOVE WS-TRY-ID TO WS-OPERATOR-ID
               DISPLAY "SIGNED ON AS " WS-OPERATOR-ID
           ELSE
               DISPLAY "SIGN-ON REFUSED."
               PERFORM 1130-AUDIT-FAILED-SIGNON THRU 1130-EXIT
           END-IF.
       1110-EXIT.
           EXIT.

       1120-CHECK-OPERATORS.
           MOVE "N" TO WS-SIGNON-OK-SW.
           MOVE "N" TO WS-OPER-EOF-SW.
           OPEN INPUT OPERATORS.
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "POLICY-REVIEW: NO OPERATORS FILE, STATUS "
                   WS-OPER-STATUS
                   " - SIGN-ON CANNOT BE VERIFIED. SESSION ENDED."
               PERFORM 9100-CLOSE-FILES THRU 9100-EXIT
               STOP RUN
           END-IF.
           PERFORM 1125-READ-ONE-OPERATOR THRU 1125-EXIT
               UNTIL OPER-EOF OR OPERATOR-SIGNED-ON.
           CLOSE OPERATORS.
       1120-EXIT.
           EXIT.

       1125-READ-ONE-OPERATOR.
           READ OPERATORS
               AT END
                   MOVE "Y" TO WS-OPER-EOF-SW
               NOT AT END
                   IF OPER-ID = WS-TRY-ID
                   AND OPER-PASSWORD = WS-TRY-PASSWORD
                       MOVE "Y" TO WS-SIGNON-OK-SW
                       MOVE OPER-ADD-FLAG    TO WS-MAY-ADD-SW
                       MOVE OPER-CHANGE-FLAG TO WS-MAY-CHANGE-SW
                       MOVE OPER-DELETE-FLAG TO WS-MAY-DELETE-SW
                   END-IF
           END-READ.
       1125-EXIT.
           EXIT.

      *    THE TRAIL CARRIES WHATEVER ID WAS CLAIMED, SO A
      *    GUESSING SPREE IS INVESTIGABLE.
       1130-AUDIT-FAILED-SIGNON.
           MOVE WS-TRY-ID  TO WS-OPERATOR-ID.
           MOVE "POLICYQ"  TO WS-AUDIT-FILE-ID.
           MOVE "SIGNFAIL" TO WS-AUDIT-ACTION.
           MOVE SPACES     TO WS-AUDIT-KEY.
           MOVE SPACES     TO WS-BEFORE-IMAGE.
           MOVE SPACES     TO WS-AFTER-IMAGE.
           PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
           MOVE SPACES     TO WS-OPERATOR-ID.
       1130-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-PROCESS-MENU                                        *
      *----------------------------------------------------------*
       2000-PROCESS-MENU.
           PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT.
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM 3000-LIST-PENDING THRU 3000-EXIT
               WHEN "2"
                   MOVE "N"       TO WS-NEW-CAT-FLAG
                   MOVE "R"       TO WS-NEW-PQUE-STATUS
                   MOVE "RELEASE" TO WS-DECISION
                   PERFORM 4000-DECIDE-ENTRY THRU 4000-EXIT
               WHEN "3"
                   MOVE "Y"       TO WS-NEW-CAT-FLAG
                   MOVE "B"       TO WS-NEW-PQUE-STATUS
                   MOVE "BLOCK"   TO WS-DECISION
                   PERFORM 4000-DECIDE-ENTRY THRU 4000-EXIT
               WHEN "4"
                   MOVE "Y" TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY "INVALID CHOICE, PLEASE TRY AGAIN."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2100-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "========================================".
           DISPLAY " CONTENT-POLICY QUARANTINE REVIEW".
           DISPLAY "========================================".
           DISPLAY " 1. LIST QUARANTINED ENTRIES".
           DISPLAY " 2. RELEASE AN ENTRY".
           DISPLAY " 3. BLOCK AN ENTRY".
           DISPLAY " 4. EXIT".
           DISPLAY "----------------------------------------".
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-LIST-PENDING                                        *
      *  ONE PASS OF THE QUEUE PER SEVERITY, HIGH FIRST, SO THE   *
      *  WORST CATCHES ARE LOOKED AT BEFORE THE LIKELY FALSE      *
      *  ALARMS. WITHIN A SEVERITY THE QUEUE IS IN URL ORDER.     *
      *----------------------------------------------------------*
       3000-LIST-PENDING.
           MOVE 0 TO WS-PENDING-COUNT.
           MOVE "H" TO WS-LIST-SEVERITY.
           PERFORM 3050-LIST-ONE-SEVERITY THRU 3050-EXIT.
           MOVE "M" TO WS-LIST-SEVERITY.
           PERFORM 3050-LIST-ONE-SEVERITY THRU 3050-EXIT.
           MOVE "L" TO WS-LIST-SEVERITY.
           PERFORM 3050-LIST-ONE-SEVERITY THRU 3050-EXIT.
           IF WS-PENDING-COUNT = 0
               DISPLAY "NO ENTRIES AWAITING REVIEW."
           ELSE
               DISPLAY "----------------------------------------"
               DISPLAY WS-PENDING-COUNT " AWAITING REVIEW."
           END-IF.
       3000-EXIT.
           EXIT.

       3050-LIST-ONE-SEVERITY.
           MOVE "N" TO WS-SCAN-EOF-SW.
           MOVE LOW-VALUES TO PQUE-URL.
           START POLICY-QUEUE KEY NOT LESS THAN PQUE-URL
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START.
           PERFORM 3100-LIST-ONE THRU 3100-EXIT
               UNTIL SCAN-EOF.
       3050-EXIT.
           EXIT.

       3100-LIST-ONE.
           READ POLICY-QUEUE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
                   GO TO 3100-EXIT
           END-READ.
           IF NOT PQUE-PENDING
           OR PQUE-SEVERITY NOT = WS-LIST-SEVERITY
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-PENDING-COUNT.
           DISPLAY " ".
           DISPLAY "URL:      " FUNCTION TRIM(PQUE-URL).
           DISPLAY "TERM:     " FUNCTION TRIM(PQUE-TERM)
               "  (SEVERITY " PQUE-SEVERITY ")".
           DISPLAY "TITLE:    " FUNCTION TRIM(PQUE-TITLE).
           DISPLAY "KEYWORDS: " FUNCTION TRIM(PQUE-KEYWORDS).
           DISPLAY "QUEUED:   " PQUE-QUEUED(1:8).
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-DECIDE-ENTRY                                        *
      *  RELEASE OR BLOCK ONE PENDING ENTRY, AS SET UP BY THE     *
      *  MENU. THE OPERATOR SEES THE ENTRY AS IT STANDS IN THE    *
      *  CATALOG NOW - A REFRESH SINCE IT WAS QUEUED MAY HAVE     *
      *  CHANGED IT - AND CONFIRMS BEFORE ANYTHING IS WRITTEN.    *
      *----------------------------------------------------------*
       4000-DECIDE-ENTRY.
           IF NOT OPERATOR-MAY-DELETE
               DISPLAY "OPERATOR " WS-OPERATOR-ID " IS NOT "
                   "ENTITLED TO RELEASE OR BLOCK ENTRIES."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "ENTER URL TO " FUNCTION TRIM(WS-DECISION) ": "
               WITH NO ADVANCING.
           ACCEPT WS-LOOKUP-URL.
           MOVE WS-LOOKUP-URL TO PQUE-URL.
           READ POLICY-QUEUE
               INVALID KEY
                   DISPLAY "THAT URL HAS NEVER BEEN QUARANTINED."
                   GO TO 4000-EXIT
           END-READ.
           IF NOT PQUE-PENDING
               DISPLAY "ALREADY DECIDED ON " PQUE-DECIDED(1:8)
                   " BY " PQUE-DECIDED-BY " - NOTHING CHANGED."
               GO TO 4000-EXIT
           END-IF.
           MOVE "N" TO WS-CAT-FOUND-SW.
           MOVE WS-LOOKUP-URL TO CAT-URL.
           READ PAGE-CATALOG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CAT-FOUND-SW
           END-READ.
           DISPLAY "TERM:     " FUNCTION TRIM(PQUE-TERM)
               "  (SEVERITY " PQUE-SEVERITY ")".
           IF CATALOG-ENTRY-FOUND
               DISPLAY "TITLE:    " FUNCTION TRIM(CAT-TITLE)
               DISPLAY "KEYWORDS: " FUNCTION TRIM(CAT-KEYWORDS)
           ELSE
               DISPLAY "(ENTRY NO LONGER IN THE CATALOG - ONLY THE "
                   "QUEUE RECORD WILL BE CLOSED)"
           END-IF.
           DISPLAY FUNCTION TRIM(WS-DECISION)
               " THIS ENTRY (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "NOTHING CHANGED."
               GO TO 4000-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           IF CATALOG-ENTRY-FOUND
               PERFORM 5000-UPDATE-CATALOG THRU 5000-EXIT
           END-IF.
           PERFORM 6000-CLOSE-QUEUE-RECORD THRU 6000-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5000-UPDATE-CATALOG                                      *
      *  ONLY A STILL-QUARANTINED ENTRY IS TOUCHED. ONE BLOCKED   *
      *  BY HAND IN THE MEANTIME STAYS AS IT IS.                  *
      *----------------------------------------------------------*
       5000-UPDATE-CATALOG.
           IF NOT CAT-IS-QUARANTINED
               DISPLAY "CATALOG ENTRY IS NO LONGER QUARANTINED "
                   "(FLAG " CAT-BLOCKED-FLAG ") - LEFT AS IT IS."
               GO TO 5000-EXIT
           END-IF.
           MOVE CAT-RECORD TO WS-BEFORE-IMAGE.
           MOVE WS-NEW-CAT-FLAG TO CAT-BLOCKED-FLAG.
           REWRITE CAT-RECORD
               INVALID KEY
                   DISPLAY "CATALOG UPDATE FAILED."
               NOT INVALID KEY
                   IF CAT-IS-BLOCKED
                       DISPLAY "ENTRY BLOCKED - "
                           "WILL NOT APPEAR IN SEARCH RESULTS."
                   ELSE
                       DISPLAY "ENTRY RELEASED - "
                           "BACK IN SEARCH RESULTS."
                   END-IF
                   MOVE "CATALOG"   TO WS-AUDIT-FILE-ID
                   MOVE WS-DECISION TO WS-AUDIT-ACTION
                   MOVE CAT-URL     TO WS-AUDIT-KEY
                   MOVE CAT-RECORD  TO WS-AFTER-IMAGE
                   PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
           END-REWRITE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6000-CLOSE-QUEUE-RECORD                                  *
      *  A RELEASE KEEPS THE CONTENT THE OPERATOR WAS SHOWN, SO   *
      *  THE CRAWLER CAN TELL WHEN IT LATER CHANGES.              *
      *----------------------------------------------------------*
       6000-CLOSE-QUEUE-RECORD.
           MOVE PQUE-RECORD TO WS-BEFORE-IMAGE.
           MOVE WS-NEW-PQUE-STATUS TO PQUE-STATUS.
           MOVE WS-NOW(1:14)       TO PQUE-DECIDED.
           MOVE WS-OPERATOR-ID     TO PQUE-DECIDED-BY.
           IF CATALOG-ENTRY-FOUND AND PQUE-RELEASED
               MOVE CAT-TITLE    TO PQUE-TITLE
               MOVE CAT-KEYWORDS TO PQUE-KEYWORDS
           END-IF.
           REWRITE PQUE-RECORD
               INVALID KEY
                   DISPLAY "QUEUE UPDATE FAILED."
               NOT INVALID KEY
                   DISPLAY "QUEUE RECORD CLOSED."
                   MOVE "POLICYQ"   TO WS-AUDIT-FILE-ID
                   MOVE WS-DECISION TO WS-AUDIT-ACTION
                   MOVE PQUE-URL    TO WS-AUDIT-KEY
                   MOVE PQUE-RECORD TO WS-AFTER-IMAGE
                   PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
           END-REWRITE.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8000-WRITE-AUDIT                                          *
      *  ONE TRAIL RECORD PER SUCCESSFUL ACTION. OPENED AND        *
      *  CLOSED PER WRITE, SO AN ABEND LOSES AT MOST THE LAST      *
      *  ACTION. "POLICYQ" RECORDS CARRY THE FIRST 360 BYTES OF A  *
      *  PQUE-RECORD, KEYED BY URL.                                *
      *----------------------------------------------------------*
       8000-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           OPEN EXTEND MAINT-AUDIT.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT
           END-IF.
           MOVE WS-NOW(1:14)     TO MAUD-TIMESTAMP.
           MOVE WS-OPERATOR-ID   TO MAUD-OPERATOR.
           MOVE WS-AUDIT-FILE-ID TO MAUD-FILE-ID.
           MOVE WS-AUDIT-ACTION  TO MAUD-ACTION.
           MOVE WS-AUDIT-KEY     TO MAUD-KEY.
           MOVE WS-BEFORE-IMAGE  TO MAUD-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE   TO MAUD-AFTER-IMAGE.
           WRITE MAUD-RECORD.
           CLOSE MAINT-AUDIT.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9000-TERMINATE                                           *
      *----------------------------------------------------------*
       9000-TERMINATE.
           PERFORM 9100-CLOSE-FILES THRU 9100-EXIT.
           DISPLAY "POLICY-REVIEW: DONE.".
       9000-EXIT.
           EXIT.

       9100-CLOSE-FILES.
           CLOSE POLICY-QUEUE.
           CLOSE PAGE-CATALOG.
       9100-EXIT.
           EXIT.
