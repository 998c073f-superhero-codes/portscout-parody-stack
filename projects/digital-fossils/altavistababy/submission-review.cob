       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBMISSION-REVIEW.
       AUTHOR. J HENNESSEY.
       INSTALLATION. PORTSCOUT-PARODY-STACK.
       DATE-WRITTEN. 2026-10-09.
       DATE-COMPILED.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-09  JH   INITIAL VERSION - OPERATOR REVIEW OF THE
      *                    SUBMISSIONS THAT PASSED SUBMISSION-INTAKE.
      *                    AN APPROVAL BECOMES A SEED-URLS ROW FOR
      *                    THE NEXT CRAWL; A REJECTION CARRIES A
      *                    REASON FOR THE SUBMITTER'S LETTER.
      *--------------------------------------------------------------
      *
      * SUBMISSION-REVIEW LOADS THE SUBMISSION-QUEUE AND SEED-URLS
      * FILES INTO TABLES, LISTS THE PENDING SUBMISSIONS, AND TAKES
      * APPROVE/REJECT DECISIONS AGAINST THEM. BOTH FILES ARE
      * REWRITTEN AFTER EVERY DECISION, THE WAY SEED-MAINT SAVES,
      * SO AN ABEND LOSES AT MOST THE DECISION IN FLIGHT. DECIDING
      * A SUBMISSION NEEDS THE ADD ENTITLEMENT, SINCE AN APPROVAL
      * ADDS A SEED. EVERY DECISION LANDS IN THE MAINT-AUDIT TRAIL
      * UNDER FILE-ID "SUBMIT", AND AN APPROVAL ALSO WRITES THE
      * "SEED" ADD RECORD SEED-MAINT WOULD HAVE WRITTEN.
      *
      * THE NEW SEED IS APPENDED AFTER THE LAST ROW, SO A CRAWLER
      * CHECKPOINT STILL FINDS ITS RESTART KEY AND THE RESTARTED
      * RUN PICKS THE NEW ROW UP AT THE END.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBMISSION-QUEUE ASSIGN TO "SUBMISSION-QUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBQ-STATUS.
           SELECT SEED-URLS ASSIGN TO "SEED-URLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEED-STATUS.
           SELECT MAINT-AUDIT ASSIGN TO "MAINT-AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPERATORS ASSIGN TO "OPERATORS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBMISSION-QUEUE.
           COPY SUBQREC.

       FD  SEED-URLS.
           COPY SEEDREC.

       FD  MAINT-AUDIT.
           COPY MAUDREC.

       FD  OPERATORS.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       77  WS-SUBQ-STATUS           PIC X(02) VALUE SPACES.
       77  WS-SEED-STATUS           PIC X(02) VALUE SPACES.
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
       77  WS-EOF-SW                PIC X(01) VALUE "N".
           88  FILE-EOF                     VALUE "Y".
      * THE QUEUE, WHOLE RECORDS
       77  WS-SUBQ-MAX              PIC 9(04) VALUE 5000 COMP.
       77  WS-SUBQ-COUNT            PIC 9(04) VALUE 0 COMP.
       77  WS-SUBQ-IX               PIC 9(04) VALUE 0 COMP.
       77  WS-SUBQ-DROPPED          PIC 9(04) VALUE 0 COMP.
       77  WS-PENDING-COUNT         PIC 9(04) VALUE 0 COMP.
       01  WS-SUBQ-TABLE.
           05  WS-SUBQ-ENTRY OCCURS 5000 TIMES
                                    PIC X(506).
      * SEED-URLS, AS SEED-MAINT HOLDS IT
       77  WS-SEED-MAX              PIC 9(04) VALUE 5000 COMP.
       77  WS-SEED-COUNT            PIC 9(04) VALUE 0 COMP.
       77  WS-SEED-IX               PIC 9(04) VALUE 0 COMP.
       77  WS-SEED-DROPPED          PIC 9(04) VALUE 0 COMP.
       01  WS-SEED-TABLE.
           05  WS-SEED-ENTRY OCCURS 5000 TIMES.
               10  WS-TAB-URL           PIC X(80).
               10  WS-TAB-TITLE         PIC X(60).
               10  WS-TAB-KEYWORDS      PIC X(200).
       77  WS-FOUND-AT              PIC 9(04) VALUE 0 COMP.
       77  WS-SEED-FOUND-AT         PIC 9(04) VALUE 0 COMP.
       77  WS-NEW-URL               PIC X(80) VALUE SPACES.
       77  WS-NEW-TITLE             PIC X(60) VALUE SPACES.
       77  WS-NEW-KEYWORDS          PIC X(200) VALUE SPACES.
       77  WS-NEW-REASON            PIC X(60) VALUE SPACES.
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
      *  SIGN ON, THEN LOAD THE QUEUE AND THE SEED TABLE.         *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1100-SIGN-ON THRU 1100-EXIT.
           PERFORM 1500-LOAD-QUEUE-TABLE THRU 1500-EXIT.
           PERFORM 1600-LOAD-SEED-TABLE THRU 1600-EXIT.
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
               DISPLAY "SUBMISSION-REVIEW: NO OPERATORS FILE, STATUS "
                   WS-OPER-STATUS
                   " - SIGN-ON CANNOT BE VERIFIED. SESSION ENDED."
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
           MOVE "SUBMIT"   TO WS-AUDIT-FILE-ID.
           MOVE "SIGNFAIL" TO WS-AUDIT-ACTION.
           MOVE SPACES     TO WS-AUDIT-KEY.
           MOVE SPACES     TO WS-BEFORE-IMAGE.
           MOVE SPACES     TO WS-AFTER-IMAGE.
           PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
           MOVE SPACES     TO WS-OPERATOR-ID.
       1130-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1500-LOAD-QUEUE-TABLE                                    *
      *----------------------------------------------------------*
       1500-LOAD-QUEUE-TABLE.
           OPEN INPUT SUBMISSION-QUEUE.
           IF WS-SUBQ-STATUS = "35"
               DISPLAY "SUBMISSION-REVIEW: NO SUBMISSION-QUEUE ON "
                   "FILE YET - NOTHING TO REVIEW."
               STOP RUN
           END-IF.
           IF WS-SUBQ-STATUS NOT = "00"
               DISPLAY "SUBMISSION-REVIEW: CANNOT OPEN "
                   "SUBMISSION-QUEUE, STATUS " WS-SUBQ-STATUS
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 1510-READ-ONE-QUEUED THRU 1510-EXIT
               UNTIL FILE-EOF.
           CLOSE SUBMISSION-QUEUE.
           DISPLAY "SUBMISSION-REVIEW: " WS-PENDING-COUNT
               " SUBMISSION(S) AWAITING REVIEW.".
           IF WS-SUBQ-DROPPED > 0
               DISPLAY "SUBMISSION-REVIEW: *** TABLE FULL AT "
                   WS-SUBQ-MAX " - " WS-SUBQ-DROPPED
                   " RECORD(S) NOT LOADED. SAVING WOULD DROP THEM, "
                   "SO THE SESSION ENDS HERE. RUN SUBMISSION-LETTERS "
                   "TO PURGE OLD DECISIONS ***"
               STOP RUN
           END-IF.
       1500-EXIT.
           EXIT.

       1510-READ-ONE-QUEUED.
           READ SUBMISSION-QUEUE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-SUBQ-COUNT < WS-SUBQ-MAX
                       ADD 1 TO WS-SUBQ-COUNT
                       MOVE SUBQ-RECORD
                           TO WS-SUBQ-ENTRY(WS-SUBQ-COUNT)
                       IF SUBQ-PENDING
                           ADD 1 TO WS-PENDING-COUNT
                       END-IF
                   ELSE
                       ADD 1 TO WS-SUBQ-DROPPED
                   END-IF
           END-READ.
       1510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1600-LOAD-SEED-TABLE                                     *
      *----------------------------------------------------------*
       1600-LOAD-SEED-TABLE.
           OPEN INPUT SEED-URLS.
           IF WS-SEED-STATUS = "35"
               GO TO 1600-EXIT
           END-IF.
           IF WS-SEED-STATUS NOT = "00"
               DISPLAY "SUBMISSION-REVIEW: CANNOT OPEN SEED-URLS, "
                   "STATUS " WS-SEED-STATUS
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 1610-READ-ONE-SEED THRU 1610-EXIT
               UNTIL FILE-EOF.
           CLOSE SEED-URLS.
           IF WS-SEED-DROPPED > 0
               DISPLAY "SUBMISSION-REVIEW: *** SEED TABLE FULL AT "
                   WS-SEED-MAX " - " WS-SEED-DROPPED " ROW(S) NOT "
                   "LOADED. SAVING WOULD DROP THEM, SO THE SESSION "
                   "ENDS HERE ***"
               STOP RUN
           END-IF.
       1600-EXIT.
           EXIT.

       1610-READ-ONE-SEED.
           READ SEED-URLS
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-SEED-COUNT < WS-SEED-MAX
                       ADD 1 TO WS-SEED-COUNT
                       MOVE SEED-URL
                           TO WS-TAB-URL(WS-SEED-COUNT)
                       MOVE SEED-TITLE
                           TO WS-TAB-TITLE(WS-SEED-COUNT)
                       MOVE SEED-KEYWORDS
                           TO WS-TAB-KEYWORDS(WS-SEED-COUNT)
                   ELSE
                       ADD 1 TO WS-SEED-DROPPED
                   END-IF
           END-READ.
       1610-EXIT.
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
                   PERFORM 4000-APPROVE THRU 4000-EXIT
               WHEN "3"
                   PERFORM 5000-REJECT THRU 5000-EXIT
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
           DISPLAY " URL SUBMISSION REVIEW".
           DISPLAY "========================================".
           DISPLAY " 1. LIST PENDING SUBMISSIONS".
           DISPLAY " 2. APPROVE A SUBMISSION".
           DISPLAY " 3. REJECT A SUBMISSION".
           DISPLAY " 4. EXIT".
           DISPLAY "----------------------------------------".
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-LIST-PENDING                                        *
      *  OLDEST FIRST - THE QUEUE IS IN ARRIVAL ORDER.            *
      *----------------------------------------------------------*
       3000-LIST-PENDING.
           IF WS-PENDING-COUNT = 0
               DISPLAY "NO SUBMISSIONS AWAITING REVIEW."
               GO TO 3000-EXIT
           END-IF.
           MOVE 1 TO WS-SUBQ-IX.
           PERFORM 3100-LIST-ONE THRU 3100-EXIT
               WS-SUBQ-COUNT TIMES.
           DISPLAY "----------------------------------------".
           DISPLAY WS-PENDING-COUNT " AWAITING REVIEW.".
       3000-EXIT.
           EXIT.

       3100-LIST-ONE.
           MOVE WS-SUBQ-ENTRY(WS-SUBQ-IX) TO SUBQ-RECORD.
           IF SUBQ-PENDING
               DISPLAY " "
               DISPLAY "URL:      " FUNCTION TRIM(SUBQ-URL)
               DISPLAY "TITLE:    " FUNCTION TRIM(SUBQ-TITLE)
               DISPLAY "KEYWORDS: " FUNCTION TRIM(SUBQ-KEYWORDS)
               DISPLAY "CONTACT:  " FUNCTION TRIM(SUBQ-CONTACT)
               DISPLAY "RECEIVED: " SUBQ-RECEIVED(1:8)
           END-IF.
           ADD 1 TO WS-SUBQ-IX.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-APPROVE                                             *
      *  THE SUBMITTED TITLE AND KEYWORDS BECOME THE SEED UNLESS  *
      *  THE OPERATOR TIDIES THEM. A URL THAT BECAME A SEED SINCE *
      *  INTAKE CANNOT BE ADDED TWICE - REJECT IT INSTEAD.        *
      *----------------------------------------------------------*
       4000-APPROVE.
           IF NOT OPERATOR-MAY-ADD
               DISPLAY "OPERATOR " WS-OPERATOR-ID " IS NOT "
                   "ENTITLED TO DECIDE SUBMISSIONS."
               GO TO 4000-EXIT
           END-IF.
           IF WS-SEED-COUNT >= WS-SEED-MAX
               DISPLAY "SEED TABLE FULL AT " WS-SEED-MAX
                   " - NOTHING APPROVED."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "ENTER URL TO APPROVE: " WITH NO ADVANCING.
           ACCEPT WS-NEW-URL.
           PERFORM 7000-FIND-PENDING THRU 7000-EXIT.
           IF WS-FOUND-AT = 0
               DISPLAY "NO PENDING SUBMISSION FOR THAT URL."
               GO TO 4000-EXIT
           END-IF.
           PERFORM 7200-FIND-SEED THRU 7200-EXIT.
           IF WS-SEED-FOUND-AT > 0
               DISPLAY "THAT URL IS ALREADY A SEED - REJECT THE "
                   "SUBMISSION INSTEAD."
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-SUBQ-ENTRY(WS-FOUND-AT) TO SUBQ-RECORD.
           MOVE SUBQ-RECORD TO WS-BEFORE-IMAGE.
           DISPLAY "SUBMITTED TITLE: " SUBQ-TITLE.
           DISPLAY "ENTER TITLE (BLANK = AS SUBMITTED): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-TITLE.
           IF WS-NEW-TITLE = SPACES
               MOVE SUBQ-TITLE TO WS-NEW-TITLE
           END-IF.
           DISPLAY "SUBMITTED KEYWORDS: "
               FUNCTION TRIM(SUBQ-KEYWORDS).
           DISPLAY "ENTER KEYWORDS (BLANK = AS SUBMITTED): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-KEYWORDS.
           IF WS-NEW-KEYWORDS = SPACES
               MOVE SUBQ-KEYWORDS TO WS-NEW-KEYWORDS
           END-IF.
           ADD 1 TO WS-SEED-COUNT.
           MOVE WS-NEW-URL      TO WS-TAB-URL(WS-SEED-COUNT).
           MOVE WS-NEW-TITLE    TO WS-TAB-TITLE(WS-SEED-COUNT).
           MOVE WS-NEW-KEYWORDS TO WS-TAB-KEYWORDS(WS-SEED-COUNT).
           PERFORM 6000-SAVE-SEED-FILE THRU 6000-EXIT.
           MOVE "SEED"     TO WS-AUDIT-FILE-ID.
           MOVE "ADD"      TO WS-AUDIT-ACTION.
           MOVE WS-NEW-URL TO WS-AUDIT-KEY.
           MOVE SPACES     TO WS-BEFORE-IMAGE.
           MOVE WS-SEED-ENTRY(WS-SEED-COUNT) TO WS-AFTER-IMAGE.
           PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
           MOVE SUBQ-RECORD TO WS-BEFORE-IMAGE.
           MOVE "A"          TO SUBQ-STATUS.
           MOVE SPACES       TO SUBQ-REASON-CODE.
           MOVE SPACES       TO SUBQ-REASON-TEXT.
           MOVE WS-NOW(1:14) TO SUBQ-DECIDED.
           MOVE WS-OPERATOR-ID TO SUBQ-DECIDED-BY.
           MOVE WS-NEW-TITLE    TO SUBQ-TITLE.
           MOVE WS-NEW-KEYWORDS TO SUBQ-KEYWORDS.
           MOVE SUBQ-RECORD TO WS-SUBQ-ENTRY(WS-FOUND-AT).
           SUBTRACT 1 FROM WS-PENDING-COUNT.
           PERFORM 6500-SAVE-QUEUE-FILE THRU 6500-EXIT.
           DISPLAY "SUBMISSION APPROVED - SEED ADDED FOR THE NEXT "
               "CRAWL.".
           MOVE "SUBMIT"   TO WS-AUDIT-FILE-ID.
           MOVE "APPROVE"  TO WS-AUDIT-ACTION.
           MOVE SUBQ-RECORD TO WS-AFTER-IMAGE.
           PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5000-REJECT                                              *
      *  THE REASON TEXT GOES VERBATIM INTO THE SUBMITTER'S       *
      *  LETTER, SO ONE MUST BE GIVEN.                            *
      *----------------------------------------------------------*
       5000-REJECT.
           IF NOT OPERATOR-MAY-ADD
               DISPLAY "OPERATOR " WS-OPERATOR-ID " IS NOT "
                   "ENTITLED TO DECIDE SUBMISSIONS."
               GO TO 5000-EXIT
           END-IF.
           DISPLAY "ENTER URL TO REJECT: " WITH NO ADVANCING.
           ACCEPT WS-NEW-URL.
           PERFORM 7000-FIND-PENDING THRU 7000-EXIT.
           IF WS-FOUND-AT = 0
               DISPLAY "NO PENDING SUBMISSION FOR THAT URL."
               GO TO 5000-EXIT
           END-IF.
           DISPLAY "ENTER REASON (SENT TO THE SUBMITTER): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-REASON.
           IF WS-NEW-REASON = SPACES
               DISPLAY "A REJECTION NEEDS A REASON - NOTHING "
                   "REJECTED."
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-SUBQ-ENTRY(WS-FOUND-AT) TO SUBQ-RECORD.
           MOVE SUBQ-RECORD TO WS-BEFORE-IMAGE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE "R"           TO SUBQ-STATUS.
           MOVE "REVIEW"      TO SUBQ-REASON-CODE.
           MOVE WS-NEW-REASON TO SUBQ-REASON-TEXT.
           MOVE WS-NOW(1:14)  TO SUBQ-DECIDED.
           MOVE WS-OPERATOR-ID TO SUBQ-DECIDED-BY.
           IF SUBQ-CONTACT = SPACES
               MOVE "X" TO SUBQ-LETTER-FLAG
           ELSE
               MOVE "N" TO SUBQ-LETTER-FLAG
           END-IF.
           MOVE SUBQ-RECORD TO WS-SUBQ-ENTRY(WS-FOUND-AT).
           SUBTRACT 1 FROM WS-PENDING-COUNT.
           PERFORM 6500-SAVE-QUEUE-FILE THRU 6500-EXIT.
           DISPLAY "SUBMISSION REJECTED.".
           MOVE "SUBMIT"   TO WS-AUDIT-FILE-ID.
           MOVE "REJECT"   TO WS-AUDIT-ACTION.
           MOVE WS-NEW-URL TO WS-AUDIT-KEY.
           MOVE SUBQ-RECORD TO WS-AFTER-IMAGE.
           PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6000-SAVE-SEED-FILE                                      *
      *  REWRITE THE WHOLE FILE FROM THE TABLE, AS SEED-MAINT     *
      *  DOES.                                                    *
      *----------------------------------------------------------*
       6000-SAVE-SEED-FILE.
           OPEN OUTPUT SEED-URLS.
           MOVE 0 TO WS-SEED-IX.
           PERFORM 6100-WRITE-ONE-SEED WS-SEED-COUNT TIMES.
           CLOSE SEED-URLS.
       6000-EXIT.
           EXIT.

       6100-WRITE-ONE-SEED.
           ADD 1 TO WS-SEED-IX.
           MOVE WS-TAB-URL(WS-SEED-IX)      TO SEED-URL.
           MOVE WS-TAB-TITLE(WS-SEED-IX)    TO SEED-TITLE.
           MOVE WS-TAB-KEYWORDS(WS-SEED-IX) TO SEED-KEYWORDS.
           WRITE SEED-RECORD.

       6500-SAVE-QUEUE-FILE.
           OPEN OUTPUT SUBMISSION-QUEUE.
           MOVE 0 TO WS-SUBQ-IX.
           PERFORM 6600-WRITE-ONE-QUEUED WS-SUBQ-COUNT TIMES.
           CLOSE SUBMISSION-QUEUE.
       6500-EXIT.
           EXIT.

       6600-WRITE-ONE-QUEUED.
           ADD 1 TO WS-SUBQ-IX.
           MOVE WS-SUBQ-ENTRY(WS-SUBQ-IX) TO SUBQ-RECORD.
           WRITE SUBQ-RECORD.

      *----------------------------------------------------------*
      *  7000-FIND-PENDING                                        *
      *  LINEAR LOOKUP OF WS-NEW-URL AMONG THE PENDING QUEUE      *
      *  RECORDS; ZERO MEANS NOT THERE. INTAKE NEVER QUEUES THE   *
      *  SAME URL TWICE WHILE ONE IS PENDING.                     *
      *----------------------------------------------------------*
       7000-FIND-PENDING.
           MOVE 0 TO WS-FOUND-AT.
           MOVE 1 TO WS-SUBQ-IX.
           PERFORM 7100-CHECK-ONE-QUEUED
               UNTIL WS-FOUND-AT > 0
               OR WS-SUBQ-IX > WS-SUBQ-COUNT.
       7000-EXIT.
           EXIT.

       7100-CHECK-ONE-QUEUED.
           MOVE WS-SUBQ-ENTRY(WS-SUBQ-IX) TO SUBQ-RECORD.
           IF SUBQ-URL = WS-NEW-URL
           AND SUBQ-PENDING
               MOVE WS-SUBQ-IX TO WS-FOUND-AT
           ELSE
               ADD 1 TO WS-SUBQ-IX
           END-IF.

       7200-FIND-SEED.
           MOVE 0 TO WS-SEED-FOUND-AT.
           MOVE 1 TO WS-SEED-IX.
           PERFORM 7300-CHECK-ONE-SEED
               UNTIL WS-SEED-FOUND-AT > 0
               OR WS-SEED-IX > WS-SEED-COUNT.
       7200-EXIT.
           EXIT.

       7300-CHECK-ONE-SEED.
           IF WS-TAB-URL(WS-SEED-IX) = WS-NEW-URL
               MOVE WS-SEED-IX TO WS-SEED-FOUND-AT
           ELSE
               ADD 1 TO WS-SEED-IX
           END-IF.

      *----------------------------------------------------------*
      *  8000-WRITE-AUDIT                                          *
      *  ONE TRAIL RECORD PER DECISION. THE QUEUE IMAGE IS CUT TO  *
      *  THE FIRST 360 BYTES - URL, TITLE, KEYWORDS, STATUS, AND   *
      *  REASON CODE - WHICH IS WHAT AN INVESTIGATION NEEDS.       *
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
           DISPLAY "SUBMISSION-REVIEW: DONE.".
       9000-EXIT.
           EXIT.
