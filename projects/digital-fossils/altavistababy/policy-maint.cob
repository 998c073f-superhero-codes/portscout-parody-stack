       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLICY-MAINT.
       AUTHOR. J HENNESSEY.
       INSTALLATION. PORTSCOUT-PARODY-STACK.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  JH   INITIAL VERSION - INTERACTIVE MENU OVER
      *                    THE POLICY-TERMS LIST THAT
      *                    CATALOG-CRAWLER SCREENS PAGES WITH AND
      *                    ALTAVISTA-BABY SCREENS QUERIES WITH.
      *                    SIGN-ON, ENTITLEMENTS AND MAINT-AUDIT AS
      *                    IN CATALOG-MAINT.
      *--------------------------------------------------------------
      *
      * POLICY-MAINT LETS OPERATIONS STAFF KEEP THE LIST OF WORDS
      * AND PHRASES A PAGE OR A QUERY MUST NOT CARRY UNREVIEWED:
      *   - ADD A TERM WITH ITS SEVERITY (H, M OR L)
      *   - CHANGE A TERM'S SEVERITY
      *   - DELETE A TERM
      *   - LIST EVERY TERM
      * TERMS ARE STORED UPPER CASE WITH SINGLE SPACES AND MATCH
      * ONLY AS A WHOLE WORD OR PHRASE. THE SCREENS BLANK OUT
      * PUNCTUATION BEFORE MATCHING, SO A TERM CARRYING ANY (A
      * HYPHEN EXCEPTED) COULD NEVER MATCH AND IS REFUSED. A
      * CHANGE REACHES QUERIES AT ONCE AND PAGES AT THE NEXT CRAWL
      * THAT STORES OR REFRESHES THEM; DELETING A TERM RELEASES
      * NOTHING ALREADY QUARANTINED - THAT IS POLICY-REVIEW'S JOB.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-TERMS ASSIGN TO "POLICY-TERMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POLT-TERM
               FILE STATUS IS WS-POLT-STATUS.
           SELECT MAINT-AUDIT ASSIGN TO "MAINT-AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPERATORS ASSIGN TO "OPERATORS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-TERMS.
           COPY POLTREC.

       FD  MAINT-AUDIT.
           COPY MAUDREC.

       FD  OPERATORS.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       77  WS-POLT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-AUDIT-STATUS          PIC X(02) VALUE SPACES.
       77  WS-OPERATOR-ID           PIC X(08) VALUE SPACES.
       77  WS-AUDIT-FILE-ID         PIC X(08) VALUE SPACES.
       77  WS-AUDIT-ACTION          PIC X(08) VALUE SPACES.
       77  WS-AUDIT-KEY             PIC X(80) VALUE SPACES.
       77  WS-BEFORE-IMAGE          PIC X(360) VALUE SPACES.
       77  WS-AFTER-IMAGE           PIC X(360) VALUE SPACES.
       77  WS-DONE-SW               PIC X(01) VALUE "N".
           88  MAINT-DONE                   VALUE "Y".
       77  WS-MENU-CHOICE           PIC X(01) VALUE SPACES.
       77  WS-CONFIRM               PIC X(01) VALUE SPACES.
       77  WS-NOW                   PIC X(21) VALUE SPACES.
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
       77  WS-SCAN-EOF-SW           PIC X(01) VALUE "N".
           88  SCAN-EOF                     VALUE "Y".
       77  WS-TERM-COUNT            PIC 9(08) VALUE 0 COMP.
      * TERM ENTRY. THE OPERATOR'S TEXT IS UPPER-CASED AND EVERY
      * RUN OF BLANKS (LEADING ONES INCLUDED) IS SQUEEZED OUT INTO
      * WS-CLEAN-TERM, THE FORM THE SCREENS MATCH ON.
       77  WS-NEW-TERM              PIC X(40) VALUE SPACES.
       77  WS-CLEAN-TERM            PIC X(40) VALUE SPACES.
       77  WS-CLEAN-LEN             PIC 9(04) VALUE 0 COMP.
       77  WS-CLEAN-POS             PIC 9(04) VALUE 0 COMP.
       77  WS-CLEAN-GAP-SW          PIC X(01) VALUE "N".
           88  CLEAN-GAP-PENDING            VALUE "Y".
       77  WS-PUNCT-TALLY           PIC 9(04) VALUE 0 COMP.
       77  WS-TERM-OK-SW            PIC X(01) VALUE "N".
           88  TERM-OK                      VALUE "Y".
       77  WS-NEW-SEVERITY          PIC X(01) VALUE SPACES.
           88  NEW-SEVERITY-VALID           VALUE "H" "M" "L".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
               UNTIL MAINT-DONE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE                                          *
      *  OPEN THE TERM LIST, CREATING IT THE FIRST TIME THE MENU  *
      *  IS RUN.                                                  *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O POLICY-TERMS.
           IF WS-POLT-STATUS = "35"
               OPEN OUTPUT POLICY-TERMS
               CLOSE POLICY-TERMS
               OPEN I-O POLICY-TERMS
           END-IF.
           IF WS-POLT-STATUS NOT = "00"
               DISPLAY
                   "POLICY-MAINT: CANNOT OPEN POLICY-TERMS, STATUS "
                   WS-POLT-STATUS
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
               DISPLAY "POLICY-MAINT: NO OPERATORS FILE, STATUS "
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
           MOVE "POLICY"   TO WS-AUDIT-FILE-ID.
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
                   PERFORM 3000-ADD-TERM THRU 3000-EXIT
               WHEN "2"
                   PERFORM 4000-CHANGE-SEVERITY THRU 4000-EXIT
               WHEN "3"
                   PERFORM 5000-DELETE-TERM THRU 5000-EXIT
               WHEN "4"
                   PERFORM 6000-LIST-TERMS THRU 6000-EXIT
               WHEN "5"
                   MOVE "Y" TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY "INVALID CHOICE, PLEASE TRY AGAIN."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2100-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "========================================".
           DISPLAY " CONTENT-POLICY TERM MAINTENANCE".
           DISPLAY "========================================".
           DISPLAY " 1. ADD A TERM".
           DISPLAY " 2. CHANGE A TERM'S SEVERITY".
           DISPLAY " 3. DELETE A TERM".
           DISPLAY " 4. LIST ALL TERMS".
           DISPLAY " 5. EXIT".
           DISPLAY "----------------------------------------".
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-ADD-TERM                                            *
      *----------------------------------------------------------*
       3000-ADD-TERM.
           IF NOT OPERATOR-MAY-ADD
               DISPLAY "OPERATOR " WS-OPERATOR-ID " IS NOT "
                   "ENTITLED TO ADD TERMS."
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "ENTER NEW TERM (WORD OR PHRASE): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-TERM.
           PERFORM 7000-CLEAN-TERM THRU 7000-EXIT.
           IF NOT TERM-OK
               DISPLAY "NOTHING ADDED."
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-CLEAN-TERM TO POLT-TERM.
           READ POLICY-TERMS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "THAT TERM IS ALREADY ON THE LIST, "
                       "SEVERITY " POLT-SEVERITY "."
                   GO TO 3000-EXIT
           END-READ.
           PERFORM 7100-ACCEPT-SEVERITY THRU 7100-EXIT.
           IF NOT NEW-SEVERITY-VALID
               DISPLAY "SEVERITY MUST BE H, M OR L - NOTHING ADDED."
               GO TO 3000-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-CLEAN-TERM   TO POLT-TERM.
           MOVE WS-NEW-SEVERITY TO POLT-SEVERITY.
           MOVE WS-NOW(1:14)    TO POLT-UPDATED.
           MOVE WS-OPERATOR-ID  TO POLT-UPDATED-BY.
           WRITE POLT-RECORD
               INVALID KEY
                   DISPLAY "THAT TERM IS ALREADY ON THE LIST."
               NOT INVALID KEY
                   DISPLAY "TERM ADDED: " POLT-TERM
                   MOVE "POLICY"      TO WS-AUDIT-FILE-ID
                   MOVE "ADD"         TO WS-AUDIT-ACTION
                   MOVE POLT-TERM     TO WS-AUDIT-KEY
                   MOVE SPACES        TO WS-BEFORE-IMAGE
                   MOVE POLT-RECORD   TO WS-AFTER-IMAGE
                   PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
           END-WRITE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-CHANGE-SEVERITY                                     *
      *  THE TERM ITSELF IS THE KEY - TO REWORD ONE, DELETE IT    *
      *  AND ADD THE NEW WORDING.                                 *
      *----------------------------------------------------------*
       4000-CHANGE-SEVERITY.
           IF NOT OPERATOR-MAY-CHANGE
               DISPLAY "OPERATOR " WS-OPERATOR-ID " IS NOT "
                   "ENTITLED TO CHANGE TERMS."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "ENTER TERM TO CHANGE: " WITH NO ADVANCING.
           ACCEPT WS-NEW-TERM.
           PERFORM 7000-CLEAN-TERM THRU 7000-EXIT.
           IF NOT TERM-OK
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-CLEAN-TERM TO POLT-TERM.
           READ POLICY-TERMS
               INVALID KEY
                   DISPLAY "TERM NOT FOUND."
                   GO TO 4000-EXIT
           END-READ.
           DISPLAY "CURRENT SEVERITY: " POLT-SEVERITY.
           PERFORM 7100-ACCEPT-SEVERITY THRU 7100-EXIT.
           IF NOT NEW-SEVERITY-VALID
               DISPLAY "SEVERITY MUST BE H, M OR L - NOTHING "
                   "CHANGED."
               GO TO 4000-EXIT
           END-IF.
           IF WS-NEW-SEVERITY = POLT-SEVERITY
               DISPLAY "SEVERITY UNCHANGED."
               GO TO 4000-EXIT
           END-IF.
           MOVE POLT-RECORD TO WS-BEFORE-IMAGE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NEW-SEVERITY TO POLT-SEVERITY.
           MOVE WS-NOW(1:14)    TO POLT-UPDATED.
           MOVE WS-OPERATOR-ID  TO POLT-UPDATED-BY.
           REWRITE POLT-RECORD
               INVALID KEY
                   DISPLAY "UPDATE FAILED."
               NOT INVALID KEY
                   DISPLAY "SEVERITY CHANGED TO " POLT-SEVERITY "."
                   MOVE "POLICY"      TO WS-AUDIT-FILE-ID
                   MOVE "CHANGE"      TO WS-AUDIT-ACTION
                   MOVE POLT-TERM     TO WS-AUDIT-KEY
                   MOVE POLT-RECORD   TO WS-AFTER-IMAGE
                   PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
           END-REWRITE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5000-DELETE-TERM                                         *
      *----------------------------------------------------------*
       5000-DELETE-TERM.
           IF NOT OPERATOR-MAY-DELETE
               DISPLAY "OPERATOR " WS-OPERATOR-ID " IS NOT "
                   "ENTITLED TO DELETE TERMS."
               GO TO 5000-EXIT
           END-IF.
           DISPLAY "ENTER TERM TO DELETE: " WITH NO ADVANCING.
           ACCEPT WS-NEW-TERM.
           PERFORM 7000-CLEAN-TERM THRU 7000-EXIT.
           IF NOT TERM-OK
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-CLEAN-TERM TO POLT-TERM.
           READ POLICY-TERMS
               INVALID KEY
                   DISPLAY "TERM NOT FOUND."
                   GO TO 5000-EXIT
           END-READ.
           DISPLAY "DELETE " POLT-TERM " (SEVERITY "
               POLT-SEVERITY ")".
           DISPLAY "ARE YOU SURE (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "NOTHING DELETED."
               GO TO 5000-EXIT
           END-IF.
           MOVE POLT-RECORD TO WS-BEFORE-IMAGE.
           DELETE POLICY-TERMS RECORD
               INVALID KEY
                   DISPLAY "TERM NOT FOUND."
               NOT INVALID KEY
                   DISPLAY "TERM DELETED."
                   MOVE "POLICY"      TO WS-AUDIT-FILE-ID
                   MOVE "DELETE"      TO WS-AUDIT-ACTION
                   MOVE WS-CLEAN-TERM TO WS-AUDIT-KEY
                   MOVE SPACES        TO WS-AFTER-IMAGE
                   PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
           END-DELETE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6000-LIST-TERMS                                          *
      *  EVERY TERM IN ALPHABETICAL ORDER WITH ITS SEVERITY AND   *
      *  WHO LAST SET IT.                                         *
      *----------------------------------------------------------*
       6000-LIST-TERMS.
           MOVE 0 TO WS-TERM-COUNT.
           MOVE "N" TO WS-SCAN-EOF-SW.
           DISPLAY " ".
           DISPLAY "CONTENT-POLICY TERMS".
           DISPLAY "----------------------------------------".
           MOVE LOW-VALUES TO POLT-TERM.
           START POLICY-TERMS KEY NOT LESS THAN POLT-TERM
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START.
           PERFORM 6100-LIST-ONE-TERM THRU 6100-EXIT
               UNTIL SCAN-EOF.
           IF WS-TERM-COUNT = 0
               DISPLAY "(NO TERMS ON FILE)"
           ELSE
               DISPLAY "----------------------------------------"
               DISPLAY WS-TERM-COUNT " TERM(S)"
           END-IF.
       6000-EXIT.
           EXIT.

       6100-LIST-ONE-TERM.
           READ POLICY-TERMS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
                   GO TO 6100-EXIT
           END-READ.
           ADD 1 TO WS-TERM-COUNT.
           DISPLAY POLT-SEVERITY "  " POLT-TERM "  "
               POLT-UPDATED(1:8) " " POLT-UPDATED-BY.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7000-CLEAN-TERM                                          *
      *  UPPER-CASE THE TERM, SQUEEZE ITS BLANKS, AND REFUSE ONE  *
      *  THAT IS BLANK OR CARRIES PUNCTUATION THE SCREENS BLANK   *
      *  OUT BEFORE MATCHING.                                     *
      *----------------------------------------------------------*
       7000-CLEAN-TERM.
           MOVE "N" TO WS-TERM-OK-SW.
           MOVE FUNCTION UPPER-CASE(WS-NEW-TERM) TO WS-NEW-TERM.
           MOVE SPACES TO WS-CLEAN-TERM.
           MOVE 0 TO WS-CLEAN-LEN.
           MOVE "N" TO WS-CLEAN-GAP-SW.
           MOVE 1 TO WS-CLEAN-POS.
           PERFORM 7010-CLEAN-ONE-CHAR 40 TIMES.
           IF WS-CLEAN-TERM = SPACES
               DISPLAY "A TERM IS REQUIRED."
               GO TO 7000-EXIT
           END-IF.
           MOVE 0 TO WS-PUNCT-TALLY.
           INSPECT WS-CLEAN-TERM TALLYING WS-PUNCT-TALLY
               FOR ALL "," ALL "." ALL ";" ALL ":" ALL "!"
                   ALL "?" ALL """" ALL "(" ALL ")" ALL "/".
           IF WS-PUNCT-TALLY > 0
               DISPLAY "A TERM MAY NOT CARRY PUNCTUATION OTHER "
                   "THAN A HYPHEN - IT COULD NEVER MATCH."
               GO TO 7000-EXIT
           END-IF.
           MOVE "Y" TO WS-TERM-OK-SW.
       7000-EXIT.
           EXIT.

       7010-CLEAN-ONE-CHAR.
           IF WS-NEW-TERM(WS-CLEAN-POS:1) = SPACE
               MOVE "Y" TO WS-CLEAN-GAP-SW
           ELSE
               IF CLEAN-GAP-PENDING AND WS-CLEAN-LEN > 0
                   ADD 1 TO WS-CLEAN-LEN
               END-IF
               MOVE "N" TO WS-CLEAN-GAP-SW
               ADD 1 TO WS-CLEAN-LEN
               MOVE WS-NEW-TERM(WS-CLEAN-POS:1)
                   TO WS-CLEAN-TERM(WS-CLEAN-LEN:1)
           END-IF.
           ADD 1 TO WS-CLEAN-POS.

       7100-ACCEPT-SEVERITY.
           DISPLAY "SEVERITY (H = HIGH, M = MEDIUM, L = LOW): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-SEVERITY.
           MOVE FUNCTION UPPER-CASE(WS-NEW-SEVERITY)
               TO WS-NEW-SEVERITY.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8000-WRITE-AUDIT                                          *
      *  ONE TRAIL RECORD PER SUCCESSFUL ACTION. OPENED AND        *
      *  CLOSED PER WRITE, SO AN ABEND LOSES AT MOST THE LAST      *
      *  ACTION. "POLICY" RECORDS CARRY A POLT-RECORD IMAGE KEYED  *
      *  BY THE TERM.                                              *
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
           DISPLAY "POLICY-MAINT: DONE.".
       9000-EXIT.
           EXIT.

       9100-CLOSE-FILES.
           CLOSE POLICY-TERMS.
       9100-EXIT.
           EXIT.
