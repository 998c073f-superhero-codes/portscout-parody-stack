       IDENTIFICATION DIVISION.
       PROGRAM-ID. THESAURUS-MAINT.
       AUTHOR. J HENNESSEY.
       INSTALLATION. PORTSCOUT-PARODY-STACK.
       DATE-WRITTEN. 2026-10-13.
       DATE-COMPILED.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-13  JH   INITIAL VERSION - INTERACTIVE MENU OVER
      *                    THE THESAURUS OF SYNONYM GROUPS THAT
      *                    ALTAVISTA-BABY AND QUERY-ALERTS WIDEN
      *                    QUERY WORDS THROUGH. SIGN-ON,
      *                    ENTITLEMENTS AND MAINT-AUDIT AS IN
      *                    CATALOG-MAINT.
      *--------------------------------------------------------------
      *
      * THESAURUS-MAINT LETS OPERATIONS STAFF KEEP THE SYNONYM
      * GROUPS THAT LET "CAR" FIND A PAGE KEYWORDED "AUTOMOBILE":
      *   - ADD A GROUP OF TWO OR MORE WORDS UNDER A GROUP ID
      *   - CHANGE A GROUP'S WORDS (THE NEW LIST REPLACES THE OLD)
      *   - DELETE A GROUP
      *   - LIST EVERY GROUP
      *   - LOOK UP WHICH GROUP, IF ANY, HOLDS A WORD
      * WORDS ARE STORED UPPER CASE, ONE SPACE APART, REPEATS
      * DROPPED. A WORD MAY SIT IN ONE GROUP ONLY - A SEARCHER'S
      * WORD MUST WIDEN ONE WAY, NOT TWO - SO ADD AND CHANGE ARE
      * REFUSED WHEN ANY WORD IS ALREADY IN ANOTHER GROUP. A
      * CHANGE TAKES EFFECT WITH THE NEXT QUERY; NOTHING IS
      * REBUILT OVERNIGHT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT THESAURUS ASSIGN TO "THESAURUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS THES-GROUP-ID
               FILE STATUS IS WS-THES-STATUS.
           SELECT MAINT-AUDIT ASSIGN TO "MAINT-AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPERATORS ASSIGN TO "OPERATORS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  THESAURUS.
           COPY THESREC.

       FD  MAINT-AUDIT.
           COPY MAUDREC.

       FD  OPERATORS.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       77  WS-THES-STATUS           PIC X(02) VALUE SPACES.
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
       77  WS-LOOKUP-ID             PIC X(08) VALUE SPACES.
       77  WS-LOOKUP-WORD           PIC X(40) VALUE SPACES.
       77  WS-NEW-TERMS             PIC X(200) VALUE SPACES.
       77  WS-CLEAN-TERMS           PIC X(200) VALUE SPACES.
       77  WS-CLEAN-PTR             PIC 9(04) VALUE 0 COMP.
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
       77  WS-GROUP-COUNT           PIC 9(08) VALUE 0 COMP.
      * WORD-LIST CHECKING. THE OPERATOR'S LIST IS SPLIT INTO
      * WS-TERM-TABLE, THEN EVERY OTHER GROUP ON FILE IS SPLIT A
      * WORD AT A TIME AND COMPARED AGAINST IT.
       77  WS-TERM-MAX              PIC 9(04) VALUE 20 COMP.
       77  WS-TERM-COUNT            PIC 9(04) VALUE 0 COMP.
       77  WS-TERM-IX               PIC 9(04) VALUE 0 COMP.
       77  WS-TERM-PTR              PIC 9(04) VALUE 0 COMP.
       77  WS-TERM-LEN              PIC 9(04) VALUE 0 COMP.
       77  WS-TERM-WORD             PIC X(40) VALUE SPACES.
       77  WS-QUOTE-TALLY           PIC 9(04) VALUE 0 COMP.
       77  WS-TERMS-OK-SW           PIC X(01) VALUE "N".
           88  TERMS-OK                     VALUE "Y".
       77  WS-TERM-BAD-SW           PIC X(01) VALUE "N".
           88  TERM-REJECTED                VALUE "Y".
       77  WS-TERM-DUP-SW           PIC X(01) VALUE "N".
           88  TERM-REPEATED                VALUE "Y".
       77  WS-SKIP-ID               PIC X(08) VALUE SPACES.
       77  WS-OTHER-PTR             PIC 9(04) VALUE 0 COMP.
       77  WS-OTHER-LEN             PIC 9(04) VALUE 0 COMP.
       77  WS-OTHER-WORD            PIC X(40) VALUE SPACES.
       77  WS-CLASH-SW              PIC X(01) VALUE "N".
           88  CLASH-FOUND                  VALUE "Y".
       77  WS-CLASH-GROUP           PIC X(08) VALUE SPACES.
       77  WS-CLASH-WORD            PIC X(40) VALUE SPACES.
       01  WS-TERM-TABLE.
           05  WS-TERM-TEXT         PIC X(40) OCCURS 20 TIMES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
               UNTIL MAINT-DONE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE                                          *
      *  OPEN THE THESAURUS, CREATING IT THE FIRST TIME THE MENU  *
      *  IS RUN.                                                  *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O THESAURUS.
           IF WS-THES-STATUS = "35"
               OPEN OUTPUT THESAURUS
               CLOSE THESAURUS
               OPEN I-O THESAURUS
           END-IF.
           IF WS-THES-STATUS NOT = "00"
               DISPLAY
                   "THESAURUS-MAINT: CANNOT OPEN THESAURUS, STATUS "
                   WS-THES-STATUS
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
               DISPLAY "THESAURUS-MAINT: NO OPERATORS FILE, STATUS "
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
           MOVE "THESAURU" TO WS-AUDIT-FILE-ID.
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
                   PERFORM 3000-ADD-GROUP THRU 3000-EXIT
               WHEN "2"
                   PERFORM 4000-CHANGE-GROUP THRU 4000-EXIT
               WHEN "3"
                   PERFORM 5000-DELETE-GROUP THRU 5000-EXIT
               WHEN "4"
                   PERFORM 6000-LIST-GROUPS THRU 6000-EXIT
               WHEN "5"
                   PERFORM 6500-LOOK-UP-WORD THRU 6500-EXIT
               WHEN "6"
                   MOVE "Y" TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY "INVALID CHOICE, PLEASE TRY AGAIN."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2100-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "========================================".
           DISPLAY " THESAURUS MAINTENANCE".
           DISPLAY "========================================".
           DISPLAY " 1. ADD A SYNONYM GROUP".
           DISPLAY " 2. CHANGE A GROUP'S WORDS".
           DISPLAY " 3. DELETE A GROUP".
           DISPLAY " 4. LIST ALL GROUPS".
           DISPLAY " 5. LOOK UP A WORD".
           DISPLAY " 6. EXIT".
           DISPLAY "----------------------------------------".
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-ADD-GROUP                                           *
      *----------------------------------------------------------*
       3000-ADD-GROUP.
           IF NOT OPERATOR-MAY-ADD
               DISPLAY "OPERATOR " WS-OPERATOR-ID " IS NOT "
                   "ENTITLED TO ADD GROUPS."
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "ENTER NEW GROUP ID: " WITH NO ADVANCING.
           ACCEPT WS-LOOKUP-ID.
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-ID) TO WS-LOOKUP-ID.
           IF WS-LOOKUP-ID = SPACES
               DISPLAY "A GROUP ID IS REQUIRED."
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-LOOKUP-ID TO THES-GROUP-ID.
           READ THESAURUS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "THAT GROUP ID IS ALREADY IN USE."
                   GO TO 3000-EXIT
           END-READ.
           DISPLAY "ENTER THE GROUP'S WORDS, SPACE-SEPARATED: "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-TERMS.
           MOVE WS-LOOKUP-ID TO WS-SKIP-ID.
           PERFORM 7000-CHECK-TERMS THRU 7000-EXIT.
           IF NOT TERMS-OK
               DISPLAY "NOTHING ADDED."
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-LOOKUP-ID   TO THES-GROUP-ID.
           MOVE WS-CLEAN-TERMS TO THES-TERMS.
           WRITE THES-RECORD
               INVALID KEY
                   DISPLAY "THAT GROUP ID IS ALREADY IN USE."
               NOT INVALID KEY
                   DISPLAY "GROUP ADDED: " THES-TERMS(1:60)
                   MOVE "THESAURU"    TO WS-AUDIT-FILE-ID
                   MOVE "ADD"         TO WS-AUDIT-ACTION
                   MOVE THES-GROUP-ID TO WS-AUDIT-KEY
                   MOVE SPACES        TO WS-BEFORE-IMAGE
                   MOVE THES-RECORD   TO WS-AFTER-IMAGE
                   PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
           END-WRITE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-CHANGE-GROUP                                        *
      *  THE NEW WORD LIST REPLACES THE OLD ONE WHOLE. THE CHECK  *
      *  AGAINST OTHER GROUPS MOVES THROUGH THE FILE, SO THE      *
      *  GROUP IS READ AGAIN BEFORE IT IS REWRITTEN.              *
      *----------------------------------------------------------*
       4000-CHANGE-GROUP.
           IF NOT OPERATOR-MAY-CHANGE
               DISPLAY "OPERATOR " WS-OPERATOR-ID " IS NOT "
                   "ENTITLED TO CHANGE GROUPS."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "ENTER GROUP ID TO CHANGE: " WITH NO ADVANCING.
           ACCEPT WS-LOOKUP-ID.
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-ID) TO WS-LOOKUP-ID.
           MOVE WS-LOOKUP-ID TO THES-GROUP-ID.
           READ THESAURUS
               INVALID KEY
                   DISPLAY "GROUP NOT FOUND."
                   GO TO 4000-EXIT
           END-READ.
           MOVE THES-RECORD TO WS-BEFORE-IMAGE.
           DISPLAY "CURRENT WORDS: " THES-TERMS(1:60).
           IF THES-TERMS(61:140) NOT = SPACES
               DISPLAY "               " THES-TERMS(61:60)
           END-IF.
           DISPLAY "ENTER NEW WORDS (BLANK = NO CHANGE): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-TERMS.
           IF WS-NEW-TERMS = SPACES
               DISPLAY "NOTHING CHANGED."
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-LOOKUP-ID TO WS-SKIP-ID.
           PERFORM 7000-CHECK-TERMS THRU 7000-EXIT.
           IF NOT TERMS-OK
               DISPLAY "NOTHING CHANGED."
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-APPLY-CHANGES THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

       4100-APPLY-CHANGES.
           MOVE WS-LOOKUP-ID TO THES-GROUP-ID.
           READ THESAURUS
               INVALID KEY
                   DISPLAY "GROUP NOT FOUND."
                   GO TO 4100-EXIT
           END-READ.
           MOVE WS-CLEAN-TERMS TO THES-TERMS.
           REWRITE THES-RECORD
               INVALID KEY
                   DISPLAY "UPDATE FAILED."
               NOT INVALID KEY
                   DISPLAY "GROUP UPDATED."
                   MOVE "THESAURU"    TO WS-AUDIT-FILE-ID
                   MOVE "CHANGE"      TO WS-AUDIT-ACTION
                   MOVE THES-GROUP-ID TO WS-AUDIT-KEY
                   MOVE THES-RECORD   TO WS-AFTER-IMAGE
                   PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
           END-REWRITE.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5000-DELETE-GROUP                                        *
      *----------------------------------------------------------*
       5000-DELETE-GROUP.
           IF NOT OPERATOR-MAY-DELETE
               DISPLAY "OPERATOR " WS-OPERATOR-ID " IS NOT "
                   "ENTITLED TO DELETE GROUPS."
               GO TO 5000-EXIT
           END-IF.
           DISPLAY "ENTER GROUP ID TO DELETE: " WITH NO ADVANCING.
           ACCEPT WS-LOOKUP-ID.
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-ID) TO WS-LOOKUP-ID.
           MOVE WS-LOOKUP-ID TO THES-GROUP-ID.
           READ THESAURUS
               INVALID KEY
                   DISPLAY "GROUP NOT FOUND."
                   GO TO 5000-EXIT
           END-READ.
           DISPLAY "DELETE " THES-TERMS(1:60).
           DISPLAY "ARE YOU SURE (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "NOTHING DELETED."
               GO TO 5000-EXIT
           END-IF.
           MOVE THES-RECORD TO WS-BEFORE-IMAGE.
           DELETE THESAURUS RECORD
               INVALID KEY
                   DISPLAY "GROUP NOT FOUND."
               NOT INVALID KEY
                   DISPLAY "GROUP DELETED."
                   MOVE "THESAURU"   TO WS-AUDIT-FILE-ID
                   MOVE "DELETE"     TO WS-AUDIT-ACTION
                   MOVE WS-LOOKUP-ID TO WS-AUDIT-KEY
                   MOVE SPACES       TO WS-AFTER-IMAGE
                   PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
           END-DELETE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6000-LIST-GROUPS                                         *
      *  EVERY GROUP IN GROUP-ID ORDER, LONG WORD LISTS WRAPPED.  *
      *----------------------------------------------------------*
       6000-LIST-GROUPS.
           MOVE 0 TO WS-GROUP-COUNT.
           MOVE "N" TO WS-SCAN-EOF-SW.
           DISPLAY " ".
           DISPLAY "SYNONYM GROUPS".
           DISPLAY "----------------------------------------".
           MOVE LOW-VALUES TO THES-GROUP-ID.
           START THESAURUS KEY NOT LESS THAN THES-GROUP-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START.
           PERFORM 6100-LIST-ONE-GROUP THRU 6100-EXIT
               UNTIL SCAN-EOF.
           IF WS-GROUP-COUNT = 0
               DISPLAY "(NO GROUPS ON FILE)"
           ELSE
               DISPLAY "----------------------------------------"
               DISPLAY WS-GROUP-COUNT " GROUP(S)"
           END-IF.
       6000-EXIT.
           EXIT.

       6100-LIST-ONE-GROUP.
           READ THESAURUS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
                   GO TO 6100-EXIT
           END-READ.
           ADD 1 TO WS-GROUP-COUNT.
           DISPLAY THES-GROUP-ID "  " THES-TERMS(1:60).
           IF THES-TERMS(61:60) NOT = SPACES
               DISPLAY "          " THES-TERMS(61:60)
           END-IF.
           IF THES-TERMS(121:80) NOT = SPACES
               DISPLAY "          " THES-TERMS(121:60)
           END-IF.
           IF THES-TERMS(181:20) NOT = SPACES
               DISPLAY "          " THES-TERMS(181:20)
           END-IF.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6500-LOOK-UP-WORD                                        *
      *  THE SAME SCAN THAT KEEPS GROUPS APART, RUN FOR A ONE-    *
      *  WORD LIST: THE GROUP IT CLASHES WITH IS THE ANSWER.      *
      *----------------------------------------------------------*
       6500-LOOK-UP-WORD.
           DISPLAY "ENTER WORD TO LOOK UP: " WITH NO ADVANCING.
           ACCEPT WS-LOOKUP-WORD.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOOKUP-WORD))
               TO WS-LOOKUP-WORD.
           IF WS-LOOKUP-WORD = SPACES
               GO TO 6500-EXIT
           END-IF.
           MOVE SPACES TO WS-TERM-TABLE.
           MOVE WS-LOOKUP-WORD TO WS-TERM-TEXT(1).
           MOVE 1 TO WS-TERM-COUNT.
           MOVE SPACES TO WS-SKIP-ID.
           PERFORM 7200-CHECK-OTHER-GROUPS THRU 7200-EXIT.
           IF CLASH-FOUND
               DISPLAY WS-LOOKUP-WORD " IS IN GROUP " WS-CLASH-GROUP
               DISPLAY "  " THES-TERMS(1:60)
               IF THES-TERMS(61:140) NOT = SPACES
                   DISPLAY "  " THES-TERMS(61:60)
               END-IF
           ELSE
               DISPLAY WS-LOOKUP-WORD " IS NOT IN THE THESAURUS."
           END-IF.
       6500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7000-CHECK-TERMS                                         *
      *  SPLIT AND VET THE OPERATOR'S WORD LIST. ON SUCCESS THE   *
      *  NORMALIZED LIST (UPPER CASE, ONE SPACE APART, REPEATS    *
      *  DROPPED) IS IN WS-CLEAN-TERMS. WS-SKIP-ID IS THE GROUP   *
      *  BEING WRITTEN, WHICH MAY OF COURSE HOLD ITS OWN WORDS.   *
      *----------------------------------------------------------*
       7000-CHECK-TERMS.
           MOVE "N" TO WS-TERMS-OK-SW.
           MOVE "N" TO WS-TERM-BAD-SW.
           MOVE FUNCTION UPPER-CASE(WS-NEW-TERMS) TO WS-NEW-TERMS.
           MOVE SPACES TO WS-TERM-TABLE.
           MOVE 0 TO WS-TERM-COUNT.
           MOVE 1 TO WS-TERM-PTR.
           PERFORM 7100-TAKE-ONE-TERM THRU 7100-EXIT
               UNTIL WS-TERM-PTR > 200 OR TERM-REJECTED.
           IF TERM-REJECTED
               GO TO 7000-EXIT
           END-IF.
           IF WS-TERM-COUNT < 2
               DISPLAY "A GROUP NEEDS AT LEAST TWO DIFFERENT WORDS."
               GO TO 7000-EXIT
           END-IF.
           PERFORM 7200-CHECK-OTHER-GROUPS THRU 7200-EXIT.
           IF CLASH-FOUND
               DISPLAY WS-CLASH-WORD " IS ALREADY IN GROUP "
                   WS-CLASH-GROUP "."
               GO TO 7000-EXIT
           END-IF.
           MOVE SPACES TO WS-CLEAN-TERMS.
           MOVE 1 TO WS-CLEAN-PTR.
           MOVE 0 TO WS-TERM-IX.
           PERFORM 7300-APPEND-ONE-TERM WS-TERM-COUNT TIMES.
           MOVE "Y" TO WS-TERMS-OK-SW.
       7000-EXIT.
           EXIT.

      *    A WORD A SEARCHER COULD NEVER TYPE AS A PLAIN QUERY WORD
      *    (A -WORD, ANYTHING WITH A QUOTE) WOULD NEVER WIDEN, SO
      *    IT IS REFUSED RATHER THAN STORED.
       7100-TAKE-ONE-TERM.
           MOVE SPACES TO WS-TERM-WORD.
           MOVE 0 TO WS-TERM-LEN.
           UNSTRING WS-NEW-TERMS DELIMITED BY ALL SPACE
               INTO WS-TERM-WORD COUNT IN WS-TERM-LEN
               WITH POINTER WS-TERM-PTR
           END-UNSTRING.
           IF WS-TERM-LEN = 0
               GO TO 7100-EXIT
           END-IF.
           IF WS-TERM-LEN > 40
               DISPLAY "WORD TOO LONG (40 CHARACTERS AT MOST): "
                   WS-TERM-WORD
               MOVE "Y" TO WS-TERM-BAD-SW
               GO TO 7100-EXIT
           END-IF.
           MOVE 0 TO WS-QUOTE-TALLY.
           INSPECT WS-TERM-WORD TALLYING WS-QUOTE-TALLY
               FOR ALL QUOTE.
           IF WS-TERM-WORD(1:1) = "-" OR WS-QUOTE-TALLY > 0
               DISPLAY "NOT A PLAIN SEARCH WORD: " WS-TERM-WORD
               MOVE "Y" TO WS-TERM-BAD-SW
               GO TO 7100-EXIT
           END-IF.
           MOVE "N" TO WS-TERM-DUP-SW.
           MOVE 1 TO WS-TERM-IX.
           PERFORM 7110-CHECK-REPEAT
               UNTIL TERM-REPEATED OR WS-TERM-IX > WS-TERM-COUNT.
           IF TERM-REPEATED
               GO TO 7100-EXIT
           END-IF.
           IF WS-TERM-COUNT >= WS-TERM-MAX
               DISPLAY "A GROUP HOLDS AT MOST " WS-TERM-MAX
                   " WORDS."
               MOVE "Y" TO WS-TERM-BAD-SW
               GO TO 7100-EXIT
           END-IF.
           ADD 1 TO WS-TERM-COUNT.
           MOVE WS-TERM-WORD TO WS-TERM-TEXT(WS-TERM-COUNT).
       7100-EXIT.
           EXIT.

       7110-CHECK-REPEAT.
           IF WS-TERM-TEXT(WS-TERM-IX) = WS-TERM-WORD
               MOVE "Y" TO WS-TERM-DUP-SW
           ELSE
               ADD 1 TO WS-TERM-IX
           END-IF.

      *    STOPS AT THE FIRST GROUP HOLDING ANY WORD OF THE LIST,
      *    LEAVING THAT GROUP IN THES-RECORD.
       7200-CHECK-OTHER-GROUPS.
           MOVE "N" TO WS-CLASH-SW.
           MOVE "N" TO WS-SCAN-EOF-SW.
           MOVE LOW-VALUES TO THES-GROUP-ID.
           START THESAURUS KEY NOT LESS THAN THES-GROUP-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START.
           PERFORM 7210-CHECK-ONE-GROUP THRU 7210-EXIT
               UNTIL SCAN-EOF OR CLASH-FOUND.
       7200-EXIT.
           EXIT.

       7210-CHECK-ONE-GROUP.
           READ THESAURUS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
                   GO TO 7210-EXIT
           END-READ.
           IF THES-GROUP-ID = WS-SKIP-ID
               GO TO 7210-EXIT
           END-IF.
           MOVE 1 TO WS-OTHER-PTR.
           PERFORM 7220-CHECK-ONE-OTHER-WORD THRU 7220-EXIT
               UNTIL WS-OTHER-PTR > 200 OR CLASH-FOUND.
       7210-EXIT.
           EXIT.

       7220-CHECK-ONE-OTHER-WORD.
           MOVE SPACES TO WS-OTHER-WORD.
           MOVE 0 TO WS-OTHER-LEN.
           UNSTRING THES-TERMS DELIMITED BY ALL SPACE
               INTO WS-OTHER-WORD COUNT IN WS-OTHER-LEN
               WITH POINTER WS-OTHER-PTR
           END-UNSTRING.
           IF WS-OTHER-LEN = 0
               GO TO 7220-EXIT
           END-IF.
           MOVE 1 TO WS-TERM-IX.
           PERFORM 7230-MATCH-LIST-WORD
               UNTIL CLASH-FOUND OR WS-TERM-IX > WS-TERM-COUNT.
       7220-EXIT.
           EXIT.

       7230-MATCH-LIST-WORD.
           IF WS-TERM-TEXT(WS-TERM-IX) = WS-OTHER-WORD
               MOVE "Y"           TO WS-CLASH-SW
               MOVE THES-GROUP-ID TO WS-CLASH-GROUP
               MOVE WS-OTHER-WORD TO WS-CLASH-WORD
           ELSE
               ADD 1 TO WS-TERM-IX
           END-IF.

       7300-APPEND-ONE-TERM.
           ADD 1 TO WS-TERM-IX.
           STRING WS-TERM-TEXT(WS-TERM-IX) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               INTO WS-CLEAN-TERMS WITH POINTER WS-CLEAN-PTR
           END-STRING.

      *----------------------------------------------------------*
      *  8000-WRITE-AUDIT                                          *
      *  ONE TRAIL RECORD PER SUCCESSFUL ACTION. OPENED AND        *
      *  CLOSED PER WRITE, SO AN ABEND LOSES AT MOST THE LAST      *
      *  ACTION. "THESAURU" RECORDS CARRY A THES-RECORD IMAGE      *
      *  KEYED BY GROUP ID.                                        *
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
           DISPLAY "THESAURUS-MAINT: DONE.".
       9000-EXIT.
           EXIT.

       9100-CLOSE-FILES.
           CLOSE THESAURUS.
       9100-EXIT.
           EXIT.
