       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATEGORY-MAINT.
       AUTHOR. J HENNESSEY.
       INSTALLATION. PORTSCOUT-PARODY-STACK.
       DATE-WRITTEN. 2026-10-12.
       DATE-COMPILED.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-12  JH   INITIAL VERSION - INTERACTIVE MENU OVER
      *                    THE SUBJECT DIRECTORY: THE CATEGORY TREE
      *                    AND ITS RULE WORDS, PLUS OPERATOR
      *                    OVERRIDES OF THE CRAWLER'S RULE FILING
      *                    IN CATEGORY-ASSIGN. SIGN-ON, ENTITLEMENTS
      *                    AND MAINT-AUDIT AS IN CATALOG-MAINT.
      *--------------------------------------------------------------
      *
      * CATEGORY-MAINT LETS OPERATIONS STAFF BUILD AND PRUNE THE
      * DIRECTORY TREE ALTAVISTA-BABY BROWSES, AND CORRECT WHERE
      * THE CRAWLER FILED A PAGE:
      *   - ADD A CATEGORY UNDER AN EXISTING PARENT (OR AT THE TOP)
      *   - CHANGE A CATEGORY'S NAME OR RULE WORDS; THE NEW RULES
      *     TAKE EFFECT AS EACH PAGE IS NEXT CRAWLED
      *   - DELETE A CATEGORY WITH NO CHILDREN, TOGETHER WITH ITS
      *     ASSIGNMENTS
      *   - INCLUDE A PAGE IN A CATEGORY ITS RULES MISS, OR EXCLUDE
      *     IT FROM ONE ITS RULES HIT; BOTH STAND AGAINST EVERY
      *     LATER CRAWL UNTIL CLEARED
      *   - CLEAR AN OVERRIDE, HANDING THE PAGE BACK TO THE RULES
      *   - LIST THE TREE
      * INCLUDE RIDES ON THE ADD ENTITLEMENT, CLEAR ON CHANGE, AND
      * EXCLUDE ON DELETE (IT TAKES A PAGE OUT OF A LISTING, AS
      * BLOCK DOES IN CATALOG-MAINT).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATEGORY-FILE ASSIGN TO "CATEGORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CATG-ID
               FILE STATUS IS WS-CATG-STATUS.
           SELECT CATEGORY-ASSIGN ASSIGN TO "CATEGORY-ASSIGN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CATA-KEY
               FILE STATUS IS WS-CATA-STATUS.
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
       FD  CATEGORY-FILE.
           COPY CATGREC.

       FD  CATEGORY-ASSIGN.
           COPY CATAREC.

       FD  PAGE-CATALOG.
           COPY CATLOGREC.

       FD  MAINT-AUDIT.
           COPY MAUDREC.

       FD  OPERATORS.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       77  WS-CATG-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CATA-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CATALOG-STATUS        PIC X(02) VALUE SPACES.
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
       77  WS-LOOKUP-URL            PIC X(80) VALUE SPACES.
       77  WS-NEW-PARENT            PIC X(08) VALUE SPACES.
       77  WS-NEW-NAME              PIC X(40) VALUE SPACES.
       77  WS-NEW-RULES             PIC X(200) VALUE SPACES.
       77  WS-NEW-SOURCE            PIC X(01) VALUE SPACES.
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
       77  WS-CHILD-COUNT           PIC 9(08) VALUE 0 COMP.
       77  WS-DROPPED-COUNT         PIC 9(08) VALUE 0 COMP.
       77  WS-DROPPED-SHOW          PIC Z(7)9.
       77  WS-ROW-FOUND-SW          PIC X(01) VALUE "N".
           88  ROW-ON-FILE                  VALUE "Y".
      * TREE LISTING. THE MASTER IS LOADED IN KEY ORDER AND WALKED
      * DEPTH-FIRST WITH AN EXPLICIT STACK OF OPEN ANCESTORS, SO
      * SIBLINGS LIST IN CATEGORY-ID ORDER UNDER THEIR PARENT.
       77  WS-TREE-MAX              PIC 9(04) VALUE 500 COMP.
       77  WS-TREE-COUNT            PIC 9(04) VALUE 0 COMP.
       77  WS-TREE-IX               PIC 9(04) VALUE 0 COMP.
       77  WS-CHILD-IX              PIC 9(04) VALUE 0 COMP.
       77  WS-DEPTH                 PIC 9(04) VALUE 0 COMP.
       77  WS-DEPTH-MAX             PIC 9(04) VALUE 20 COMP.
       77  WS-INDENT-PTR            PIC 9(04) VALUE 0 COMP.
       77  WS-CUR-PARENT            PIC X(08) VALUE SPACES.
       77  WS-WALK-DONE-SW          PIC X(01) VALUE "N".
           88  WALK-DONE                    VALUE "Y".
       77  WS-TREE-LINE             PIC X(79) VALUE SPACES.
       01  WS-TREE-TABLE.
           05  WS-TREE-ENTRY OCCURS 500 TIMES.
               10  WS-TREE-ID       PIC X(08).
               10  WS-TREE-PARENT   PIC X(08).
               10  WS-TREE-NAME     PIC X(40).
               10  WS-TREE-SHOWN-SW PIC X(01).
       01  WS-ANCESTOR-STACK.
           05  WS-STACK-IX          PIC 9(04) COMP OCCURS 20 TIMES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
               UNTIL MAINT-DONE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE                                          *
      *  OPEN THE DIRECTORY FILES, CREATING THEM THE FIRST TIME   *
      *  THE MENU IS RUN. PAGE-CATALOG IS ONLY READ, TO CHECK A   *
      *  URL BEFORE IT IS FILED.                                  *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O CATEGORY-FILE.
           IF WS-CATG-STATUS = "35"
               OPEN OUTPUT CATEGORY-FILE
               CLOSE CATEGORY-FILE
               OPEN I-O CATEGORY-FILE
           END-IF.
           IF WS-CATG-STATUS NOT = "00"
               DISPLAY
                   "CATEGORY-MAINT: CANNOT OPEN CATEGORY, STATUS "
                   WS-CATG-STATUS
               STOP RUN
           END-IF.
           OPEN I-O CATEGORY-ASSIGN.
           IF WS-CATA-STATUS = "35"
               OPEN OUTPUT CATEGORY-ASSIGN
               CLOSE CATEGORY-ASSIGN
               OPEN I-O CATEGORY-ASSIGN
           END-IF.
           IF WS-CATA-STATUS NOT = "00"
               DISPLAY "CATEGORY-MAINT: CANNOT OPEN "
                   "CATEGORY-ASSIGN, STATUS " WS-CATA-STATUS
               CLOSE CATEGORY-FILE
               STOP RUN
           END-IF.
           OPEN INPUT PAGE-CATALOG.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "CATEGORY-MAINT: CANNOT OPEN PAGE-CATALOG, "
                   "STATUS " WS-CATALOG-STATUS
               CLOSE CATEGORY-FILE
               CLOSE CATEGORY-ASSIGN
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
               DISPLAY "CATEGORY-MAINT: NO OPERATORS FILE, STATUS "
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
           MOVE "CATEGORY" TO WS-AUDIT-FILE-ID.
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
                   PERFORM 3000-ADD-CATEGORY THRU 3000-EXIT
               WHEN "2"
                   PERFORM 4000-CHANGE-CATEGORY THRU 4000-EXIT
               WHEN "3"
                   PERFORM 5000-DELETE-CATEGORY THRU 5000-EXIT
               WHEN "4"
                   PERFORM 6000-INCLUDE-PAGE THRU 6000-EXIT
               WHEN "5"
                   PERFORM 6200-EXCLUDE-PAGE THRU 6200-EXIT
               WHEN "6"
                   PERFORM 6400-CLEAR-OVERRIDE THRU 6400-EXIT
               WHEN "7"
                   PERFORM 7000-LIST-TREE THRU 7000-EXIT
               WHEN "8"
                   MOVE "Y" TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY "INVALID CHOICE, PLEASE TRY AGAIN."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2100-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "========================================".
           DISPLAY " SUBJECT DIRECTORY MAINTENANCE".
           DISPLAY "========================================".
           DISPLAY " 1. ADD A CATEGORY".
           DISPLAY " 2. CHANGE NAME / RULE WORDS".
           DISPLAY " 3. DELETE A CATEGORY".
           DISPLAY " 4. INCLUDE A URL IN A CATEGORY".
           DISPLAY " 5. EXCLUDE A URL FROM A CATEGORY".
           DISPLAY " 6. CLEAR AN INCLUDE / EXCLUDE".
           DISPLAY " 7. LIST THE CATEGORY TREE".
           DISPLAY " 8. EXIT".
           DISPLAY "----------------------------------------".
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-ADD-CATEGORY                                        *
      *  THE PARENT MUST ALREADY EXIST, SO THE TREE IS ALWAYS     *
      *  CONNECTED; A BLANK PARENT MAKES A TOP-LEVEL CATEGORY.    *
      *----------------------------------------------------------*
       3000-ADD-CATEGORY.
           IF NOT OPERATOR-MAY-ADD
               DISPLAY "OPERATOR " WS-OPERATOR-ID " IS NOT "
                   "ENTITLED TO ADD CATEGORIES."
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "ENTER NEW CATEGORY ID: " WITH NO ADVANCING.
           ACCEPT WS-LOOKUP-ID.
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-ID) TO WS-LOOKUP-ID.
           IF WS-LOOKUP-ID = SPACES
               DISPLAY "A CATEGORY ID IS REQUIRED."
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "ENTER PARENT ID (BLANK = TOP LEVEL): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-PARENT.
           MOVE FUNCTION UPPER-CASE(WS-NEW-PARENT) TO WS-NEW-PARENT.
           IF WS-NEW-PARENT NOT = SPACES
               MOVE WS-NEW-PARENT TO CATG-ID
               READ CATEGORY-FILE
                   INVALID KEY
                       DISPLAY "PARENT " WS-NEW-PARENT
                           " NOT FOUND."
                       GO TO 3000-EXIT
               END-READ
           END-IF.
           DISPLAY "ENTER CATEGORY NAME: " WITH NO ADVANCING.
           ACCEPT WS-NEW-NAME.
           IF WS-NEW-NAME = SPACES
               DISPLAY "A CATEGORY NAME IS REQUIRED."
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "ENTER RULE WORDS (BLANK = HAND-FILED ONLY): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-RULES.
           MOVE WS-LOOKUP-ID  TO CATG-ID.
           MOVE WS-NEW-PARENT TO CATG-PARENT-ID.
           MOVE WS-NEW-NAME   TO CATG-NAME.
           MOVE WS-NEW-RULES  TO CATG-RULE-WORDS.
           WRITE CATG-RECORD
               INVALID KEY
                   DISPLAY "THAT CATEGORY ID IS ALREADY IN USE."
               NOT INVALID KEY
                   DISPLAY "CATEGORY ADDED."
                   DISPLAY "(NOTE: RULE FILING HAPPENS AS PAGES "
                       "ARE NEXT CRAWLED.)"
                   MOVE "CATEGORY"  TO WS-AUDIT-FILE-ID
                   MOVE "ADD"       TO WS-AUDIT-ACTION
                   MOVE CATG-ID     TO WS-AUDIT-KEY
                   MOVE SPACES      TO WS-BEFORE-IMAGE
                   MOVE CATG-RECORD TO WS-AFTER-IMAGE
                   PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
           END-WRITE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-CHANGE-CATEGORY                                     *
      *  NAME AND RULE WORDS ONLY - A CATEGORY IS NOT MOVED TO A  *
      *  NEW PARENT HERE (ADD THE NEW ONE AND DELETE THE OLD).    *
      *  A SINGLE "-" CLEARS THE RULE WORDS.                      *
      *----------------------------------------------------------*
       4000-CHANGE-CATEGORY.
           IF NOT OPERATOR-MAY-CHANGE
               DISPLAY "OPERATOR " WS-OPERATOR-ID " IS NOT "
                   "ENTITLED TO CHANGE CATEGORIES."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "ENTER CATEGORY ID TO CHANGE: " WITH NO ADVANCING.
           ACCEPT WS-LOOKUP-ID.
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-ID) TO WS-LOOKUP-ID.
           MOVE WS-LOOKUP-ID TO CATG-ID.
           READ CATEGORY-FILE
               INVALID KEY
                   DISPLAY "CATEGORY NOT FOUND."
               NOT INVALID KEY
                   PERFORM 4100-APPLY-CHANGES THRU 4100-EXIT
           END-READ.
       4000-EXIT.
           EXIT.

       4100-APPLY-CHANGES.
           MOVE CATG-RECORD TO WS-BEFORE-IMAGE.
           DISPLAY "CURRENT NAME: " CATG-NAME.
           DISPLAY "ENTER NEW NAME (BLANK = NO CHANGE): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-NAME.
           IF WS-NEW-NAME NOT = SPACES
               MOVE WS-NEW-NAME TO CATG-NAME
           END-IF.
           DISPLAY "CURRENT RULES: " CATG-RULE-WORDS(1:60).
           DISPLAY "ENTER NEW RULE WORDS (BLANK = NO CHANGE, "
               "- = NONE): " WITH NO ADVANCING.
           ACCEPT WS-NEW-RULES.
           IF WS-NEW-RULES = "-"
               MOVE SPACES TO CATG-RULE-WORDS
           ELSE
               IF WS-NEW-RULES NOT = SPACES
                   MOVE WS-NEW-RULES TO CATG-RULE-WORDS
               END-IF
           END-IF.
           REWRITE CATG-RECORD
               INVALID KEY
                   DISPLAY "UPDATE FAILED."
               NOT INVALID KEY
                   DISPLAY "CATEGORY UPDATED."
                   MOVE "CATEGORY"  TO WS-AUDIT-FILE-ID
                   MOVE "CHANGE"    TO WS-AUDIT-ACTION
                   MOVE CATG-ID     TO WS-AUDIT-KEY
                   MOVE CATG-RECORD TO WS-AFTER-IMAGE
                   PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
           END-REWRITE.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5000-DELETE-CATEGORY                                     *
      *  REFUSED WHILE THE CATEGORY HAS CHILDREN - THEY WOULD BE  *
      *  CUT OFF FROM THE TREE. ITS ASSIGNMENT ROWS GO WITH IT.   *
      *----------------------------------------------------------*
       5000-DELETE-CATEGORY.
           IF NOT OPERATOR-MAY-DELETE
               DISPLAY "OPERATOR " WS-OPERATOR-ID " IS NOT "
                   "ENTITLED TO DELETE CATEGORIES."
               GO TO 5000-EXIT
           END-IF.
           DISPLAY "ENTER CATEGORY ID TO DELETE: " WITH NO ADVANCING.
           ACCEPT WS-LOOKUP-ID.
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-ID) TO WS-LOOKUP-ID.
           PERFORM 5100-COUNT-CHILDREN THRU 5100-EXIT.
           IF WS-CHILD-COUNT > 0
               DISPLAY "CATEGORY " WS-LOOKUP-ID " STILL HAS "
                   "SUBCATEGORIES - DELETE THOSE FIRST."
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-LOOKUP-ID TO CATG-ID.
           READ CATEGORY-FILE
               INVALID KEY
                   DISPLAY "CATEGORY NOT FOUND."
                   GO TO 5000-EXIT
           END-READ.
           DISPLAY "DELETE " CATG-NAME.
           DISPLAY "AND ALL ITS PAGE ASSIGNMENTS (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "NOTHING DELETED."
               GO TO 5000-EXIT
           END-IF.
           MOVE CATG-RECORD TO WS-BEFORE-IMAGE.
           DELETE CATEGORY-FILE RECORD
               INVALID KEY
                   DISPLAY "CATEGORY NOT FOUND."
                   GO TO 5000-EXIT
           END-DELETE.
           PERFORM 5200-DROP-ASSIGNMENTS THRU 5200-EXIT.
           MOVE WS-DROPPED-COUNT TO WS-DROPPED-SHOW.
           DISPLAY "CATEGORY DELETED, " WS-DROPPED-SHOW
               " ASSIGNMENTS REMOVED.".
           MOVE "CATEGORY"   TO WS-AUDIT-FILE-ID.
           MOVE "DELETE"     TO WS-AUDIT-ACTION.
           MOVE WS-LOOKUP-ID TO WS-AUDIT-KEY.
           MOVE SPACES       TO WS-AFTER-IMAGE.
           PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
       5000-EXIT.
           EXIT.

       5100-COUNT-CHILDREN.
           MOVE 0 TO WS-CHILD-COUNT.
           MOVE "N" TO WS-SCAN-EOF-SW.
           MOVE LOW-VALUES TO CATG-ID.
           START CATEGORY-FILE KEY NOT LESS THAN CATG-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START.
           PERFORM 5110-READ-ONE-CHILD THRU 5110-EXIT
               UNTIL SCAN-EOF.
       5100-EXIT.
           EXIT.

       5110-READ-ONE-CHILD.
           READ CATEGORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
               NOT AT END
                   IF CATG-PARENT-ID = WS-LOOKUP-ID
                       ADD 1 TO WS-CHILD-COUNT
                   END-IF
           END-READ.
       5110-EXIT.
           EXIT.

      *    THE ASSIGNMENT KEY LEADS WITH THE CATEGORY, SO ITS ROWS
      *    ARE ONE CONTIGUOUS RUN STARTING AT (ID, LOW-VALUES).
       5200-DROP-ASSIGNMENTS.
           MOVE 0 TO WS-DROPPED-COUNT.
           MOVE "N" TO WS-SCAN-EOF-SW.
           MOVE WS-LOOKUP-ID TO CATA-CATEGORY.
           MOVE LOW-VALUES   TO CATA-URL.
           START CATEGORY-ASSIGN KEY NOT LESS THAN CATA-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START.
           PERFORM 5210-DROP-ONE-ASSIGNMENT THRU 5210-EXIT
               UNTIL SCAN-EOF.
       5200-EXIT.
           EXIT.

       5210-DROP-ONE-ASSIGNMENT.
           READ CATEGORY-ASSIGN NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
                   GO TO 5210-EXIT
           END-READ.
           IF CATA-CATEGORY NOT = WS-LOOKUP-ID
               MOVE "Y" TO WS-SCAN-EOF-SW
               GO TO 5210-EXIT
           END-IF.
           DELETE CATEGORY-ASSIGN RECORD
               INVALID KEY
                   DISPLAY "COULD NOT REMOVE " CATA-URL
               NOT INVALID KEY
                   ADD 1 TO WS-DROPPED-COUNT
           END-DELETE.
       5210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6000-INCLUDE-PAGE                                        *
      *  FILE A CATALOG PAGE UNDER A CATEGORY BY HAND. A RULE ROW *
      *  ALREADY THERE IS TURNED INTO AN OPERATOR ROW SO A LATER  *
      *  CHANGE OF TITLE CANNOT WITHDRAW IT; AN EXCLUDE IS        *
      *  REVERSED.                                                *
      *----------------------------------------------------------*
       6000-INCLUDE-PAGE.
           IF NOT OPERATOR-MAY-ADD
               DISPLAY "OPERATOR " WS-OPERATOR-ID " IS NOT "
                   "ENTITLED TO FILE PAGES."
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6500-ASK-CATEGORY-AND-URL THRU 6500-EXIT.
           IF WS-LOOKUP-ID = SPACES
               GO TO 6000-EXIT
           END-IF.
           IF ROW-ON-FILE AND CATA-OPER-INCLUDE
               DISPLAY "ALREADY INCLUDED BY AN OPERATOR."
               GO TO 6000-EXIT
           END-IF.
           MOVE "O"      TO WS-NEW-SOURCE.
           MOVE "INCLUDE" TO WS-AUDIT-ACTION.
           PERFORM 6600-STORE-OVERRIDE THRU 6600-EXIT.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6200-EXCLUDE-PAGE                                        *
      *  KEEP A PAGE OUT OF A CATEGORY ITS RULE WORDS HIT. THE    *
      *  EXCLUDE ROW STAYS ON FILE SO THE NEXT CRAWL DOES NOT     *
      *  FILE THE PAGE RIGHT BACK.                                *
      *----------------------------------------------------------*
       6200-EXCLUDE-PAGE.
           IF NOT OPERATOR-MAY-DELETE
               DISPLAY "OPERATOR " WS-OPERATOR-ID " IS NOT "
                   "ENTITLED TO EXCLUDE PAGES."
               GO TO 6200-EXIT
           END-IF.
           PERFORM 6500-ASK-CATEGORY-AND-URL THRU 6500-EXIT.
           IF WS-LOOKUP-ID = SPACES
               GO TO 6200-EXIT
           END-IF.
           IF ROW-ON-FILE AND CATA-OPER-EXCLUDE
               DISPLAY "ALREADY EXCLUDED BY AN OPERATOR."
               GO TO 6200-EXIT
           END-IF.
           MOVE "X"      TO WS-NEW-SOURCE.
           MOVE "EXCLUDE" TO WS-AUDIT-ACTION.
           PERFORM 6600-STORE-OVERRIDE THRU 6600-EXIT.
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6400-CLEAR-OVERRIDE                                      *
      *  REMOVE AN OPERATOR INCLUDE OR EXCLUDE. THE PAGE GOES     *
      *  BACK UNDER RULE CONTROL AND IS REFILED (OR NOT) BY ITS   *
      *  RULE WORDS ON THE NEXT CRAWL.                            *
      *----------------------------------------------------------*
       6400-CLEAR-OVERRIDE.
           IF NOT OPERATOR-MAY-CHANGE
               DISPLAY "OPERATOR " WS-OPERATOR-ID " IS NOT "
                   "ENTITLED TO CLEAR OVERRIDES."
               GO TO 6400-EXIT
           END-IF.
           PERFORM 6500-ASK-CATEGORY-AND-URL THRU 6500-EXIT.
           IF WS-LOOKUP-ID = SPACES
               GO TO 6400-EXIT
           END-IF.
           IF NOT ROW-ON-FILE OR CATA-BY-RULE
               DISPLAY "NO OPERATOR OVERRIDE ON FILE FOR THAT PAGE."
               GO TO 6400-EXIT
           END-IF.
           MOVE CATA-RECORD TO WS-BEFORE-IMAGE.
           DELETE CATEGORY-ASSIGN RECORD
               INVALID KEY
                   DISPLAY "UPDATE FAILED."
               NOT INVALID KEY
                   DISPLAY "OVERRIDE CLEARED - RULES APPLY FROM "
                       "THE NEXT CRAWL."
                   MOVE "CATASSGN"    TO WS-AUDIT-FILE-ID
                   MOVE "CLEAR"       TO WS-AUDIT-ACTION
                   MOVE WS-LOOKUP-URL TO WS-AUDIT-KEY
                   MOVE SPACES        TO WS-AFTER-IMAGE
                   PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
           END-DELETE.
       6400-EXIT.
           EXIT.

      *    PROMPTS SHARED BY INCLUDE/EXCLUDE/CLEAR. ON ANY FAILURE
      *    WS-LOOKUP-ID COMES BACK BLANK. ON SUCCESS THE CURRENT
      *    ASSIGNMENT ROW, IF ANY, IS IN CATA-RECORD.
       6500-ASK-CATEGORY-AND-URL.
           DISPLAY "ENTER CATEGORY ID: " WITH NO ADVANCING.
           ACCEPT WS-LOOKUP-ID.
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-ID) TO WS-LOOKUP-ID.
           MOVE WS-LOOKUP-ID TO CATG-ID.
           READ CATEGORY-FILE
               INVALID KEY
                   DISPLAY "CATEGORY NOT FOUND."
                   MOVE SPACES TO WS-LOOKUP-ID
                   GO TO 6500-EXIT
           END-READ.
           DISPLAY "ENTER URL: " WITH NO ADVANCING.
           ACCEPT WS-LOOKUP-URL.
           MOVE WS-LOOKUP-URL TO CAT-URL.
           READ PAGE-CATALOG
               INVALID KEY
                   DISPLAY "URL NOT IN THE CATALOG."
                   MOVE SPACES TO WS-LOOKUP-ID
                   GO TO 6500-EXIT
           END-READ.
           MOVE WS-LOOKUP-ID  TO CATA-CATEGORY.
           MOVE WS-LOOKUP-URL TO CATA-URL.
           MOVE "Y" TO WS-ROW-FOUND-SW.
           READ CATEGORY-ASSIGN
               INVALID KEY
                   MOVE "N" TO WS-ROW-FOUND-SW
           END-READ.
       6500-EXIT.
           EXIT.

       6600-STORE-OVERRIDE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           IF ROW-ON-FILE
               MOVE CATA-RECORD TO WS-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE WS-LOOKUP-ID  TO CATA-CATEGORY
               MOVE WS-LOOKUP-URL TO CATA-URL
           END-IF.
           MOVE WS-NEW-SOURCE  TO CATA-SOURCE.
           MOVE WS-NOW(1:14)   TO CATA-ASSIGNED.
           MOVE WS-OPERATOR-ID TO CATA-ASSIGNED-BY.
           IF ROW-ON-FILE
               REWRITE CATA-RECORD
                   INVALID KEY
                       DISPLAY "UPDATE FAILED."
                       GO TO 6600-EXIT
               END-REWRITE
           ELSE
               WRITE CATA-RECORD
                   INVALID KEY
                       DISPLAY "UPDATE FAILED."
                       GO TO 6600-EXIT
               END-WRITE
           END-IF.
           IF CATA-OPER-INCLUDE
               DISPLAY "PAGE INCLUDED IN " CATA-CATEGORY "."
           ELSE
               DISPLAY "PAGE EXCLUDED FROM " CATA-CATEGORY "."
           END-IF.
           MOVE "CATASSGN"    TO WS-AUDIT-FILE-ID.
           MOVE WS-LOOKUP-URL TO WS-AUDIT-KEY.
           MOVE CATA-RECORD   TO WS-AFTER-IMAGE.
           PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
       6600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7000-LIST-TREE                                           *
      *  INDENTED LISTING OF THE WHOLE DIRECTORY, TWO COLUMNS     *
      *  PER LEVEL.                                               *
      *----------------------------------------------------------*
       7000-LIST-TREE.
           PERFORM 7100-LOAD-TREE THRU 7100-EXIT.
           DISPLAY " ".
           DISPLAY "CATEGORY TREE (" WS-TREE-COUNT " CATEGORIES)".
           DISPLAY "----------------------------------------".
           IF WS-TREE-COUNT = 0
               DISPLAY "(NO CATEGORIES ON FILE)"
               GO TO 7000-EXIT
           END-IF.
           MOVE 0 TO WS-DEPTH.
           MOVE SPACES TO WS-CUR-PARENT.
           MOVE "N" TO WS-WALK-DONE-SW.
           PERFORM 7200-WALK-ONE-STEP THRU 7200-EXIT
               UNTIL WALK-DONE.
       7000-EXIT.
           EXIT.

       7100-LOAD-TREE.
           MOVE 0 TO WS-TREE-COUNT.
           MOVE "N" TO WS-SCAN-EOF-SW.
           MOVE LOW-VALUES TO CATG-ID.
           START CATEGORY-FILE KEY NOT LESS THAN CATG-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START.
           PERFORM 7110-LOAD-ONE-NODE THRU 7110-EXIT
               UNTIL SCAN-EOF.
       7100-EXIT.
           EXIT.

       7110-LOAD-ONE-NODE.
           READ CATEGORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
                   GO TO 7110-EXIT
           END-READ.
           IF WS-TREE-COUNT NOT < WS-TREE-MAX
               DISPLAY "(LISTING STOPS AT " WS-TREE-MAX
                   " CATEGORIES)"
               MOVE "Y" TO WS-SCAN-EOF-SW
               GO TO 7110-EXIT
           END-IF.
           ADD 1 TO WS-TREE-COUNT.
           MOVE CATG-ID        TO WS-TREE-ID(WS-TREE-COUNT).
           MOVE CATG-PARENT-ID TO WS-TREE-PARENT(WS-TREE-COUNT).
           MOVE CATG-NAME      TO WS-TREE-NAME(WS-TREE-COUNT).
           MOVE "N"            TO WS-TREE-SHOWN-SW(WS-TREE-COUNT).
       7110-EXIT.
           EXIT.

      *    ONE STEP OF THE WALK: SHOW THE NEXT UNSHOWN CHILD OF THE
      *    CURRENT PARENT AND DESCEND INTO IT, OR - WHEN THE PARENT
      *    HAS NONE LEFT - CLIMB BACK TO ITS OWN PARENT.
       7200-WALK-ONE-STEP.
           MOVE 0 TO WS-CHILD-IX.
           MOVE 1 TO WS-TREE-IX.
           PERFORM 7210-FIND-NEXT-CHILD THRU 7210-EXIT
               UNTIL WS-CHILD-IX > 0 OR WS-TREE-IX > WS-TREE-COUNT.
           IF WS-CHILD-IX > 0
               MOVE "Y" TO WS-TREE-SHOWN-SW(WS-CHILD-IX)
               PERFORM 7220-SHOW-NODE THRU 7220-EXIT
               IF WS-DEPTH < WS-DEPTH-MAX
                   ADD 1 TO WS-DEPTH
                   MOVE WS-CHILD-IX TO WS-STACK-IX(WS-DEPTH)
                   MOVE WS-TREE-ID(WS-CHILD-IX) TO WS-CUR-PARENT
               END-IF
               GO TO 7200-EXIT
           END-IF.
           IF WS-DEPTH = 0
               MOVE "Y" TO WS-WALK-DONE-SW
               GO TO 7200-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-DEPTH.
           IF WS-DEPTH = 0
               MOVE SPACES TO WS-CUR-PARENT
           ELSE
               MOVE WS-TREE-ID(WS-STACK-IX(WS-DEPTH))
                   TO WS-CUR-PARENT
           END-IF.
       7200-EXIT.
           EXIT.

       7210-FIND-NEXT-CHILD.
           IF WS-TREE-PARENT(WS-TREE-IX) = WS-CUR-PARENT
           AND WS-TREE-SHOWN-SW(WS-TREE-IX) = "N"
               MOVE WS-TREE-IX TO WS-CHILD-IX
           END-IF.
           ADD 1 TO WS-TREE-IX.
       7210-EXIT.
           EXIT.

       7220-SHOW-NODE.
           MOVE SPACES TO WS-TREE-LINE.
           COMPUTE WS-INDENT-PTR = WS-DEPTH * 2 + 1.
           STRING WS-TREE-ID(WS-CHILD-IX) DELIMITED BY SPACE
               "  " DELIMITED BY SIZE
               WS-TREE-NAME(WS-CHILD-IX) DELIMITED BY SIZE
               INTO WS-TREE-LINE WITH POINTER WS-INDENT-PTR
           END-STRING.
           DISPLAY WS-TREE-LINE.
       7220-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8000-WRITE-AUDIT                                          *
      *  ONE TRAIL RECORD PER SUCCESSFUL ACTION. OPENED AND        *
      *  CLOSED PER WRITE, SO AN ABEND LOSES AT MOST THE LAST      *
      *  ACTION. "CATEGORY" RECORDS CARRY A CATG-RECORD IMAGE      *
      *  KEYED BY CATEGORY ID; "CATASSGN" RECORDS CARRY A          *
      *  CATA-RECORD IMAGE KEYED BY THE URL, SO A URL-FILTERED     *
      *  AUDIT LISTING SHOWS A PAGE'S FILING HISTORY ALONGSIDE     *
      *  ITS CATALOG HISTORY.                                      *
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
           DISPLAY "CATEGORY-MAINT: DONE.".
       9000-EXIT.
           EXIT.

       9100-CLOSE-FILES.
           CLOSE CATEGORY-FILE.
           CLOSE CATEGORY-ASSIGN.
           CLOSE PAGE-CATALOG.
       9100-EXIT.
           EXIT.
