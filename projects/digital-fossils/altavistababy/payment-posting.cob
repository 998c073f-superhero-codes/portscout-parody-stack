       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-POSTING.
       AUTHOR. J HENNESSEY.
       INSTALLATION. PORTSCOUT-PARODY-STACK.
       DATE-WRITTEN. 2026-09-15.
       DATE-COMPILED.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-09-15  JH   INITIAL VERSION - FINANCE-DESK MENU FOR
      *                    POSTING ADVERTISER PAYMENTS AGAINST THE
      *                    AR-LEDGER INVOICES RAISED BY INVOICE-
      *                    REPORT, LISTING AN ACCOUNT'S INVOICES, AND
      *                    RELEASING A CREDIT HOLD ONCE AN ACCOUNT
      *                    HAS SETTLED. SIGN-ON, ENTITLEMENTS AND THE
      *                    MAINT-AUDIT TRAIL WORK THE WAY THEY DO IN
      *                    THE OTHER MAINTENANCE MENUS, SO EVERY
      *                    PAYMENT HAS AN OPERATOR AND BEFORE/AFTER
      *                    IMAGES BEHIND IT.
      *   2026-10-15  JH   AN AMOUNT KEYED WITH A LEADING BLANK IS
      *                    NO LONGER REFUSED OR CUT SHORT - THE
      *                    FIELD IS TRIMMED BEFORE IT IS CHECKED.
      *--------------------------------------------------------------
      *
      * PAYMENT-POSTING REPLACES THE FINANCE SPREADSHEET. A PAYMENT
      * IS POSTED AGAINST ONE INVOICE (BILLING MONTH + ACCOUNT, AS
      * PRINTED ON THE STATEMENT) AND MAY NOT EXCEED WHAT IS STILL
      * OWED ON IT. AR-AGING-REPORT AGES WHAT REMAINS AND PUTS AN
      * ACCOUNT ON CREDIT HOLD WHEN AN INVOICE IS TOO FAR PAST DUE;
      * THE RELEASE OPTION HERE LIFTS A HOLD WITHOUT WAITING FOR
      * THE NEXT AGING RUN. POSTING AND RELEASING BOTH NEED THE
      * CHANGE ENTITLEMENT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-LEDGER ASSIGN TO "AR-LEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE-NO
               FILE STATUS IS WS-AR-STATUS.
           SELECT ADVERTISERS ASSIGN TO "ADVERTISERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADVR-ACCOUNT
               FILE STATUS IS WS-ADVR-STATUS.
           SELECT MAINT-AUDIT ASSIGN TO "MAINT-AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPERATORS ASSIGN TO "OPERATORS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-LEDGER.
           COPY ARLGREC.

       FD  ADVERTISERS.
           COPY ADVRREC.

       FD  MAINT-AUDIT.
           COPY MAUDREC.

       FD  OPERATORS.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       77  WS-AR-STATUS             PIC X(02) VALUE SPACES.
       77  WS-AR-EOF-SW             PIC X(01) VALUE "N".
           88  AR-EOF                       VALUE "Y".
       77  WS-ADVR-STATUS           PIC X(02) VALUE SPACES.
       77  WS-ADVR-AVAIL-SW         PIC X(01) VALUE "N".
           88  ADVR-MASTER-AVAILABLE        VALUE "Y".
       77  WS-AUDIT-STATUS          PIC X(02) VALUE SPACES.
       77  WS-OPERATOR-ID           PIC X(08) VALUE SPACES.
       77  WS-AUDIT-FILE-ID         PIC X(08) VALUE SPACES.
       77  WS-AUDIT-ACTION          PIC X(08) VALUE SPACES.
       77  WS-AUDIT-KEY             PIC X(80) VALUE SPACES.
       77  WS-BEFORE-IMAGE          PIC X(360) VALUE SPACES.
       77  WS-AFTER-IMAGE           PIC X(360) VALUE SPACES.
       77  WS-NOW                   PIC X(21) VALUE SPACES.
       77  WS-TODAY-YYYYMMDD        PIC 9(08) VALUE 0.
       77  WS-DONE-SW               PIC X(01) VALUE "N".
           88  MAINT-DONE                   VALUE "Y".
       77  WS-MENU-CHOICE           PIC X(01) VALUE SPACES.
       77  WS-LOOKUP-INVOICE        PIC X(14) VALUE SPACES.
       77  WS-LOOKUP-ACCOUNT        PIC X(08) VALUE SPACES.
       77  WS-FIELD-IN              PIC X(40) VALUE SPACES.
       77  WS-FIELD-LEN             PIC 9(02) VALUE 0.
       77  WS-FIELD-WORK            PIC X(40) VALUE SPACES.
       77  WS-NUM-VALUE             PIC 9(08) VALUE 0.
       77  WS-FIELD-BLANK-SW        PIC X(01) VALUE "N".
           88  FIELD-WAS-BLANK              VALUE "Y".
       77  WS-FIELDS-OK-SW          PIC X(01) VALUE "Y".
           88  FIELDS-ARE-OK                VALUE "Y".
      * AMOUNT ENTRY - DOLLARS WITH AN OPTIONAL POINT AND UP TO
      * TWO DECIMAL PLACES.
       77  WS-AMOUNT-CHECK          PIC X(40) VALUE SPACES.
       77  WS-POINT-COUNT           PIC 9(02) VALUE 0 COMP.
       77  WS-CENTS-DIGITS          PIC 9(02) VALUE 0 COMP.
       77  WS-AMOUNT-IN             PIC 9(07)V99 VALUE 0.
       77  WS-PAY-DATE              PIC 9(08) VALUE 0.
       77  WS-MONEY-EDITED          PIC $$,$$$,$$9.99.
       77  WS-INVOICES-LISTED       PIC 9(08) VALUE 0 COMP.
       77  WS-ACCOUNT-OWED          PIC 9(09)V99 VALUE 0.
       77  WS-TOTAL-EDITED          PIC $$$,$$$,$$9.99.
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
      *  THE LEDGER MUST ALREADY EXIST - ONLY INVOICE-REPORT      *
      *  RAISES INVOICES. WITHOUT THE ADVERTISERS MASTER THE      *
      *  DESK CAN STILL POST, BUT NOT RELEASE A HOLD.             *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW(1:8) TO WS-TODAY-YYYYMMDD.
           OPEN I-O AR-LEDGER.
           IF WS-AR-STATUS NOT = "00"
               DISPLAY "PAYMENT-POSTING: CANNOT OPEN AR-LEDGER, "
                   "STATUS " WS-AR-STATUS
                   " - NO INVOICES HAVE BEEN RAISED YET"
               STOP RUN
           END-IF.
           OPEN I-O ADVERTISERS.
           IF WS-ADVR-STATUS = "00"
               MOVE "Y" TO WS-ADVR-AVAIL-SW
           ELSE
               DISPLAY "PAYMENT-POSTING: NO ADVERTISERS MASTER, "
                   "STATUS " WS-ADVR-STATUS
                   " - CREDIT HOLDS CANNOT BE RELEASED THIS SESSION"
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
               DISPLAY "PAYMENT-POSTING: NO OPERATORS FILE, "
                   "STATUS " WS-OPER-STATUS
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
           MOVE "ARLEDGER" TO WS-AUDIT-FILE-ID.
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
                   PERFORM 4000-POST-PAYMENT THRU 4000-EXIT
               WHEN "2"
                   PERFORM 5000-LIST-INVOICES THRU 5000-EXIT
               WHEN "3"
                   PERFORM 6000-RELEASE-HOLD THRU 6000-EXIT
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
           DISPLAY " ADVERTISER RECEIVABLES - PAYMENTS".
           DISPLAY "========================================".
           DISPLAY " 1. POST A PAYMENT AGAINST AN INVOICE".
           DISPLAY " 2. LIST AN ACCOUNT'S INVOICES".
           DISPLAY " 3. RELEASE A CREDIT HOLD".
           DISPLAY " 4. EXIT".
           DISPLAY "----------------------------------------".
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
       2100-EXIT.
           EXIT.

      *    A BLANK ANSWER MEANS "TODAY" - THE CALLER DECIDES FROM
      *    FIELD-WAS-BLANK. ANYTHING ELSE MUST BE AN EIGHT-DIGIT
      *    DATE, RETURNED IN WS-NUM-VALUE.
       3100-ACCEPT-DATE.
           MOVE SPACES TO WS-FIELD-IN.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE "N" TO WS-FIELD-BLANK-SW.
           ACCEPT WS-FIELD-IN.
           IF WS-FIELD-IN = SPACES
               MOVE "Y" TO WS-FIELD-BLANK-SW
               GO TO 3100-EXIT
           END-IF.
           IF WS-FIELD-IN(1:8) NOT NUMERIC
           OR WS-FIELD-IN(9:32) NOT = SPACES
               DISPLAY "NOT A YYYYMMDD DATE."
               MOVE "N" TO WS-FIELDS-OK-SW
           ELSE
               MOVE WS-FIELD-IN(1:8) TO WS-NUM-VALUE
           END-IF.
       3100-EXIT.
           EXIT.

      *    DOLLARS, OPTIONALLY FOLLOWED BY A POINT AND ONE OR TWO
      *    DIGITS OF CENTS ("1250", "1250.5", "1250.50"). NO
      *    CURRENCY SIGN OR COMMAS. RETURNED IN WS-AMOUNT-IN; A
      *    BLANK ANSWER SETS FIELD-WAS-BLANK.
       3300-ACCEPT-AMOUNT.
           MOVE SPACES TO WS-FIELD-IN.
           MOVE 0 TO WS-AMOUNT-IN.
           MOVE "N" TO WS-FIELD-BLANK-SW.
           ACCEPT WS-FIELD-IN.
           IF WS-FIELD-IN = SPACES
               MOVE "Y" TO WS-FIELD-BLANK-SW
               GO TO 3300-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WS-FIELD-IN) TO WS-FIELD-WORK.
           COMPUTE WS-FIELD-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD-IN)).
           MOVE 0 TO WS-POINT-COUNT.
           INSPECT WS-FIELD-WORK TALLYING WS-POINT-COUNT FOR ALL ".".
           MOVE 0 TO WS-CENTS-DIGITS.
           INSPECT WS-FIELD-WORK(1:WS-FIELD-LEN) TALLYING
               WS-CENTS-DIGITS FOR CHARACTERS AFTER INITIAL ".".
           MOVE WS-FIELD-WORK TO WS-AMOUNT-CHECK.
           INSPECT WS-AMOUNT-CHECK REPLACING ALL "." BY "0".
           IF WS-FIELD-LEN > 10
           OR WS-POINT-COUNT > 1
           OR WS-CENTS-DIGITS > 2
           OR WS-AMOUNT-CHECK(1:WS-FIELD-LEN) NOT NUMERIC
               DISPLAY "NOT AN AMOUNT - ENTER DOLLARS.CENTS."
               MOVE "N" TO WS-FIELDS-OK-SW
           ELSE
               COMPUTE WS-AMOUNT-IN =
                   FUNCTION NUMVAL(WS-FIELD-WORK(1:WS-FIELD-LEN))
           END-IF.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-POST-PAYMENT                                        *
      *  FIND THE INVOICE BY THE NUMBER ON THE STATEMENT.         *
      *----------------------------------------------------------*
       4000-POST-PAYMENT.
           IF NOT OPERATOR-MAY-CHANGE
               DISPLAY "OPERATOR " WS-OPERATOR-ID " IS NOT "
                   "ENTITLED TO POST PAYMENTS."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "ENTER INVOICE NUMBER (YYYYMM + ACCOUNT): "
               WITH NO ADVANCING.
           ACCEPT WS-LOOKUP-INVOICE.
           MOVE WS-LOOKUP-INVOICE TO AR-INVOICE-NO.
           READ AR-LEDGER
               INVALID KEY
                   DISPLAY "INVOICE NOT FOUND - OPTION 2 LISTS AN "
                       "ACCOUNT'S INVOICES."
               NOT INVALID KEY
                   PERFORM 4100-APPLY-PAYMENT THRU 4100-EXIT
           END-READ.
       4000-EXIT.
           EXIT.

      *    A PAYMENT MAY SETTLE THE INVOICE BUT NEVER OVERPAY IT -
      *    MONEY THAT DOES NOT MATCH AN INVOICE GOES BACK TO THE
      *    SALES DESK, NOT ONTO THE LEDGER AS A CREDIT.
       4100-APPLY-PAYMENT.
           MOVE AR-RECORD TO WS-BEFORE-IMAGE.
           MOVE "Y" TO WS-FIELDS-OK-SW.
           DISPLAY "ADVERTISER:  " AR-ADVERTISER.
           DISPLAY "INVOICED:    " AR-INVOICE-DATE
               "   DUE: " AR-DUE-DATE.
           MOVE AR-AMOUNT-BILLED TO WS-MONEY-EDITED.
           DISPLAY "BILLED ..... " WS-MONEY-EDITED.
           MOVE AR-AMOUNT-PAID TO WS-MONEY-EDITED.
           DISPLAY "PAID ....... " WS-MONEY-EDITED.
           MOVE AR-AMOUNT-OWED TO WS-MONEY-EDITED.
           DISPLAY "OWED ....... " WS-MONEY-EDITED.
           IF AR-AMOUNT-OWED = 0
               DISPLAY "THIS INVOICE IS ALREADY SETTLED."
               GO TO 4100-EXIT
           END-IF.
           DISPLAY "ENTER AMOUNT RECEIVED (DOLLARS.CENTS): "
               WITH NO ADVANCING.
           PERFORM 3300-ACCEPT-AMOUNT THRU 3300-EXIT.
           IF FIELD-WAS-BLANK
               DISPLAY "NOTHING POSTED."
               GO TO 4100-EXIT
           END-IF.
           DISPLAY "ENTER DATE RECEIVED (YYYYMMDD, BLANK = TODAY): "
               WITH NO ADVANCING.
           PERFORM 3100-ACCEPT-DATE THRU 3100-EXIT.
           IF FIELD-WAS-BLANK
               MOVE WS-TODAY-YYYYMMDD TO WS-PAY-DATE
           ELSE
               MOVE WS-NUM-VALUE TO WS-PAY-DATE
           END-IF.
           IF NOT FIELDS-ARE-OK
               DISPLAY "PAYMENT NOT POSTED - FIX THE FIELDS ABOVE "
                   "AND TRY AGAIN."
               GO TO 4100-EXIT
           END-IF.
           IF WS-AMOUNT-IN = 0
               DISPLAY "PAYMENT NOT POSTED - THE AMOUNT IS ZERO."
               GO TO 4100-EXIT
           END-IF.
           IF WS-AMOUNT-IN > AR-AMOUNT-OWED
               DISPLAY "PAYMENT NOT POSTED - IT IS MORE THAN THE "
                   "AMOUNT OWED ON THIS INVOICE."
               GO TO 4100-EXIT
           END-IF.
           ADD WS-AMOUNT-IN TO AR-AMOUNT-PAID.
           SUBTRACT WS-AMOUNT-IN FROM AR-AMOUNT-OWED.
           MOVE WS-PAY-DATE TO AR-LAST-PAY-DATE.
           REWRITE AR-RECORD
               INVALID KEY
                   DISPLAY "UPDATE FAILED."
               NOT INVALID KEY
                   MOVE AR-AMOUNT-OWED TO WS-MONEY-EDITED
                   DISPLAY "PAYMENT POSTED - NOW OWED "
                       WS-MONEY-EDITED
                   MOVE "ARLEDGER"    TO WS-AUDIT-FILE-ID
                   MOVE "PAYMENT"     TO WS-AUDIT-ACTION
                   MOVE AR-INVOICE-NO TO WS-AUDIT-KEY
                   MOVE AR-RECORD     TO WS-AFTER-IMAGE
                   PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
                   PERFORM 4200-MENTION-HOLD THRU 4200-EXIT
           END-REWRITE.
       4100-EXIT.
           EXIT.

      *    A PAYMENT DOES NOT LIFT A CREDIT HOLD BY ITSELF - THE
      *    ACCOUNT MAY HAVE OTHER OVERDUE INVOICES - SO THE DESK IS
      *    REMINDED THAT THE HOLD IS STILL ON.
       4200-MENTION-HOLD.
           IF NOT ADVR-MASTER-AVAILABLE
               GO TO 4200-EXIT
           END-IF.
           MOVE AR-INV-ACCOUNT TO ADVR-ACCOUNT.
           READ ADVERTISERS
               INVALID KEY
                   GO TO 4200-EXIT
           END-READ.
           IF ADVR-ON-CREDIT-HOLD
               DISPLAY "NOTE: ACCOUNT " ADVR-ACCOUNT " IS STILL ON "
                   "CREDIT HOLD. RELEASE IT WITH OPTION 3 ONCE "
                   "SETTLED, OR THE NEXT AGING RUN WILL."
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5000-LIST-INVOICES                                       *
      *  THE LEDGER IS KEYED MONTH FIRST, SO ONE ACCOUNT'S        *
      *  INVOICES ARE FOUND BY READING IT THROUGH.                *
      *----------------------------------------------------------*
       5000-LIST-INVOICES.
           DISPLAY "ENTER ACCOUNT: " WITH NO ADVANCING.
           ACCEPT WS-LOOKUP-ACCOUNT.
           MOVE 0 TO WS-INVOICES-LISTED.
           MOVE 0 TO WS-ACCOUNT-OWED.
           MOVE "N" TO WS-AR-EOF-SW.
           MOVE LOW-VALUES TO AR-INVOICE-NO.
           START AR-LEDGER KEY NOT LESS THAN AR-INVOICE-NO
               INVALID KEY
                   MOVE "Y" TO WS-AR-EOF-SW
           END-START.
           DISPLAY "INVOICE         DUE DATE         BILLED"
               "           OWED".
           PERFORM 5100-LIST-ONE THRU 5100-EXIT
               UNTIL AR-EOF.
           MOVE WS-ACCOUNT-OWED TO WS-TOTAL-EDITED.
           DISPLAY WS-INVOICES-LISTED " INVOICE(S), TOTAL OWED "
               WS-TOTAL-EDITED.
       5000-EXIT.
           EXIT.

       5100-LIST-ONE.
           READ AR-LEDGER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-AR-EOF-SW
                   GO TO 5100-EXIT
           END-READ.
           IF AR-INV-ACCOUNT NOT = WS-LOOKUP-ACCOUNT
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-INVOICES-LISTED.
           ADD AR-AMOUNT-OWED TO WS-ACCOUNT-OWED.
           MOVE AR-AMOUNT-BILLED TO WS-MONEY-EDITED.
           DISPLAY AR-INVOICE-NO "  " AR-DUE-DATE "  "
               WS-MONEY-EDITED WITH NO ADVANCING.
           MOVE AR-AMOUNT-OWED TO WS-MONEY-EDITED.
           DISPLAY "  " WS-MONEY-EDITED.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6000-RELEASE-HOLD                                        *
      *  LIFT A CREDIT HOLD AHEAD OF THE NEXT AGING RUN. IF THE   *
      *  ACCOUNT IS STILL OVERDUE THAT RUN PUTS IT BACK ON HOLD.  *
      *----------------------------------------------------------*
       6000-RELEASE-HOLD.
           IF NOT OPERATOR-MAY-CHANGE
               DISPLAY "OPERATOR " WS-OPERATOR-ID " IS NOT "
                   "ENTITLED TO RELEASE CREDIT HOLDS."
               GO TO 6000-EXIT
           END-IF.
           IF NOT ADVR-MASTER-AVAILABLE
               DISPLAY "THE ADVERTISERS MASTER IS NOT OPEN - NO "
                   "HOLD CAN BE RELEASED THIS SESSION."
               GO TO 6000-EXIT
           END-IF.
           DISPLAY "ENTER ACCOUNT TO RELEASE: " WITH NO ADVANCING.
           ACCEPT WS-LOOKUP-ACCOUNT.
           MOVE WS-LOOKUP-ACCOUNT TO ADVR-ACCOUNT.
           READ ADVERTISERS
               INVALID KEY
                   DISPLAY "ACCOUNT NOT FOUND."
                   GO TO 6000-EXIT
           END-READ.
           IF NOT ADVR-ON-CREDIT-HOLD
               DISPLAY "ACCOUNT IS NOT ON CREDIT HOLD."
               GO TO 6000-EXIT
           END-IF.
           MOVE ADVR-RECORD TO WS-BEFORE-IMAGE.
           MOVE "N" TO ADVR-CREDIT-HOLD.
           MOVE 0   TO ADVR-HOLD-DATE.
           REWRITE ADVR-RECORD
               INVALID KEY
                   DISPLAY "UPDATE FAILED."
               NOT INVALID KEY
                   DISPLAY "CREDIT HOLD RELEASED - PLACEMENTS WILL "
                       "BE SHOWN AGAIN."
                   MOVE "ADVERTIS"   TO WS-AUDIT-FILE-ID
                   MOVE "RELEASE"    TO WS-AUDIT-ACTION
                   MOVE ADVR-ACCOUNT TO WS-AUDIT-KEY
                   MOVE ADVR-RECORD  TO WS-AFTER-IMAGE
                   PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
           END-REWRITE.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8000-WRITE-AUDIT                                          *
      *  ONE TRAIL RECORD PER SUCCESSFUL ACTION, OPENED AND        *
      *  CLOSED PER WRITE LIKE THE OTHER MAINTENANCE MENUS. THE    *
      *  FILE-ID SAYS WHICH RECORD THE IMAGES HOLD - AN AR-LEDGER  *
      *  INVOICE OR AN ADVERTISERS ACCOUNT.                        *
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
           DISPLAY "PAYMENT-POSTING: DONE.".
       9000-EXIT.
           EXIT.

       9100-CLOSE-FILES.
           CLOSE AR-LEDGER.
           IF ADVR-MASTER-AVAILABLE
               CLOSE ADVERTISERS
           END-IF.
       9100-EXIT.
           EXIT.
