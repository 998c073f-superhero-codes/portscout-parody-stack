      *                    AND FAILED SIGN-ON ATTEMPTS ARE WRITTEN
      *                    TO THE MAINT-AUDIT TRAIL, MATCHING
      *                    CATALOG-MAINT.
      *   2026-09-22  JH   ADD AND CHANGE NOW CAPTURE THE PLACEMENT'S
      *                    PER-CLICK BID IN CENTS (SPONS-BID-CENTS).
      *                    A BID MOVES THE PLACEMENT TO PER-CLICK
      *                    BILLING AND COUNTS TOWARD ITS RANK; ZERO
      *                    OR BLANK KEEPS IT ON PER-IMPRESSION
      *                    BILLING. THE BID RIDES IN THE AUDITED
      *                    BEFORE/AFTER IMAGES, AND A CHANGED BID IS
      *                    CALLED OUT ON THE SCREEN WHEN THE CHANGE
      *                    IS SAVED.
      *   2026-10-15  JH   A BID KEYED WITH A LEADING BLANK IS NO
      *                    LONGER REFUSED - THE FIELD IS TRIMMED
      *                    BEFORE IT IS CHECKED AS A NUMBER.
      *--------------------------------------------------------------
      *
      * SPONSOR-MAINT LETS THE SALES DESK MAINTAIN SPONSORED-LISTINGS
      * ENTRIES BY HAND - ADDING A NEW PAID PLACEMENT WHEN AN
      * ADVERTISER SIGNS UP, CORRECTING THE KEYWORD/TITLE ON AN
      * EXISTING PLACEMENT, SETTING ITS PER-CLICK BID, OR REMOVING
      * ONE OUTRIGHT WHEN A CONTRACT ENDS. ALTAVISTA-BABY READS
      * THIS FILE ONLINE; THIS PROGRAM IS THE ONLY WAY IT EVER GETS
      * WRITTEN TO.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-NEW-ACCOUNT           PIC X(08) VALUE SPACES.
       77  WS-ACCOUNT-OK-SW         PIC X(01) VALUE "N".
           88  ACCOUNT-IS-ON-MASTER         VALUE "Y".
       77  WS-FIELD-IN              PIC X(10) VALUE SPACES.
       77  WS-FIELD-LEN             PIC 9(02) VALUE 0.
       77  WS-FIELD-WORK            PIC X(10) VALUE SPACES.
       77  WS-NUM-VALUE             PIC 9(08) VALUE 0.
       77  WS-FIELD-BLANK-SW        PIC X(01) VALUE "N".
           88  FIELD-WAS-BLANK              VALUE "Y".
       77  WS-FIELDS-OK-SW          PIC X(01) VALUE "Y".
           88  FIELDS-ARE-OK                VALUE "Y".
      * HIGHEST PER-CLICK BID THE DESK MAY KEY, CENTS - ANYTHING
      * ABOVE IS ALMOST CERTAINLY A DOLLARS-FOR-CENTS SLIP.
       77  WS-BID-MAX               PIC 9(04) VALUE 2500.
       77  WS-OLD-BID-CENTS         PIC 9(04) VALUE 0.
       77  WS-OPER-STATUS           PIC X(02) VALUE SPACES.
       77  WS-OPER-EOF-SW           PIC X(01) VALUE "N".
           88  OPER-EOF                     VALUE "Y".
           ACCEPT SPONS-ADVERTISER.
           DISPLAY "ENTER BILLING ACCOUNT: " WITH NO ADVANCING.
           ACCEPT SPONS-ACCOUNT.
           MOVE "Y" TO WS-FIELDS-OK-SW.
           DISPLAY "ENTER PER-CLICK BID, CENTS (BLANK = NONE, BILL "
               "PER IMPRESSION): " WITH NO ADVANCING.
           PERFORM 7100-ACCEPT-BID THRU 7100-EXIT.
           MOVE WS-NUM-VALUE TO SPONS-BID-CENTS.
           IF NOT FIELDS-ARE-OK
               DISPLAY "LISTING NOT ADDED - FIX THE BID AND TRY "
                   "AGAIN."
               GO TO 3000-EXIT
           END-IF.
           MOVE SPONS-ACCOUNT TO WS-NEW-ACCOUNT.
           PERFORM 7000-CHECK-ACCOUNT THRU 7000-EXIT.
           IF NOT ACCOUNT-IS-ON-MASTER

       4100-APPLY-CHANGES.
           MOVE SPONS-RECORD TO WS-BEFORE-IMAGE.
           MOVE SPONS-BID-CENTS TO WS-OLD-BID-CENTS.
           MOVE "Y" TO WS-FIELDS-OK-SW.
           DISPLAY "CURRENT KEYWORD: " SPONS-KEYWORD.
           DISPLAY "ENTER NEW KEYWORD (BLANK = NO CHANGE): "
               WITH NO ADVANCING.
                       "ACCOUNT UP IN ADVERTISER-MAINT FIRST."
               END-IF
           END-IF.
           DISPLAY "CURRENT PER-CLICK BID: " SPONS-BID-CENTS
               " CENTS (0 = BILLED PER IMPRESSION)".
           DISPLAY "ENTER NEW BID, CENTS (BLANK = NO CHANGE, "
               "0 = NONE): " WITH NO ADVANCING.
           PERFORM 7100-ACCEPT-BID THRU 7100-EXIT.
           IF NOT FIELDS-ARE-OK
               DISPLAY "LISTING NOT CHANGED - FIX THE BID AND TRY "
                   "AGAIN."
               GO TO 4100-EXIT
           END-IF.
           IF NOT FIELD-WAS-BLANK
               MOVE WS-NUM-VALUE TO SPONS-BID-CENTS
           END-IF.
           REWRITE SPONS-RECORD
               INVALID KEY
                   DISPLAY "UPDATE FAILED."
               NOT INVALID KEY
                   DISPLAY "LISTING UPDATED."
                   IF SPONS-BID-CENTS NOT = WS-OLD-BID-CENTS
                       DISPLAY "PER-CLICK BID CHANGED FROM "
                           WS-OLD-BID-CENTS " TO " SPONS-BID-CENTS
                           " CENTS."
                   END-IF
                   MOVE "CHANGE"     TO WS-AUDIT-ACTION
                   MOVE SPONS-URL    TO WS-AUDIT-KEY
                   MOVE SPONS-RECORD TO WS-AFTER-IMAGE
       7000-EXIT.
           EXIT.

      *    A BLANK ANSWER MEANS NO BID ON THE ADD SCREEN AND "NO
      *    CHANGE" ON THE CHANGE SCREEN - THE CALLER DECIDES FROM
      *    FIELD-WAS-BLANK. ANYTHING ELSE MUST BE WHOLE CENTS, NO
      *    MORE THAN WS-BID-MAX, RETURNED IN WS-NUM-VALUE.
       7100-ACCEPT-BID.
           MOVE SPACES TO WS-FIELD-IN.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE "N" TO WS-FIELD-BLANK-SW.
           ACCEPT WS-FIELD-IN.
           IF WS-FIELD-IN = SPACES
               MOVE "Y" TO WS-FIELD-BLANK-SW
               GO TO 7100-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WS-FIELD-IN) TO WS-FIELD-WORK.
           COMPUTE WS-FIELD-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD-IN)).
           IF WS-FIELD-LEN > 4
           OR WS-FIELD-WORK(1:WS-FIELD-LEN) NOT NUMERIC
               DISPLAY "NOT A BID IN WHOLE CENTS."
               MOVE "N" TO WS-FIELDS-OK-SW
               GO TO 7100-EXIT
           END-IF.
           COMPUTE WS-NUM-VALUE =
               FUNCTION NUMVAL(WS-FIELD-WORK(1:WS-FIELD-LEN)).
           IF WS-NUM-VALUE > WS-BID-MAX
               DISPLAY "BID OVER " WS-BID-MAX " CENTS - KEY THE "
                   "BID IN CENTS, NOT DOLLARS."
               MOVE "N" TO WS-FIELDS-OK-SW
               MOVE 0 TO WS-NUM-VALUE
           END-IF.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8000-WRITE-AUDIT                                          *
      *  ONE TRAIL RECORD PER SUCCESSFUL ACTION. OPENED AND        *
