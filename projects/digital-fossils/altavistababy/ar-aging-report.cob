       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-AGING-REPORT.
       AUTHOR. J HENNESSEY.
       INSTALLATION. PORTSCOUT-PARODY-STACK.
       DATE-WRITTEN. 2026-09-15.
       DATE-COMPILED.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-09-15  JH   INITIAL VERSION - MONTHLY AGED-RECEIVABLES
      *                    REPORT OVER THE AR-LEDGER (CURRENT, 1-30,
      *                    31-60, 61-90 AND OVER 90 DAYS PAST DUE)
      *                    THAT ALSO PUTS AN ACCOUNT ON CREDIT HOLD
      *                    WHEN ANY OF ITS INVOICES IS MORE THAN THE
      *                    HOLD THRESHOLD PAST DUE, AND TAKES IT OFF
      *                    AGAIN ONCE NONE IS. ALTAVISTA-BABY STOPS
      *                    SERVING A HELD ACCOUNT'S PLACEMENTS.
      *   2026-10-15  JH   A THRESHOLD KEYED WITH A LEADING BLANK
      *                    IS NO LONGER REFUSED - THE FIELD IS
      *                    TRIMMED BEFORE IT IS CHECKED AS A NUMBER.
      *--------------------------------------------------------------
      *
      * AR-AGING-REPORT READS EVERY INVOICE STILL OWING ON THE
      * AR-LEDGER, SORTS THEM BY ACCOUNT AND DUE DATE, AND PRINTS
      * EACH ACCOUNT'S INVOICES WITH THE DAYS PAST DUE AND THE
      * ACCOUNT'S TOTAL IN EACH AGING BUCKET, THEN THE SAME BUCKETS
      * FOR THE WHOLE LEDGER. THE CREDIT-HOLD THRESHOLD DEFAULTS TO
      * WS-HOLD-DAYS AND CAN BE OVERRIDDEN AT THE PROMPT FOR ONE
      * RUN. HOLDS SET AND RELEASED ARE LISTED AT THE END AND
      * WRITTEN TO THE MAINT-AUDIT TRAIL UNDER OPERATOR "AR-AGING"
      * SO FINANCE CAN SEE WHY AN ACCOUNT WENT DARK. RUNS MONTHLY,
      * AFTER INVOICE-REPORT, OR WHENEVER FINANCE WANTS A FRESH
      * AGING.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-LEDGER ASSIGN TO "AR-LEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-INVOICE-NO
               FILE STATUS IS WS-AR-STATUS.
           SELECT WORK-SORT1 ASSIGN TO "AGNGSRT1.TMP".
           SELECT ADVERTISERS ASSIGN TO "ADVERTISERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADVR-ACCOUNT
               FILE STATUS IS WS-ADVR-STATUS.
           SELECT MAINT-AUDIT ASSIGN TO "MAINT-AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-LEDGER.
           COPY ARLGREC.

       SD  WORK-SORT1.
       01  SORT1-RECORD.
           05  SORT1-ACCOUNT        PIC X(08).
           05  SORT1-DUE-DATE       PIC 9(08).
           05  SORT1-INVOICE-NO     PIC X(14).
           05  SORT1-ADVERTISER     PIC X(40).
           05  SORT1-OWED           PIC 9(07)V99.

       FD  ADVERTISERS.
           COPY ADVRREC.

       FD  MAINT-AUDIT.
           COPY MAUDREC.

       WORKING-STORAGE SECTION.
       77  WS-AR-STATUS             PIC X(02) VALUE SPACES.
       77  WS-AR-EOF-SW             PIC X(01) VALUE "N".
           88  AR-EOF                       VALUE "Y".
       77  WS-SORT1-EOF-SW          PIC X(01) VALUE "N".
           88  SORT1-EOF                    VALUE "Y".
       77  WS-ADVR-STATUS           PIC X(02) VALUE SPACES.
       77  WS-ADVR-EOF-SW           PIC X(01) VALUE "N".
           88  ADVR-EOF                     VALUE "Y".
       77  WS-AUDIT-STATUS          PIC X(02) VALUE SPACES.
       77  WS-TODAY-DATE            PIC X(21) VALUE SPACES.
       77  WS-TODAY-YYYYMMDD        PIC 9(08) VALUE 0.
       77  WS-TODAY-INTEGER         PIC S9(08) VALUE 0 COMP.
       77  WS-DUE-INTEGER           PIC S9(08) VALUE 0 COMP.
       77  WS-DAYS-PAST-DUE         PIC S9(08) VALUE 0 COMP.
       77  WS-DAYS-EDITED           PIC -(7)9.
      * AN ACCOUNT WITH AN INVOICE MORE THAN THIS MANY DAYS PAST
      * DUE GOES ON CREDIT HOLD. THE PROMPT CAN OVERRIDE IT FOR
      * ONE RUN.
       77  WS-HOLD-DAYS             PIC 9(04) VALUE 60 COMP.
       77  WS-FIELD-IN              PIC X(10) VALUE SPACES.
       77  WS-FIELD-LEN             PIC 9(02) VALUE 0.
       77  WS-FIELD-WORK            PIC X(10) VALUE SPACES.
       77  WS-INVOICES-READ         PIC 9(08) VALUE 0 COMP.
       77  WS-INVOICES-OPEN         PIC 9(08) VALUE 0 COMP.
       77  WS-ACCOUNTS-OWING        PIC 9(08) VALUE 0 COMP.
       77  WS-HOLDS-SET             PIC 9(08) VALUE 0 COMP.
       77  WS-HOLDS-KEPT            PIC 9(08) VALUE 0 COMP.
       77  WS-HOLDS-RELEASED        PIC 9(08) VALUE 0 COMP.
       77  WS-FIRST-RECORD-SW       PIC X(01) VALUE "Y".
           88  FIRST-RECORD                 VALUE "Y".
       77  WS-PREV-ACCOUNT          PIC X(08) VALUE SPACES.
       77  WS-ACCOUNT-WORST-DAYS    PIC S9(08) VALUE 0 COMP.
       77  WS-BUCKET-IX             PIC 9(02) VALUE 0 COMP.
       77  WS-MONEY-EDITED          PIC $$,$$$,$$9.99.
       77  WS-TOTAL-EDITED          PIC $$$,$$$,$$9.99.
       77  WS-ADVR-AVAIL-SW         PIC X(01) VALUE "N".
           88  ADVR-MASTER-AVAILABLE        VALUE "Y".
       77  WS-SHOULD-HOLD-SW        PIC X(01) VALUE "N".
           88  ACCOUNT-SHOULD-HOLD          VALUE "Y".
       77  WS-BEFORE-IMAGE          PIC X(360) VALUE SPACES.
       77  WS-AUDIT-ACTION          PIC X(08) VALUE SPACES.
      * ACCOUNTS FOUND OVER THE THRESHOLD, COLLECTED DURING THE
      * AGING PASS AND APPLIED TO THE MASTER AFTERWARDS.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ACCOUNT      PIC X(08) OCCURS 500 TIMES.
       77  WS-HOLD-COUNT            PIC 9(04) VALUE 0 COMP.
       77  WS-HOLD-MAX              PIC 9(04) VALUE 500 COMP.
       77  WS-HOLD-IX               PIC 9(04) VALUE 0 COMP.
       77  WS-HOLD-TABLE-FULL-SW    PIC X(01) VALUE "N".
           88  HOLD-TABLE-FULL              VALUE "Y".
      * AGING BUCKETS: 1 CURRENT (NOT YET DUE), 2 1-30, 3 31-60,
      * 4 61-90, 5 OVER 90 DAYS PAST DUE.
       01  WS-BUCKET-NAMES.
           05  FILLER               PIC X(12) VALUE "CURRENT".
           05  FILLER               PIC X(12) VALUE "1-30 DAYS".
           05  FILLER               PIC X(12) VALUE "31-60 DAYS".
           05  FILLER               PIC X(12) VALUE "61-90 DAYS".
           05  FILLER               PIC X(12) VALUE "OVER 90".
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05  WS-BUCKET-NAME       PIC X(12) OCCURS 5 TIMES.
       01  WS-ACCOUNT-BUCKETS.
           05  WS-ACCOUNT-AGED      PIC 9(09)V99 OCCURS 5 TIMES.
       01  WS-GRAND-BUCKETS.
           05  WS-GRAND-AGED        PIC 9(09)V99 OCCURS 5 TIMES.
       77  WS-ACCOUNT-TOTAL         PIC 9(09)V99 VALUE 0.
       77  WS-GRAND-TOTAL           PIC 9(09)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SORT-OPEN-INVOICES THRU 2000-EXIT.
           PERFORM 3000-APPLY-HOLDS THRU 3000-EXIT.
           PERFORM 4000-PRINT-TRAILER THRU 4000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE                                          *
      *  ESTABLISH THE AS-OF DATE AND THE HOLD THRESHOLD, AND     *
      *  PRINT THE HEADER.                                        *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE(1:8) TO WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
           INITIALIZE WS-ACCOUNT-BUCKETS WS-GRAND-BUCKETS.
           DISPLAY "AR-AGING-REPORT: CREDIT-HOLD THRESHOLD, DAYS "
               "PAST DUE (BLANK = " WS-HOLD-DAYS "): "
               WITH NO ADVANCING.
           ACCEPT WS-FIELD-IN.
           IF WS-FIELD-IN NOT = SPACES
               MOVE FUNCTION TRIM(WS-FIELD-IN) TO WS-FIELD-WORK
               COMPUTE WS-FIELD-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD-IN))
               IF WS-FIELD-LEN > 4
               OR WS-FIELD-WORK(1:WS-FIELD-LEN) NOT NUMERIC
                   DISPLAY "AR-AGING-REPORT: NOT A NUMBER OF DAYS - "
                       "RUN ABANDONED"
                   STOP RUN
               END-IF
               COMPUTE WS-HOLD-DAYS =
                   FUNCTION NUMVAL(WS-FIELD-WORK(1:WS-FIELD-LEN))
           END-IF.
           OPEN INPUT AR-LEDGER.
           IF WS-AR-STATUS NOT = "00"
               DISPLAY "AR-AGING-REPORT: NO AR-LEDGER, STATUS "
                   WS-AR-STATUS " - NOTHING TO AGE"
               STOP RUN
           END-IF.
           DISPLAY "========================================".
           DISPLAY " ALTAVISTA BABY - AGED RECEIVABLES".
           DISPLAY " AS OF: " WS-TODAY-YYYYMMDD
               "   CREDIT HOLD OVER " WS-HOLD-DAYS " DAYS".
           DISPLAY "========================================".
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-SORT-OPEN-INVOICES                                  *
      *  SORT WHAT IS STILL OWED BY ACCOUNT, OLDEST DUE FIRST,    *
      *  AND CONTROL-BREAK IT INTO ONE SECTION PER ACCOUNT.       *
      *----------------------------------------------------------*
       2000-SORT-OPEN-INVOICES.
           SORT WORK-SORT1
               ON ASCENDING KEY SORT1-ACCOUNT
               ON ASCENDING KEY SORT1-DUE-DATE
               INPUT PROCEDURE IS 2100-SELECT-OPEN THRU 2100-EXIT
               OUTPUT PROCEDURE IS 2200-BREAK-BY-ACCOUNT THRU
                   2200-EXIT.
           CLOSE AR-LEDGER.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2100-SELECT-OPEN                                         *
      *  SETTLED INVOICES STAY ON THE LEDGER AS HISTORY BUT HAVE  *
      *  NOTHING TO AGE.                                          *
      *----------------------------------------------------------*
       2100-SELECT-OPEN.
           MOVE "N" TO WS-AR-EOF-SW.
           PERFORM 2110-READ-INVOICE THRU 2110-EXIT
               UNTIL AR-EOF.
       2100-EXIT.
           EXIT.

       2110-READ-INVOICE.
           READ AR-LEDGER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-AR-EOF-SW
               NOT AT END
                   ADD 1 TO WS-INVOICES-READ
                   IF AR-AMOUNT-OWED > 0
                       ADD 1 TO WS-INVOICES-OPEN
                       MOVE AR-INV-ACCOUNT   TO SORT1-ACCOUNT
                       MOVE AR-DUE-DATE      TO SORT1-DUE-DATE
                       MOVE AR-INVOICE-NO    TO SORT1-INVOICE-NO
                       MOVE AR-ADVERTISER    TO SORT1-ADVERTISER
                       MOVE AR-AMOUNT-OWED   TO SORT1-OWED
                       RELEASE SORT1-RECORD
                   END-IF
           END-READ.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2200-BREAK-BY-ACCOUNT                                    *
      *----------------------------------------------------------*
       2200-BREAK-BY-ACCOUNT.
           MOVE "N" TO WS-SORT1-EOF-SW.
           MOVE "Y" TO WS-FIRST-RECORD-SW.
           PERFORM 2210-RETURN-SORTED THRU 2210-EXIT
               UNTIL SORT1-EOF.
           IF NOT FIRST-RECORD
               PERFORM 2240-PRINT-ACCOUNT-TOTAL THRU 2240-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       2210-RETURN-SORTED.
           RETURN WORK-SORT1
               AT END
                   MOVE "Y" TO WS-SORT1-EOF-SW
               NOT AT END
                   PERFORM 2220-ONE-INVOICE THRU 2220-EXIT
           END-RETURN.
       2210-EXIT.
           EXIT.

       2220-ONE-INVOICE.
           IF FIRST-RECORD
               MOVE "N" TO WS-FIRST-RECORD-SW
               MOVE SORT1-ACCOUNT TO WS-PREV-ACCOUNT
               PERFORM 2250-PRINT-ACCOUNT-HEADER THRU 2250-EXIT
           END-IF.
           IF SORT1-ACCOUNT NOT = WS-PREV-ACCOUNT
               PERFORM 2240-PRINT-ACCOUNT-TOTAL THRU 2240-EXIT
               MOVE SORT1-ACCOUNT TO WS-PREV-ACCOUNT
               PERFORM 2250-PRINT-ACCOUNT-HEADER THRU 2250-EXIT
           END-IF.
           PERFORM 2230-AGE-ONE-INVOICE THRU 2230-EXIT.
       2220-EXIT.
           EXIT.

      *    DAYS PAST DUE DECIDE THE BUCKET. AN INVOICE NOT YET DUE
      *    (ZERO OR NEGATIVE DAYS) IS CURRENT.
       2230-AGE-ONE-INVOICE.
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(SORT1-DUE-DATE).
           COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-INTEGER - WS-DUE-INTEGER.
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE <= 0
                   MOVE 1 TO WS-BUCKET-IX
               WHEN WS-DAYS-PAST-DUE <= 30
                   MOVE 2 TO WS-BUCKET-IX
               WHEN WS-DAYS-PAST-DUE <= 60
                   MOVE 3 TO WS-BUCKET-IX
               WHEN WS-DAYS-PAST-DUE <= 90
                   MOVE 4 TO WS-BUCKET-IX
               WHEN OTHER
                   MOVE 5 TO WS-BUCKET-IX
           END-EVALUATE.
           IF WS-DAYS-PAST-DUE > WS-ACCOUNT-WORST-DAYS
               MOVE WS-DAYS-PAST-DUE TO WS-ACCOUNT-WORST-DAYS
           END-IF.
           ADD SORT1-OWED TO WS-ACCOUNT-AGED(WS-BUCKET-IX).
           ADD SORT1-OWED TO WS-GRAND-AGED(WS-BUCKET-IX).
           ADD SORT1-OWED TO WS-ACCOUNT-TOTAL.
           ADD SORT1-OWED TO WS-GRAND-TOTAL.
           MOVE WS-DAYS-PAST-DUE TO WS-DAYS-EDITED.
           MOVE SORT1-OWED TO WS-MONEY-EDITED.
           DISPLAY "   " SORT1-INVOICE-NO "  DUE " SORT1-DUE-DATE
               "  " WS-DAYS-EDITED " DAYS  " WS-MONEY-EDITED
               "  " WS-BUCKET-NAME(WS-BUCKET-IX).
       2230-EXIT.
           EXIT.

      *    THE ACCOUNT'S BUCKETS, THEN THE HOLD DECISION: ITS
      *    WORST INVOICE AGAINST THE THRESHOLD.
       2240-PRINT-ACCOUNT-TOTAL.
           MOVE 1 TO WS-BUCKET-IX.
           PERFORM 2245-PRINT-ACCOUNT-BUCKET THRU 2245-EXIT
               UNTIL WS-BUCKET-IX > 5.
           MOVE WS-ACCOUNT-TOTAL TO WS-TOTAL-EDITED.
           DISPLAY "   TOTAL OWED ......... " WS-TOTAL-EDITED.
           IF WS-ACCOUNT-WORST-DAYS > WS-HOLD-DAYS
               MOVE WS-ACCOUNT-WORST-DAYS TO WS-DAYS-EDITED
               DISPLAY "   ** CREDIT HOLD - OLDEST INVOICE "
                   WS-DAYS-EDITED " DAYS PAST DUE **"
               PERFORM 2260-LIST-FOR-HOLD THRU 2260-EXIT
           END-IF.
           INITIALIZE WS-ACCOUNT-BUCKETS.
           MOVE 0 TO WS-ACCOUNT-TOTAL.
           MOVE 0 TO WS-ACCOUNT-WORST-DAYS.
       2240-EXIT.
           EXIT.

       2245-PRINT-ACCOUNT-BUCKET.
           IF WS-ACCOUNT-AGED(WS-BUCKET-IX) > 0
               MOVE WS-ACCOUNT-AGED(WS-BUCKET-IX) TO WS-TOTAL-EDITED
               DISPLAY "   " WS-BUCKET-NAME(WS-BUCKET-IX)
                   " ......... " WS-TOTAL-EDITED
           END-IF.
           ADD 1 TO WS-BUCKET-IX.
       2245-EXIT.
           EXIT.

       2250-PRINT-ACCOUNT-HEADER.
           ADD 1 TO WS-ACCOUNTS-OWING.
           DISPLAY " ".
           DISPLAY "ACCOUNT:    " SORT1-ACCOUNT "  " SORT1-ADVERTISER.
           DISPLAY "----------------------------------------".
       2250-EXIT.
           EXIT.

       2260-LIST-FOR-HOLD.
           IF WS-HOLD-COUNT >= WS-HOLD-MAX
               MOVE "Y" TO WS-HOLD-TABLE-FULL-SW
               GO TO 2260-EXIT
           END-IF.
           ADD 1 TO WS-HOLD-COUNT.
           MOVE WS-PREV-ACCOUNT TO WS-HOLD-ACCOUNT(WS-HOLD-COUNT).
       2260-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-APPLY-HOLDS                                         *
      *  WALK THE ADVERTISERS MASTER: HOLD EVERY ACCOUNT FOUND    *
      *  OVER THE THRESHOLD THAT IS NOT HELD YET, AND RELEASE     *
      *  EVERY HELD ACCOUNT THAT NO LONGER IS. AN ACCOUNT THAT    *
      *  HAS PAID UP ENTIRELY NEVER REACHED THE SORT, SO IT IS    *
      *  RELEASED HERE TOO.                                       *
      *----------------------------------------------------------*
       3000-APPLY-HOLDS.
           IF HOLD-TABLE-FULL
               DISPLAY " "
               DISPLAY "AR-AGING-REPORT: *** MORE THAN " WS-HOLD-MAX
                   " ACCOUNTS OVER THE THRESHOLD - HOLDS NOT "
                   "APPLIED THIS RUN ***"
               GO TO 3000-EXIT
           END-IF.
           OPEN I-O ADVERTISERS.
           IF WS-ADVR-STATUS NOT = "00"
               DISPLAY " "
               DISPLAY "AR-AGING-REPORT: NO ADVERTISERS MASTER, "
                   "STATUS " WS-ADVR-STATUS
                   " - CREDIT HOLDS NOT APPLIED"
               GO TO 3000-EXIT
           END-IF.
           MOVE "Y" TO WS-ADVR-AVAIL-SW.
           DISPLAY " ".
           DISPLAY "CREDIT-HOLD CHANGES".
           DISPLAY "----------------------------------------".
           MOVE "N" TO WS-ADVR-EOF-SW.
           PERFORM 3100-CHECK-ONE-ACCOUNT THRU 3100-EXIT
               UNTIL ADVR-EOF.
           CLOSE ADVERTISERS.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-ACCOUNT.
           READ ADVERTISERS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ADVR-EOF-SW
                   GO TO 3100-EXIT
           END-READ.
           MOVE "N" TO WS-SHOULD-HOLD-SW.
           MOVE 1 TO WS-HOLD-IX.
           PERFORM 3110-SEARCH-HOLD-TABLE THRU 3110-EXIT
               UNTIL ACCOUNT-SHOULD-HOLD
               OR WS-HOLD-IX > WS-HOLD-COUNT.
           MOVE ADVR-RECORD TO WS-BEFORE-IMAGE.
           IF ACCOUNT-SHOULD-HOLD
               IF ADVR-ON-CREDIT-HOLD
                   ADD 1 TO WS-HOLDS-KEPT
               ELSE
                   MOVE "Y" TO ADVR-CREDIT-HOLD
                   MOVE WS-TODAY-YYYYMMDD TO ADVR-HOLD-DATE
                   MOVE "CRHOLD" TO WS-AUDIT-ACTION
                   PERFORM 3200-REWRITE-ACCOUNT THRU 3200-EXIT
               END-IF
           ELSE
               IF ADVR-ON-CREDIT-HOLD
                   MOVE "N" TO ADVR-CREDIT-HOLD
                   MOVE 0 TO ADVR-HOLD-DATE
                   MOVE "CRRELEAS" TO WS-AUDIT-ACTION
                   PERFORM 3200-REWRITE-ACCOUNT THRU 3200-EXIT
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

       3110-SEARCH-HOLD-TABLE.
           IF WS-HOLD-ACCOUNT(WS-HOLD-IX) = ADVR-ACCOUNT
               MOVE "Y" TO WS-SHOULD-HOLD-SW
           ELSE
               ADD 1 TO WS-HOLD-IX
           END-IF.
       3110-EXIT.
           EXIT.

       3200-REWRITE-ACCOUNT.
           REWRITE ADVR-RECORD
               INVALID KEY
                   DISPLAY "   " ADVR-ACCOUNT " *** HOLD CHANGE "
                       "COULD NOT BE WRITTEN ***"
                   GO TO 3200-EXIT
           END-REWRITE.
           IF ADVR-ON-CREDIT-HOLD
               ADD 1 TO WS-HOLDS-SET
               DISPLAY "   " ADVR-ACCOUNT "  " ADVR-NAME
                   "  PUT ON HOLD"
           ELSE
               ADD 1 TO WS-HOLDS-RELEASED
               DISPLAY "   " ADVR-ACCOUNT "  " ADVR-NAME
                   "  RELEASED"
           END-IF.
           PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-PRINT-TRAILER                                       *
      *  LEDGER-WIDE BUCKETS AND CONTROL COUNTS.                  *
      *----------------------------------------------------------*
       4000-PRINT-TRAILER.
           DISPLAY " ".
           DISPLAY "========================================".
           DISPLAY " LEDGER AGING".
           MOVE 1 TO WS-BUCKET-IX.
           PERFORM 4100-PRINT-GRAND-BUCKET THRU 4100-EXIT
               UNTIL WS-BUCKET-IX > 5.
           MOVE WS-GRAND-TOTAL TO WS-TOTAL-EDITED.
           DISPLAY " TOTAL OUTSTANDING ..... " WS-TOTAL-EDITED.
           DISPLAY "----------------------------------------".
           DISPLAY " INVOICES READ ......... " WS-INVOICES-READ.
           DISPLAY " INVOICES STILL OWING .. " WS-INVOICES-OPEN.
           DISPLAY " ACCOUNTS OWING ........ " WS-ACCOUNTS-OWING.
           DISPLAY " HOLDS SET ............. " WS-HOLDS-SET.
           DISPLAY " HOLDS CONTINUED ....... " WS-HOLDS-KEPT.
           DISPLAY " HOLDS RELEASED ........ " WS-HOLDS-RELEASED.
           DISPLAY "========================================".
       4000-EXIT.
           EXIT.

       4100-PRINT-GRAND-BUCKET.
           MOVE WS-GRAND-AGED(WS-BUCKET-IX) TO WS-TOTAL-EDITED.
           DISPLAY " " WS-BUCKET-NAME(WS-BUCKET-IX)
               " ........... " WS-TOTAL-EDITED.
           ADD 1 TO WS-BUCKET-IX.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8000-WRITE-AUDIT                                          *
      *  HOLDS ARE FINANCE DECISIONS MADE BY THIS RUN, SO THEY GO  *
      *  TO THE SAME TRAIL AS A RELEASE KEYED AT PAYMENT-POSTING.  *
      *----------------------------------------------------------*
       8000-WRITE-AUDIT.
           OPEN EXTEND MAINT-AUDIT.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE(1:14) TO MAUD-TIMESTAMP.
           MOVE "AR-AGING"       TO MAUD-OPERATOR.
           MOVE "ADVERTIS"       TO MAUD-FILE-ID.
           MOVE WS-AUDIT-ACTION  TO MAUD-ACTION.
           MOVE ADVR-ACCOUNT     TO MAUD-KEY.
           MOVE WS-BEFORE-IMAGE  TO MAUD-BEFORE-IMAGE.
           MOVE ADVR-RECORD      TO MAUD-AFTER-IMAGE.
           WRITE MAUD-RECORD.
           CLOSE MAINT-AUDIT.
       8000-EXIT.
           EXIT.
