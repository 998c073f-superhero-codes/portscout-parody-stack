       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAFFIC-EXCEPTION-RPT.
       AUTHOR. J HENNESSEY.
       INSTALLATION. PORTSCOUT-PARODY-STACK.
       DATE-WRITTEN. 2026-09-29.
       DATE-COMPILED.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-09-29  JH   INITIAL VERSION - INVALID-TRAFFIC
      *                    EXCEPTION REPORT, SO SALES CAN SHOW AN
      *                    ADVERTISER EXACTLY WHICH IMPRESSIONS AND
      *                    CLICKS WERE TAKEN OFF THE INVOICE AND WHY.
      *   2026-10-06  JH   EACH FLAGGED RECORD NOW SHOWS THE SESSION
      *                    AND SIGN-ON ID IT CAME FROM.
      *--------------------------------------------------------------
      *
      * TRAFFIC-EXCEPTION-RPT TAKES AN ACCOUNT (BLANK = ALL) AND A
      * BILLING MONTH (YYYYMM, BLANK = THIS MONTH), READS THE
      * INVALID-TRAFFIC FILE WRITTEN BY TRAFFIC-SCREEN, AND PRINTS
      * EVERY FLAGGED IMPRESSION AND CLICK FOR THAT MONTH BY
      * ACCOUNT AND ADVERTISER WITH ITS REASON, THEN THE COUNTS AND
      * THE CREDIT THE INVOICE CARRIES FOR THEM - PRICED THE SAME
      * WAY INVOICE-REPORT PRICES THEM, SO THE TWO TIE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVALID-TRAFFIC ASSIGN TO "INVALID-TRAFFIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IVT-STATUS.
           SELECT WORK-SORT1 ASSIGN TO "TEXRSRT1.TMP".
           SELECT ADVERTISERS ASSIGN TO "ADVERTISERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADVR-ACCOUNT
               FILE STATUS IS WS-ADVR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVALID-TRAFFIC.
           COPY IVTRREC.

       SD  WORK-SORT1.
       01  SORT1-RECORD.
           05  SORT1-ACCOUNT        PIC X(08).
           05  SORT1-ADVERTISER     PIC X(40).
           05  SORT1-SOURCE         PIC X(01).
               88  SORT1-IS-CLICK           VALUE "C".
           05  SORT1-TIMESTAMP      PIC X(14).
           05  SORT1-REASON         PIC X(06).
           05  SORT1-KEYWORD        PIC X(40).
           05  SORT1-QUERY          PIC X(80).
           05  SORT1-URL            PIC X(80).
           05  SORT1-BID-CENTS      PIC 9(04).
           05  SORT1-SESSION-ID     PIC X(16).
           05  SORT1-SIGNON-ID      PIC X(08).

       FD  ADVERTISERS.
           COPY ADVRREC.

       WORKING-STORAGE SECTION.
       77  WS-IVT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-IVT-EOF-SW            PIC X(01) VALUE "N".
           88  IVT-EOF                      VALUE "Y".
       77  WS-ADVR-STATUS           PIC X(02) VALUE SPACES.
       77  WS-ADVR-AVAIL-SW         PIC X(01) VALUE "N".
           88  ADVR-MASTER-AVAILABLE        VALUE "Y".
       77  WS-SORT1-EOF-SW          PIC X(01) VALUE "N".
           88  SORT1-EOF                    VALUE "Y".
       77  WS-FIRST-RECORD-SW       PIC X(01) VALUE "Y".
           88  FIRST-RECORD                 VALUE "Y".
       77  WS-RUN-DATE              PIC X(21) VALUE SPACES.
       77  WS-ACCOUNT-IN            PIC X(40) VALUE SPACES.
       77  WS-MONTH-IN              PIC X(40) VALUE SPACES.
       77  WS-SELECT-ACCOUNT        PIC X(08) VALUE SPACES.
       77  WS-SELECT-MONTH          PIC X(06) VALUE SPACES.
       77  WS-PREV-ACCOUNT          PIC X(08) VALUE SPACES.
       77  WS-PREV-ADVERTISER       PIC X(40) VALUE SPACES.
       77  WS-SOURCE-WORD           PIC X(10) VALUE SPACES.
      * STANDARD CARD RATE, CENTS PER DELIVERED IMPRESSION - THE
      * SAME FALLBACK INVOICE-REPORT BILLS AT.
       77  WS-RATE-CENTS            PIC 9(04) VALUE 5.
       77  WS-APPLIED-RATE          PIC 9(04) VALUE 0.
       77  WS-CARD-RATE-SW          PIC X(01) VALUE "N".
           88  BILLED-AT-CARD-RATE          VALUE "Y".
       77  WS-ADVERT-IMPRS          PIC 9(08) VALUE 0 COMP.
       77  WS-ADVERT-CLICKS         PIC 9(08) VALUE 0 COMP.
       77  WS-ADVERT-REPEATS        PIC 9(08) VALUE 0 COMP.
       77  WS-ADVERT-BURSTS         PIC 9(08) VALUE 0 COMP.
       77  WS-ADVERT-CLICK-AMOUNT   PIC 9(07)V99 VALUE 0.
       77  WS-IMPR-AMOUNT           PIC 9(07)V99 VALUE 0.
       77  WS-CREDIT-AMOUNT         PIC 9(07)V99 VALUE 0.
       77  WS-AMOUNT-EDITED         PIC $$,$$$,$$9.99.
       77  WS-BID-EDITED            PIC ZZZ9.
       77  WS-GRAND-CREDIT          PIC 9(09)V99 VALUE 0.
       77  WS-GRAND-EDITED          PIC $$$,$$$,$$9.99.
       77  WS-RECORDS-READ          PIC 9(08) VALUE 0 COMP.
       77  WS-RECORDS-LISTED        PIC 9(08) VALUE 0 COMP.
       77  WS-ADVERTISER-COUNT      PIC 9(08) VALUE 0 COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SORT-EXCEPTIONS THRU 2000-EXIT.
           PERFORM 3000-PRINT-TRAILER THRU 3000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE                                          *
      *  TAKE THE SELECTION AND PRINT THE HEADER AND THE REASON   *
      *  LEGEND.                                                  *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
           DISPLAY "TRAFFIC-EXCEPTION-RPT: ACCOUNT "
               "(BLANK = ALL): " WITH NO ADVANCING.
           ACCEPT WS-ACCOUNT-IN.
           IF WS-ACCOUNT-IN(9:32) NOT = SPACES
               DISPLAY "TRAFFIC-EXCEPTION-RPT: ACCOUNT IS AT MOST "
                   "8 CHARACTERS - RUN ABANDONED"
               STOP RUN
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-ACCOUNT-IN(1:8))
               TO WS-SELECT-ACCOUNT.
           DISPLAY "TRAFFIC-EXCEPTION-RPT: BILLING MONTH "
               "(YYYYMM, BLANK = THIS MONTH): " WITH NO ADVANCING.
           ACCEPT WS-MONTH-IN.
           IF WS-MONTH-IN = SPACES
               MOVE WS-RUN-DATE(1:6) TO WS-SELECT-MONTH
           ELSE
               IF WS-MONTH-IN(1:6) NOT NUMERIC
               OR WS-MONTH-IN(7:34) NOT = SPACES
                   DISPLAY "TRAFFIC-EXCEPTION-RPT: NOT A YYYYMM "
                       "MONTH - RUN ABANDONED"
                   STOP RUN
               END-IF
               MOVE WS-MONTH-IN(1:6) TO WS-SELECT-MONTH
           END-IF.
           OPEN INPUT ADVERTISERS.
           IF WS-ADVR-STATUS = "00"
               MOVE "Y" TO WS-ADVR-AVAIL-SW
           ELSE
               DISPLAY "TRAFFIC-EXCEPTION-RPT: NO ADVERTISERS "
                   "MASTER, STATUS " WS-ADVR-STATUS
                   " - IMPRESSIONS PRICED AT THE CARD RATE"
           END-IF.
           DISPLAY "========================================".
           DISPLAY " ALTAVISTA BABY - INVALID TRAFFIC EXCEPTIONS".
           DISPLAY " BILLING MONTH: " WS-SELECT-MONTH.
           IF WS-SELECT-ACCOUNT = SPACES
               DISPLAY " ACCOUNT:       ALL"
           ELSE
               DISPLAY " ACCOUNT:       " WS-SELECT-ACCOUNT
           END-IF.
           DISPLAY "========================================".
           DISPLAY " REASONS:".
           DISPLAY "   REPEAT - SAME QUERY AND URL SHOWN AGAIN "
               "WITHIN SECONDS (RELOAD OR RESUBMIT)".
           DISPLAY "   BURST  - MORE CLICKS ON ONE PLACEMENT IN A "
               "MINUTE THAN ONE VISITOR MAKES".
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-SORT-EXCEPTIONS                                     *
      *  SORT THE SELECTED MONTH'S FLAGGED RECORDS BY ACCOUNT,    *
      *  ADVERTISER, TYPE, AND TIME.                              *
      *----------------------------------------------------------*
       2000-SORT-EXCEPTIONS.
           SORT WORK-SORT1
               ON ASCENDING KEY SORT1-ACCOUNT
               ON ASCENDING KEY SORT1-ADVERTISER
               ON ASCENDING KEY SORT1-SOURCE
               ON ASCENDING KEY SORT1-TIMESTAMP
               INPUT PROCEDURE IS 2100-SELECT-MONTH THRU 2100-EXIT
               OUTPUT PROCEDURE IS 2200-BREAK-BY-ADVERTISER THRU
                   2200-EXIT.
       2000-EXIT.
           EXIT.

       2100-SELECT-MONTH.
           OPEN INPUT INVALID-TRAFFIC.
           IF WS-IVT-STATUS NOT = "00"
               DISPLAY "TRAFFIC-EXCEPTION-RPT: NO INVALID-TRAFFIC "
                   "FILE, STATUS " WS-IVT-STATUS
                   " - TRAFFIC-SCREEN HAS NOT RUN"
               GO TO 2100-EXIT
           END-IF.
           MOVE "N" TO WS-IVT-EOF-SW.
           PERFORM 2110-READ-EXCEPTION THRU 2110-EXIT
               UNTIL IVT-EOF.
           CLOSE INVALID-TRAFFIC.
       2100-EXIT.
           EXIT.

       2110-READ-EXCEPTION.
           READ INVALID-TRAFFIC
               AT END
                   MOVE "Y" TO WS-IVT-EOF-SW
                   GO TO 2110-EXIT
           END-READ.
           ADD 1 TO WS-RECORDS-READ.
           IF IVT-TIMESTAMP(1:6) NOT = WS-SELECT-MONTH
               GO TO 2110-EXIT
           END-IF.
           IF WS-SELECT-ACCOUNT NOT = SPACES
           AND IVT-ACCOUNT NOT = WS-SELECT-ACCOUNT
               GO TO 2110-EXIT
           END-IF.
           MOVE IVT-ACCOUNT    TO SORT1-ACCOUNT.
           MOVE IVT-ADVERTISER TO SORT1-ADVERTISER.
           MOVE IVT-SOURCE     TO SORT1-SOURCE.
           MOVE IVT-TIMESTAMP  TO SORT1-TIMESTAMP.
           MOVE IVT-REASON     TO SORT1-REASON.
           MOVE IVT-KEYWORD    TO SORT1-KEYWORD.
           MOVE IVT-QUERY      TO SORT1-QUERY.
           MOVE IVT-URL        TO SORT1-URL.
           IF IVT-FROM-CLICKLOG
           AND IVT-BID-CENTS IS NUMERIC
               MOVE IVT-BID-CENTS TO SORT1-BID-CENTS
           ELSE
               MOVE 0 TO SORT1-BID-CENTS
           END-IF.
           MOVE IVT-SESSION-ID TO SORT1-SESSION-ID.
           MOVE IVT-SIGNON-ID  TO SORT1-SIGNON-ID.
           RELEASE SORT1-RECORD.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2200-BREAK-BY-ADVERTISER                                 *
      *  A DETAIL BLOCK PER FLAGGED RECORD, AND AT EACH           *
      *  ADVERTISER BREAK THE COUNTS AND THE CREDIT.              *
      *----------------------------------------------------------*
       2200-BREAK-BY-ADVERTISER.
           MOVE "N" TO WS-SORT1-EOF-SW.
           MOVE "Y" TO WS-FIRST-RECORD-SW.
           PERFORM 2210-RETURN-SORTED THRU 2210-EXIT
               UNTIL SORT1-EOF.
           IF NOT FIRST-RECORD
               PERFORM 2240-PRINT-ADVERT-TOTAL THRU 2240-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       2210-RETURN-SORTED.
           RETURN WORK-SORT1
               AT END
                   MOVE "Y" TO WS-SORT1-EOF-SW
               NOT AT END
                   PERFORM 2220-ONE-EXCEPTION THRU 2220-EXIT
           END-RETURN.
       2210-EXIT.
           EXIT.

       2220-ONE-EXCEPTION.
           IF FIRST-RECORD
               MOVE "N" TO WS-FIRST-RECORD-SW
               MOVE SORT1-ACCOUNT    TO WS-PREV-ACCOUNT
               MOVE SORT1-ADVERTISER TO WS-PREV-ADVERTISER
               PERFORM 2250-PRINT-ADVERT-HEADER THRU 2250-EXIT
           END-IF.
           IF SORT1-ACCOUNT NOT = WS-PREV-ACCOUNT
           OR SORT1-ADVERTISER NOT = WS-PREV-ADVERTISER
               PERFORM 2240-PRINT-ADVERT-TOTAL THRU 2240-EXIT
               MOVE SORT1-ACCOUNT    TO WS-PREV-ACCOUNT
               MOVE SORT1-ADVERTISER TO WS-PREV-ADVERTISER
               PERFORM 2250-PRINT-ADVERT-HEADER THRU 2250-EXIT
           END-IF.
           ADD 1 TO WS-RECORDS-LISTED.
           IF SORT1-REASON = "REPEAT"
               ADD 1 TO WS-ADVERT-REPEATS
           ELSE
               ADD 1 TO WS-ADVERT-BURSTS
           END-IF.
           IF SORT1-IS-CLICK
               MOVE "CLICK" TO WS-SOURCE-WORD
               ADD 1 TO WS-ADVERT-CLICKS
               COMPUTE WS-ADVERT-CLICK-AMOUNT =
                   WS-ADVERT-CLICK-AMOUNT + SORT1-BID-CENTS / 100
               MOVE SORT1-BID-CENTS TO WS-BID-EDITED
               DISPLAY "   " SORT1-TIMESTAMP "  " WS-SOURCE-WORD
                   " " SORT1-REASON "  BID " WS-BID-EDITED
                   " CENTS  KEYWORD " SORT1-KEYWORD
           ELSE
               MOVE "IMPRESSION" TO WS-SOURCE-WORD
               ADD 1 TO WS-ADVERT-IMPRS
               DISPLAY "   " SORT1-TIMESTAMP "  " WS-SOURCE-WORD
                   " " SORT1-REASON "  KEYWORD " SORT1-KEYWORD
           END-IF.
           DISPLAY "       QUERY: " SORT1-QUERY.
           DISPLAY "       URL:   " SORT1-URL.
           IF SORT1-SESSION-ID NOT = SPACES
               DISPLAY "       SESSION: " SORT1-SESSION-ID
                   "  SIGN-ON: " SORT1-SIGNON-ID
           END-IF.
       2220-EXIT.
           EXIT.

      *    PRICED AS INVOICE-REPORT PRICES THE CREDIT: IMPRESSIONS
      *    AT THE ACCOUNT RATE (CARD RATE WHEN THERE IS NONE),
      *    CLICKS AT THE BID THEY WERE SHOWN AT.
       2240-PRINT-ADVERT-TOTAL.
           PERFORM 2260-LOOK-UP-RATE THRU 2260-EXIT.
           COMPUTE WS-IMPR-AMOUNT =
               WS-ADVERT-IMPRS * WS-APPLIED-RATE / 100.
           COMPUTE WS-CREDIT-AMOUNT =
               WS-IMPR-AMOUNT + WS-ADVERT-CLICK-AMOUNT.
           ADD WS-CREDIT-AMOUNT TO WS-GRAND-CREDIT.
           DISPLAY "   ------------------------------------".
           DISPLAY "   REPEATED IMPRESSIONS  " WS-ADVERT-REPEATS.
           DISPLAY "   CLICK BURSTS ........ " WS-ADVERT-BURSTS.
           IF WS-ADVERT-IMPRS > 0
               MOVE WS-IMPR-AMOUNT TO WS-AMOUNT-EDITED
               IF BILLED-AT-CARD-RATE
                   DISPLAY "   IMPRESSIONS CREDITED  "
                       WS-AMOUNT-EDITED "  (AT CARD RATE, "
                       WS-APPLIED-RATE " CENTS EACH)"
               ELSE
                   DISPLAY "   IMPRESSIONS CREDITED  "
                       WS-AMOUNT-EDITED "  (AT ACCOUNT RATE, "
                       WS-APPLIED-RATE " CENTS EACH)"
               END-IF
           END-IF.
           IF WS-ADVERT-CLICKS > 0
               MOVE WS-ADVERT-CLICK-AMOUNT TO WS-AMOUNT-EDITED
               DISPLAY "   CLICKS CREDITED ..... " WS-AMOUNT-EDITED
                   "  (AT PER-CLICK BID)"
           END-IF.
           MOVE WS-CREDIT-AMOUNT TO WS-AMOUNT-EDITED.
           DISPLAY "   TOTAL CREDIT ........ " WS-AMOUNT-EDITED.
           MOVE 0 TO WS-ADVERT-IMPRS.
           MOVE 0 TO WS-ADVERT-CLICKS.
           MOVE 0 TO WS-ADVERT-REPEATS.
           MOVE 0 TO WS-ADVERT-BURSTS.
           MOVE 0 TO WS-ADVERT-CLICK-AMOUNT.
       2240-EXIT.
           EXIT.

       2250-PRINT-ADVERT-HEADER.
           ADD 1 TO WS-ADVERTISER-COUNT.
           DISPLAY " ".
           DISPLAY "ADVERTISER: " WS-PREV-ADVERTISER.
           IF WS-PREV-ACCOUNT = SPACES
               DISPLAY "ACCOUNT:    (NONE ON RECORD)"
           ELSE
               DISPLAY "ACCOUNT:    " WS-PREV-ACCOUNT
               DISPLAY "INVOICE:    " WS-SELECT-MONTH WS-PREV-ACCOUNT
           END-IF.
           DISPLAY "----------------------------------------".
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2260-LOOK-UP-RATE                                        *
      *  THE ACCOUNT'S NEGOTIATED RATE FROM THE MASTER; THE CARD  *
      *  RATE WHEN THERE IS NO ACCOUNT, THE ACCOUNT HAS LEFT THE  *
      *  MASTER, OR NO RATE WAS EVER SET.                         *
      *----------------------------------------------------------*
       2260-LOOK-UP-RATE.
           MOVE WS-RATE-CENTS TO WS-APPLIED-RATE.
           MOVE "Y" TO WS-CARD-RATE-SW.
           IF WS-PREV-ACCOUNT = SPACES
           OR NOT ADVR-MASTER-AVAILABLE
               GO TO 2260-EXIT
           END-IF.
           MOVE WS-PREV-ACCOUNT TO ADVR-ACCOUNT.
           READ ADVERTISERS
               INVALID KEY
                   GO TO 2260-EXIT
           END-READ.
           IF ADVR-RATE-CENTS > 0
               MOVE ADVR-RATE-CENTS TO WS-APPLIED-RATE
               MOVE "N" TO WS-CARD-RATE-SW
           END-IF.
       2260-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-PRINT-TRAILER                                       *
      *----------------------------------------------------------*
       3000-PRINT-TRAILER.
           IF ADVR-MASTER-AVAILABLE
               CLOSE ADVERTISERS
           END-IF.
           DISPLAY " ".
           DISPLAY "========================================".
           DISPLAY " INVALID-TRAFFIC READ .. " WS-RECORDS-READ.
           DISPLAY " LISTED FOR SELECTION .. " WS-RECORDS-LISTED.
           DISPLAY " ADVERTISERS LISTED .... " WS-ADVERTISER-COUNT.
           MOVE WS-GRAND-CREDIT TO WS-GRAND-EDITED.
           DISPLAY " TOTAL CREDIT .......... " WS-GRAND-EDITED.
           IF WS-RECORDS-LISTED = 0
               DISPLAY " (NO INVALID TRAFFIC FOR THIS SELECTION)"
           END-IF.
           DISPLAY "========================================".
       3000-EXIT.
           EXIT.
