      *                    EXISTED) OR AN ACCOUNT NO LONGER ON THE
      *                    MASTER STILL BILL AT THE OLD CARD RATE
      *                    AND ARE FLAGGED ON THE STATEMENT.
      *   2026-09-15  JH   EACH ACCOUNT'S STATEMENT NOW CARRIES AN
      *                    INVOICE NUMBER (BILLING MONTH + ACCOUNT)
      *                    AND IS POSTED TO THE AR-LEDGER RECEIVABLES
      *                    FILE - AMOUNT BILLED, PAID, AND OWED, WITH
      *                    A DUE DATE AT THE HOUSE PAYMENT TERMS - SO
      *                    FINANCE CAN POST PAYMENTS AND AGE WHAT IS
      *                    OUTSTANDING INSTEAD OF KEEPING A
      *                    SPREADSHEET. A RE-RUN OF THE SAME MONTH
      *                    REPLACES THE AMOUNT BILLED AND KEEPS ANY
      *                    PAYMENTS ALREADY POSTED. IMPRESSIONS WITH
      *                    NO ACCOUNT ARE STILL PRINTED BUT CANNOT
      *                    BE POSTED AND ARE TOTALLED SEPARATELY.
      *   2026-09-22  JH   PER-CLICK BILLING: SPONSORED CLICKS ON
      *                    CLICKLOG FOR PLACEMENTS WITH A BID ARE
      *                    NOW BILLED AT THE BID THEY WERE SHOWN AT,
      *                    ON THE SAME STATEMENT AS THE ACCOUNT'S
      *                    PER-IMPRESSION CHARGES, AND GO INTO THE
      *                    SAME AR-LEDGER INVOICE. IMPRESSIONS OF A
      *                    BID PLACEMENT ARE NOT ALSO CHARGED.
      *                    SPONSORED CLICKS WITH NO BID OR NO
      *                    ACCOUNT ARE COUNTED BUT NOT BILLED.
      *   2026-09-29  JH   INVALID TRAFFIC: IMPRESSIONS AND CLICKS
      *                    TRAFFIC-SCREEN WROTE TO INVALID-TRAFFIC
      *                    ARE CREDITED BACK ON THE STATEMENT AS ONE
      *                    LINE PER ADVERTISER, AT THE SAME RATE OR
      *                    BID THEY WERE CHARGED AT, AND THE AR-LEDGER
      *                    INVOICE CARRIES THE NET AMOUNT.
      *--------------------------------------------------------------
      *
      * INVOICE-REPORT READS THE IMPRESSIONS AND CLICKLOG FILES,
      * KEEPS THE CURRENT MONTH'S CHARGES, AND PRINTS AN INVOICE-
      * READY STATEMENT PER BILLING ACCOUNT: IMPRESSIONS DELIVERED
      * PER KEYWORD AT THE ACCOUNT'S RATE FROM THE ADVERTISERS
      * MASTER (CARD RATE WHEN THERE IS NO ACCOUNT), CLICKS PER
      * KEYWORD AT THE PLACEMENT'S PER-CLICK BID, AND THE AMOUNT
      * DUE FOR BOTH, LESS A CREDIT FOR WHATEVER TRAFFIC-SCREEN
      * FOUND INVALID.
      * EACH ACCOUNT'S AMOUNT DUE IS POSTED TO AR-LEDGER AS THAT
      * MONTH'S INVOICE FOR PAYMENT-POSTING AND AR-AGING-REPORT.
      * RUNS AS A MONTH-END BATCH STEP.
      *
       ENVIRONMENT DIVISION.
           SELECT IMPRESSIONS ASSIGN TO "IMPRESSIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPR-STATUS.
           SELECT CLICKLOG ASSIGN TO "CLICKLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLICK-STATUS.
           SELECT INVALID-TRAFFIC ASSIGN TO "INVALID-TRAFFIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IVT-STATUS.
           SELECT WORK-SORT1 ASSIGN TO "INVCSRT1.TMP".
           SELECT ADVERTISERS ASSIGN TO "ADVERTISERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADVR-ACCOUNT
               FILE STATUS IS WS-ADVR-STATUS.
           SELECT AR-LEDGER ASSIGN TO "AR-LEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-INVOICE-NO
               FILE STATUS IS WS-AR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IMPRESSIONS.
           COPY IMPRREC.

       FD  CLICKLOG.
           COPY CLICKREC.

       FD  INVALID-TRAFFIC.
           COPY IVTRREC.

      * ONE SORT RECORD PER CHARGE: "I" AN IMPRESSION BILLED AT THE
      * ACCOUNT RATE, "C" A CLICK BILLED AT ITS BID, "V" A CREDIT
      * FOR AN INVALID IMPRESSION OR CLICK (SORT1-CREDIT-OF SAYS
      * WHICH). WITHIN EACH ADVERTISER CLICKS SORT FIRST, THEN
      * IMPRESSIONS, THEN THE CREDITS.
       SD  WORK-SORT1.
       01  SORT1-RECORD.
           05  SORT1-ACCOUNT        PIC X(08).
           05  SORT1-ADVERTISER     PIC X(40).
           05  SORT1-CHARGE-TYPE    PIC X(01).
               88  SORT1-IS-CLICK           VALUE "C".
               88  SORT1-IS-CREDIT          VALUE "V".
           05  SORT1-KEYWORD        PIC X(40).
           05  SORT1-URL            PIC X(80).
           05  SORT1-TIMESTAMP      PIC X(14).
           05  SORT1-BID-CENTS      PIC 9(04).
           05  SORT1-CREDIT-OF      PIC X(01).
               88  SORT1-CREDITS-CLICK      VALUE "C".

       FD  ADVERTISERS.
           COPY ADVRREC.

       FD  AR-LEDGER.
           COPY ARLGREC.

       WORKING-STORAGE SECTION.
       77  WS-IMPR-STATUS           PIC X(02) VALUE SPACES.
       77  WS-IMPR-EOF-SW           PIC X(01) VALUE "N".
           88  IMPR-EOF                     VALUE "Y".
       77  WS-CLICK-STATUS          PIC X(02) VALUE SPACES.
       77  WS-CLICK-EOF-SW          PIC X(01) VALUE "N".
           88  CLICK-EOF                    VALUE "Y".
       77  WS-CLICKS-READ           PIC 9(08) VALUE 0 COMP.
       77  WS-CLICKS-BILLED         PIC 9(08) VALUE 0 COMP.
       77  WS-CLICKS-NO-BID         PIC 9(08) VALUE 0 COMP.
       77  WS-CLICKS-NO-ACCOUNT     PIC 9(08) VALUE 0 COMP.
       77  WS-IMPRS-ON-BID          PIC 9(08) VALUE 0 COMP.
       77  WS-PREV-CHARGE-TYPE      PIC X(01) VALUE SPACES.
           88  PREV-WAS-CLICK               VALUE "C".
           88  PREV-WAS-CREDIT              VALUE "V".
       77  WS-KEYWORD-CLICKS        PIC 9(08) VALUE 0 COMP.
       77  WS-ADVERT-CLICKS         PIC 9(08) VALUE 0 COMP.
       77  WS-KEYWORD-CLICK-AMOUNT  PIC 9(07)V99 VALUE 0.
       77  WS-ADVERT-CLICK-AMOUNT   PIC 9(07)V99 VALUE 0.
       77  WS-IMPR-AMOUNT           PIC 9(07)V99 VALUE 0.
       77  WS-GRAND-CLICK-AMOUNT    PIC 9(09)V99 VALUE 0.
      * INVALID TRAFFIC CREDITED BACK, PER ADVERTISER AND IN TOTAL.
       77  WS-IVT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-IVT-EOF-SW            PIC X(01) VALUE "N".
           88  IVT-EOF                      VALUE "Y".
       77  WS-IVT-READ              PIC 9(08) VALUE 0 COMP.
       77  WS-IVT-CREDITED          PIC 9(08) VALUE 0 COMP.
       77  WS-ADVERT-VOID-IMPRS     PIC 9(08) VALUE 0 COMP.
       77  WS-ADVERT-VOID-CLICKS    PIC 9(08) VALUE 0 COMP.
       77  WS-ADVERT-VOID-CLICK-AMT PIC 9(07)V99 VALUE 0.
       77  WS-CREDIT-AMOUNT         PIC 9(07)V99 VALUE 0.
       77  WS-GROSS-AMOUNT          PIC 9(07)V99 VALUE 0.
       77  WS-GRAND-CREDIT-AMOUNT   PIC 9(09)V99 VALUE 0.
       77  WS-SORT1-EOF-SW          PIC X(01) VALUE "N".
           88  SORT1-EOF                    VALUE "Y".
       77  WS-RUN-DATE              PIC X(21) VALUE SPACES.
       77  WS-AMOUNT-EDITED         PIC $$,$$$,$$9.99.
       77  WS-GRAND-AMOUNT          PIC 9(09)V99 VALUE 0.
       77  WS-GRAND-EDITED          PIC $$$,$$$,$$9.99.
       77  WS-AR-STATUS             PIC X(02) VALUE SPACES.
       77  WS-AR-AVAIL-SW           PIC X(01) VALUE "N".
           88  AR-LEDGER-AVAILABLE          VALUE "Y".
      * HOUSE PAYMENT TERMS - AN INVOICE FALLS DUE THIS MANY DAYS
      * AFTER THE MONTH-END RUN THAT RAISED IT.
       77  WS-TERMS-DAYS            PIC 9(04) VALUE 30 COMP.
       77  WS-TODAY-YYYYMMDD        PIC 9(08) VALUE 0.
       77  WS-ACCOUNT-AMOUNT        PIC 9(07)V99 VALUE 0.
       77  WS-INVOICES-POSTED       PIC 9(08) VALUE 0 COMP.
       77  WS-INVOICES-REPOSTED     PIC 9(08) VALUE 0 COMP.
       77  WS-POST-ERRORS           PIC 9(08) VALUE 0 COMP.
       77  WS-UNPOSTED-AMOUNT       PIC 9(09)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:6) TO WS-BILLING-MONTH.
           MOVE WS-RUN-DATE(1:8) TO WS-TODAY-YYYYMMDD.
           OPEN INPUT ADVERTISERS.
           IF WS-ADVR-STATUS = "00"
               MOVE "Y" TO WS-ADVR-AVAIL-SW
                   "STATUS " WS-ADVR-STATUS
                   " - EVERYTHING BILLS AT THE CARD RATE"
           END-IF.
           OPEN I-O AR-LEDGER.
           IF WS-AR-STATUS = "35"
               OPEN OUTPUT AR-LEDGER
               CLOSE AR-LEDGER
               OPEN I-O AR-LEDGER
           END-IF.
           IF WS-AR-STATUS = "00"
               MOVE "Y" TO WS-AR-AVAIL-SW
           ELSE
               DISPLAY "INVOICE-REPORT: CANNOT OPEN AR-LEDGER, "
                   "STATUS " WS-AR-STATUS
                   " - STATEMENTS PRINT BUT NOTHING IS POSTED "
                   "TO RECEIVABLES"
           END-IF.
           DISPLAY "========================================".
           DISPLAY " ALTAVISTA BABY - ADVERTISER INVOICES".
           DISPLAY " BILLING MONTH: " WS-BILLING-MONTH.

      *----------------------------------------------------------*
      *  2000-SORT-IMPRESSIONS                                    *
      *  SORT THE MONTH'S IMPRESSIONS AND BILLABLE CLICKS BY       *
      *  ADVERTISER, CHARGE TYPE, AND KEYWORD, THEN CONTROL-BREAK  *
      *  THEM INTO ONE STATEMENT PER ADVERTISER.                   *
      *----------------------------------------------------------*
       2000-SORT-IMPRESSIONS.
           SORT WORK-SORT1
               ON ASCENDING KEY SORT1-ACCOUNT
               ON ASCENDING KEY SORT1-ADVERTISER
               ON ASCENDING KEY SORT1-CHARGE-TYPE
               ON ASCENDING KEY SORT1-KEYWORD
               INPUT PROCEDURE IS 2100-SELECT-MONTH THRU 2100-EXIT
               OUTPUT PROCEDURE IS 2200-BREAK-BY-ADVERTISER THRU

      *----------------------------------------------------------*
      *  2100-SELECT-MONTH                                        *
      *  RELEASE ONLY THIS BILLING MONTH'S CHARGES TO THE SORT;   *
      *  EARLIER MONTHS STAY ON FILE FOR DISPUTE RESEARCH.         *
      *----------------------------------------------------------*
       2100-SELECT-MONTH.
           OPEN INPUT IMPRESSIONS.
           IF WS-IMPR-STATUS NOT = "00"
               DISPLAY "INVOICE-REPORT: NO IMPRESSIONS FILE, STATUS "
                   WS-IMPR-STATUS
           ELSE
               MOVE "N" TO WS-IMPR-EOF-SW
               PERFORM 2110-READ-IMPRESSION THRU 2110-EXIT
                   UNTIL IMPR-EOF
               CLOSE IMPRESSIONS
           END-IF.
           PERFORM 2120-SELECT-CLICKS THRU 2120-EXIT.
           PERFORM 2140-SELECT-CREDITS THRU 2140-EXIT.
       2100-EXIT.
           EXIT.

                   MOVE "Y" TO WS-IMPR-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF IMPR-TIMESTAMP(1:6) NOT = WS-BILLING-MONTH
                       ADD 1 TO WS-RECORDS-SKIPPED
                   ELSE
                       PERFORM 2115-RELEASE-IMPRESSION THRU 2115-EXIT
                   END-IF
           END-READ.
       2110-EXIT.
           EXIT.

      *    A PLACEMENT SHOWN WITH A PER-CLICK BID IS PAID FOR BY
      *    ITS CLICKS, SO ITS IMPRESSIONS ARE ONLY COUNTED. OLDER
      *    RECORDS HAVE NO BID AND BILL PER IMPRESSION AS BEFORE.
       2115-RELEASE-IMPRESSION.
           IF IMPR-BID-CENTS IS NUMERIC
           AND IMPR-BID-CENTS > 0
               ADD 1 TO WS-IMPRS-ON-BID
               GO TO 2115-EXIT
           END-IF.
           ADD 1 TO WS-RECORDS-BILLED.
           MOVE IMPR-ACCOUNT    TO SORT1-ACCOUNT.
           MOVE IMPR-ADVERTISER TO SORT1-ADVERTISER.
           MOVE "I"             TO SORT1-CHARGE-TYPE.
           MOVE IMPR-KEYWORD    TO SORT1-KEYWORD.
           MOVE IMPR-URL        TO SORT1-URL.
           MOVE IMPR-TIMESTAMP  TO SORT1-TIMESTAMP.
           MOVE 0               TO SORT1-BID-CENTS.
           MOVE SPACE           TO SORT1-CREDIT-OF.
           RELEASE SORT1-RECORD.
       2115-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2120-SELECT-CLICKS                                       *
      *  A SPONSORED CLICK THIS MONTH IS A CHARGE WHEN THE        *
      *  PLACEMENT HAD A BID AND AN ACCOUNT WHEN IT WAS SHOWN.    *
      *  ORGANIC CLICKS ARE NOT BILLING EVIDENCE AT ALL.          *
      *----------------------------------------------------------*
       2120-SELECT-CLICKS.
           OPEN INPUT CLICKLOG.
           IF WS-CLICK-STATUS NOT = "00"
               DISPLAY "INVOICE-REPORT: NO CLICKLOG FILE, STATUS "
                   WS-CLICK-STATUS " - NO PER-CLICK CHARGES"
               GO TO 2120-EXIT
           END-IF.
           MOVE "N" TO WS-CLICK-EOF-SW.
           PERFORM 2130-READ-CLICK THRU 2130-EXIT
               UNTIL CLICK-EOF.
           CLOSE CLICKLOG.
       2120-EXIT.
           EXIT.

       2130-READ-CLICK.
           READ CLICKLOG
               AT END
                   MOVE "Y" TO WS-CLICK-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CLICKS-READ
                   IF CLICK-SPONSOR-FLAG = "Y"
                   AND CLICK-TIMESTAMP(1:6) = WS-BILLING-MONTH
                       PERFORM 2135-RELEASE-CLICK THRU 2135-EXIT
                   END-IF
           END-READ.
       2130-EXIT.
           EXIT.

       2135-RELEASE-CLICK.
           IF CLICK-BID-CENTS NOT NUMERIC
           OR CLICK-BID-CENTS = 0
               ADD 1 TO WS-CLICKS-NO-BID
               GO TO 2135-EXIT
           END-IF.
           IF CLICK-ACCOUNT = SPACES
               ADD 1 TO WS-CLICKS-NO-ACCOUNT
               GO TO 2135-EXIT
           END-IF.
           ADD 1 TO WS-CLICKS-BILLED.
           MOVE CLICK-ACCOUNT    TO SORT1-ACCOUNT.
           MOVE CLICK-ADVERTISER TO SORT1-ADVERTISER.
           MOVE "C"              TO SORT1-CHARGE-TYPE.
           MOVE CLICK-KEYWORD    TO SORT1-KEYWORD.
           MOVE CLICK-URL        TO SORT1-URL.
           MOVE CLICK-TIMESTAMP  TO SORT1-TIMESTAMP.
           MOVE CLICK-BID-CENTS  TO SORT1-BID-CENTS.
           MOVE SPACE            TO SORT1-CREDIT-OF.
           RELEASE SORT1-RECORD.
       2135-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2140-SELECT-CREDITS                                      *
      *  THIS MONTH'S INVALID-TRAFFIC RECORDS GO TO THE SORT AS   *
      *  CREDITS. TRAFFIC-SCREEN ONLY FLAGS WHAT THIS PROGRAM     *
      *  CHARGES FOR, SO EVERY CREDIT HAS ITS CHARGE ON THE SAME  *
      *  STATEMENT. NO FILE MEANS THE SCREEN HAS NOT RUN YET AND  *
      *  NOTHING IS CREDITED.                                     *
      *----------------------------------------------------------*
       2140-SELECT-CREDITS.
           OPEN INPUT INVALID-TRAFFIC.
           IF WS-IVT-STATUS NOT = "00"
               DISPLAY "INVOICE-REPORT: NO INVALID-TRAFFIC FILE, "
                   "STATUS " WS-IVT-STATUS " - NOTHING CREDITED"
               GO TO 2140-EXIT
           END-IF.
           MOVE "N" TO WS-IVT-EOF-SW.
           PERFORM 2145-READ-CREDIT THRU 2145-EXIT
               UNTIL IVT-EOF.
           CLOSE INVALID-TRAFFIC.
       2140-EXIT.
           EXIT.

       2145-READ-CREDIT.
           READ INVALID-TRAFFIC
               AT END
                   MOVE "Y" TO WS-IVT-EOF-SW
                   GO TO 2145-EXIT
           END-READ.
           ADD 1 TO WS-IVT-READ.
           IF IVT-TIMESTAMP(1:6) NOT = WS-BILLING-MONTH
               GO TO 2145-EXIT
           END-IF.
           ADD 1 TO WS-IVT-CREDITED.
           MOVE IVT-ACCOUNT    TO SORT1-ACCOUNT.
           MOVE IVT-ADVERTISER TO SORT1-ADVERTISER.
           MOVE "V"            TO SORT1-CHARGE-TYPE.
           MOVE SPACES         TO SORT1-KEYWORD.
           MOVE IVT-URL        TO SORT1-URL.
           MOVE IVT-TIMESTAMP  TO SORT1-TIMESTAMP.
           IF IVT-FROM-CLICKLOG
           AND IVT-BID-CENTS IS NUMERIC
               MOVE IVT-BID-CENTS TO SORT1-BID-CENTS
           ELSE
               MOVE 0 TO SORT1-BID-CENTS
           END-IF.
           MOVE IVT-SOURCE     TO SORT1-CREDIT-OF.
           RELEASE SORT1-RECORD.
       2145-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2200-BREAK-BY-ADVERTISER                                  *
      *  RETURN THE SORTED IMPRESSIONS AND PRINT A STATEMENT       *
           MOVE "Y" TO WS-FIRST-RECORD-SW.
           MOVE 0 TO WS-KEYWORD-IMPRESSIONS.
           MOVE 0 TO WS-ADVERT-IMPRESSIONS.
           MOVE 0 TO WS-KEYWORD-CLICKS.
           MOVE 0 TO WS-ADVERT-CLICKS.
           MOVE 0 TO WS-KEYWORD-CLICK-AMOUNT.
           MOVE 0 TO WS-ADVERT-CLICK-AMOUNT.
           MOVE 0 TO WS-ADVERT-VOID-IMPRS.
           MOVE 0 TO WS-ADVERT-VOID-CLICKS.
           MOVE 0 TO WS-ADVERT-VOID-CLICK-AMT.
           PERFORM 2210-RETURN-SORTED THRU 2210-EXIT
               UNTIL SORT1-EOF.
           IF NOT FIRST-RECORD
               PERFORM 2230-PRINT-KEYWORD-LINE THRU 2230-EXIT
               PERFORM 2240-PRINT-ADVERT-TOTAL THRU 2240-EXIT
               PERFORM 2270-POST-RECEIVABLE THRU 2270-EXIT
           END-IF.
       2200-EXIT.
           EXIT.
               MOVE "N" TO WS-FIRST-RECORD-SW
               MOVE SORT1-ACCOUNT    TO WS-PREV-ACCOUNT
               MOVE SORT1-ADVERTISER TO WS-PREV-ADVERTISER
               MOVE SORT1-CHARGE-TYPE TO WS-PREV-CHARGE-TYPE
               MOVE SORT1-KEYWORD    TO WS-PREV-KEYWORD
               PERFORM 2250-PRINT-ADVERT-HEADER THRU 2250-EXIT
           END-IF.
           OR SORT1-ADVERTISER NOT = WS-PREV-ADVERTISER
               PERFORM 2230-PRINT-KEYWORD-LINE THRU 2230-EXIT
               PERFORM 2240-PRINT-ADVERT-TOTAL THRU 2240-EXIT
               IF SORT1-ACCOUNT NOT = WS-PREV-ACCOUNT
                   PERFORM 2270-POST-RECEIVABLE THRU 2270-EXIT
               END-IF
               MOVE SORT1-ACCOUNT    TO WS-PREV-ACCOUNT
               MOVE SORT1-ADVERTISER TO WS-PREV-ADVERTISER
               MOVE SORT1-CHARGE-TYPE TO WS-PREV-CHARGE-TYPE
               MOVE SORT1-KEYWORD    TO WS-PREV-KEYWORD
               PERFORM 2250-PRINT-ADVERT-HEADER THRU 2250-EXIT
           ELSE
               IF SORT1-KEYWORD NOT = WS-PREV-KEYWORD
               OR SORT1-CHARGE-TYPE NOT = WS-PREV-CHARGE-TYPE
                   PERFORM 2230-PRINT-KEYWORD-LINE THRU 2230-EXIT
                   MOVE SORT1-CHARGE-TYPE TO WS-PREV-CHARGE-TYPE
                   MOVE SORT1-KEYWORD TO WS-PREV-KEYWORD
               END-IF
           END-IF.
           IF SORT1-IS-CREDIT
               PERFORM 2225-ADD-CREDIT THRU 2225-EXIT
               GO TO 2220-EXIT
           END-IF.
           IF SORT1-IS-CLICK
               ADD 1 TO WS-KEYWORD-CLICKS
               ADD 1 TO WS-ADVERT-CLICKS
               COMPUTE WS-KEYWORD-CLICK-AMOUNT =
                   WS-KEYWORD-CLICK-AMOUNT + SORT1-BID-CENTS / 100
           ELSE
               ADD 1 TO WS-KEYWORD-IMPRESSIONS
               ADD 1 TO WS-ADVERT-IMPRESSIONS
           END-IF.
       2220-EXIT.
           EXIT.

      *    CREDITS ARE NOT BROKEN OUT BY KEYWORD - THE STATEMENT
      *    SHOWS ONE CREDITED LINE, AND TRAFFIC-EXCEPTION-RPT HAS
      *    THE DETAIL.
       2225-ADD-CREDIT.
           IF SORT1-CREDITS-CLICK
               ADD 1 TO WS-ADVERT-VOID-CLICKS
               COMPUTE WS-ADVERT-VOID-CLICK-AMT =
                   WS-ADVERT-VOID-CLICK-AMT + SORT1-BID-CENTS / 100
           ELSE
               ADD 1 TO WS-ADVERT-VOID-IMPRS
           END-IF.
       2225-EXIT.
           EXIT.

      *    CLICK LINES CARRY THEIR OWN AMOUNT - EACH CLICK WAS
      *    BILLED AT THE BID IN FORCE WHEN IT WAS SHOWN, SO THERE
      *    IS NO SINGLE RATE TO MULTIPLY BY.
       2230-PRINT-KEYWORD-LINE.
           IF PREV-WAS-CREDIT
               GO TO 2230-EXIT
           END-IF.
           IF PREV-WAS-CLICK
               MOVE WS-KEYWORD-CLICK-AMOUNT TO WS-AMOUNT-EDITED
               ADD WS-KEYWORD-CLICK-AMOUNT TO WS-ADVERT-CLICK-AMOUNT
               DISPLAY "   KEYWORD " WS-PREV-KEYWORD
                   " ... " WS-KEYWORD-CLICKS " CLICK(S) "
                   WS-AMOUNT-EDITED
               MOVE 0 TO WS-KEYWORD-CLICKS
               MOVE 0 TO WS-KEYWORD-CLICK-AMOUNT
           ELSE
               DISPLAY "   KEYWORD " WS-PREV-KEYWORD
                   " ... " WS-KEYWORD-IMPRESSIONS " IMPRESSION(S)"
               MOVE 0 TO WS-KEYWORD-IMPRESSIONS
           END-IF.
       2230-EXIT.
           EXIT.

       2240-PRINT-ADVERT-TOTAL.
           PERFORM 2260-LOOK-UP-RATE THRU 2260-EXIT.
           COMPUTE WS-IMPR-AMOUNT =
               WS-ADVERT-IMPRESSIONS * WS-APPLIED-RATE / 100.
           COMPUTE WS-GROSS-AMOUNT =
               WS-IMPR-AMOUNT + WS-ADVERT-CLICK-AMOUNT.
           COMPUTE WS-CREDIT-AMOUNT =
               WS-ADVERT-VOID-IMPRS * WS-APPLIED-RATE / 100
               + WS-ADVERT-VOID-CLICK-AMT.
           IF WS-CREDIT-AMOUNT > WS-GROSS-AMOUNT
               MOVE WS-GROSS-AMOUNT TO WS-CREDIT-AMOUNT
           END-IF.
           COMPUTE WS-AMOUNT-DUE =
               WS-GROSS-AMOUNT - WS-CREDIT-AMOUNT.
           ADD WS-CREDIT-AMOUNT TO WS-GRAND-CREDIT-AMOUNT.
           ADD WS-AMOUNT-DUE TO WS-GRAND-AMOUNT.
           ADD WS-AMOUNT-DUE TO WS-ACCOUNT-AMOUNT.
           ADD WS-ADVERT-CLICK-AMOUNT TO WS-GRAND-CLICK-AMOUNT.
           IF WS-ADVERT-IMPRESSIONS > 0
               MOVE WS-IMPR-AMOUNT TO WS-AMOUNT-EDITED
               DISPLAY "   TOTAL IMPRESSIONS ... "
                   WS-ADVERT-IMPRESSIONS
               IF BILLED-AT-CARD-RATE
                   DISPLAY "   IMPRESSION CHARGES .. "
                       WS-AMOUNT-EDITED "  (AT CARD RATE, "
                       WS-APPLIED-RATE " CENTS EACH)"
               ELSE
                   DISPLAY "   IMPRESSION CHARGES .. "
                       WS-AMOUNT-EDITED "  (AT ACCOUNT RATE, "
                       WS-APPLIED-RATE " CENTS EACH)"
               END-IF
           END-IF.
           IF WS-ADVERT-CLICKS > 0
               MOVE WS-ADVERT-CLICK-AMOUNT TO WS-AMOUNT-EDITED
               DISPLAY "   TOTAL CLICKS ........ " WS-ADVERT-CLICKS
               DISPLAY "   CLICK CHARGES ....... " WS-AMOUNT-EDITED
                   "  (AT PER-CLICK BID)"
           END-IF.
           IF WS-ADVERT-VOID-IMPRS > 0
           OR WS-ADVERT-VOID-CLICKS > 0
               MOVE WS-CREDIT-AMOUNT TO WS-AMOUNT-EDITED
               DISPLAY "   LESS INVALID TRAFFIC  " WS-AMOUNT-EDITED
                   " CR  (" WS-ADVERT-VOID-IMPRS " IMPRESSION(S), "
                   WS-ADVERT-VOID-CLICKS " CLICK(S))"
           END-IF.
           MOVE WS-AMOUNT-DUE TO WS-AMOUNT-EDITED.
           DISPLAY "   AMOUNT DUE .......... " WS-AMOUNT-EDITED.
           MOVE 0 TO WS-ADVERT-IMPRESSIONS.
           MOVE 0 TO WS-ADVERT-CLICKS.
           MOVE 0 TO WS-ADVERT-CLICK-AMOUNT.
           MOVE 0 TO WS-ADVERT-VOID-IMPRS.
           MOVE 0 TO WS-ADVERT-VOID-CLICKS.
           MOVE 0 TO WS-ADVERT-VOID-CLICK-AMT.
       2240-EXIT.
           EXIT.

           ELSE
               DISPLAY "ADVERTISER: " WS-PREV-ADVERTISER
               DISPLAY "ACCOUNT:    " WS-PREV-ACCOUNT
               DISPLAY "INVOICE:    " WS-BILLING-MONTH WS-PREV-ACCOUNT
           END-IF.
           DISPLAY "----------------------------------------".
       2250-EXIT.
       2260-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2270-POST-RECEIVABLE                                     *
      *  AT EACH ACCOUNT BREAK, POST THE ACCOUNT'S TOTAL FOR THE  *
      *  MONTH AS ITS INVOICE. A RE-RUN FINDS THE INVOICE ALREADY *
      *  ON FILE AND REPLACES THE AMOUNT BILLED, KEEPING WHATEVER *
      *  HAS BEEN PAID AGAINST IT. AN UNKNOWN ACCOUNT HAS NOBODY  *
      *  TO CHASE, SO IT IS ONLY TOTALLED.                        *
      *----------------------------------------------------------*
       2270-POST-RECEIVABLE.
           IF WS-PREV-ACCOUNT = SPACES
           OR NOT AR-LEDGER-AVAILABLE
               ADD WS-ACCOUNT-AMOUNT TO WS-UNPOSTED-AMOUNT
           ELSE
               PERFORM 2275-POST-ONE-INVOICE THRU 2275-EXIT
           END-IF.
           MOVE 0 TO WS-ACCOUNT-AMOUNT.
       2270-EXIT.
           EXIT.

       2275-POST-ONE-INVOICE.
           MOVE WS-BILLING-MONTH TO AR-INV-MONTH.
           MOVE WS-PREV-ACCOUNT  TO AR-INV-ACCOUNT.
           READ AR-LEDGER
               INVALID KEY
                   PERFORM 2280-WRITE-NEW-INVOICE THRU 2280-EXIT
               NOT INVALID KEY
                   PERFORM 2290-REPLACE-INVOICE THRU 2290-EXIT
           END-READ.
       2275-EXIT.
           EXIT.

       2280-WRITE-NEW-INVOICE.
           MOVE WS-BILLING-MONTH   TO AR-INV-MONTH.
           MOVE WS-PREV-ACCOUNT    TO AR-INV-ACCOUNT.
           MOVE WS-PREV-ADVERTISER TO AR-ADVERTISER.
           MOVE WS-TODAY-YYYYMMDD  TO AR-INVOICE-DATE.
           COMPUTE AR-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
                   + WS-TERMS-DAYS).
           MOVE WS-ACCOUNT-AMOUNT  TO AR-AMOUNT-BILLED.
           MOVE 0                  TO AR-AMOUNT-PAID.
           MOVE WS-ACCOUNT-AMOUNT  TO AR-AMOUNT-OWED.
           MOVE 0                  TO AR-LAST-PAY-DATE.
           WRITE AR-RECORD
               INVALID KEY
                   ADD 1 TO WS-POST-ERRORS
                   DISPLAY "   *** INVOICE COULD NOT BE POSTED TO "
                       "AR-LEDGER ***"
               NOT INVALID KEY
                   ADD 1 TO WS-INVOICES-POSTED
           END-WRITE.
       2280-EXIT.
           EXIT.

      *    THE INVOICE AND DUE DATES STAY AS FIRST RAISED SO A
      *    RE-RUN CANNOT MAKE AN OVERDUE INVOICE LOOK CURRENT.
       2290-REPLACE-INVOICE.
           MOVE WS-ACCOUNT-AMOUNT TO AR-AMOUNT-BILLED.
           IF AR-AMOUNT-PAID > AR-AMOUNT-BILLED
               MOVE 0 TO AR-AMOUNT-OWED
           ELSE
               COMPUTE AR-AMOUNT-OWED =
                   AR-AMOUNT-BILLED - AR-AMOUNT-PAID
           END-IF.
           REWRITE AR-RECORD
               INVALID KEY
                   ADD 1 TO WS-POST-ERRORS
                   DISPLAY "   *** INVOICE COULD NOT BE REPLACED ON "
                       "AR-LEDGER ***"
               NOT INVALID KEY
                   ADD 1 TO WS-INVOICES-REPOSTED
                   DISPLAY "   (INVOICE ALREADY ON AR-LEDGER - "
                       "AMOUNT BILLED REPLACED, PAYMENTS KEPT)"
           END-REWRITE.
       2290-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-PRINT-TRAILER                                       *
      *  CONTROL TOTALS SO SALES CAN TIE THE STATEMENTS BACK TO    *
           IF ADVR-MASTER-AVAILABLE
               CLOSE ADVERTISERS
           END-IF.
           IF AR-LEDGER-AVAILABLE
               CLOSE AR-LEDGER
           END-IF.
           MOVE WS-GRAND-AMOUNT TO WS-GRAND-EDITED.
           DISPLAY " ".
           DISPLAY "========================================".
           DISPLAY " IMPRESSIONS READ ...... " WS-RECORDS-READ.
           DISPLAY " IMPRESSIONS BILLED .... " WS-RECORDS-BILLED.
           DISPLAY " OTHER MONTHS SKIPPED .. " WS-RECORDS-SKIPPED.
           DISPLAY " ON BID (NOT CHARGED) .. " WS-IMPRS-ON-BID.
           DISPLAY " CLICKS READ ........... " WS-CLICKS-READ.
           DISPLAY " CLICKS BILLED ......... " WS-CLICKS-BILLED.
           DISPLAY " SPONSORED, NO BID ..... " WS-CLICKS-NO-BID.
           DISPLAY " SPONSORED, NO ACCOUNT . " WS-CLICKS-NO-ACCOUNT.
           DISPLAY " TOTAL BILLED .......... " WS-GRAND-EDITED.
           MOVE WS-GRAND-CLICK-AMOUNT TO WS-GRAND-EDITED.
           DISPLAY "   OF WHICH CLICKS ..... " WS-GRAND-EDITED.
           DISPLAY " INVALID-TRAFFIC READ .. " WS-IVT-READ.
           DISPLAY " INVALID THIS MONTH .... " WS-IVT-CREDITED.
           MOVE WS-GRAND-CREDIT-AMOUNT TO WS-GRAND-EDITED.
           DISPLAY " INVALID TRAFFIC CREDIT  " WS-GRAND-EDITED.
           DISPLAY " INVOICES POSTED TO AR . " WS-INVOICES-POSTED.
           DISPLAY " INVOICES RE-POSTED .... " WS-INVOICES-REPOSTED.
           IF WS-POST-ERRORS > 0
               DISPLAY " AR POSTING ERRORS ..... " WS-POST-ERRORS
           END-IF.
           MOVE WS-UNPOSTED-AMOUNT TO WS-GRAND-EDITED.
           DISPLAY " NOT POSTED (NO ACCT) .. " WS-GRAND-EDITED.
           DISPLAY "========================================".
       3000-EXIT.
           EXIT.
