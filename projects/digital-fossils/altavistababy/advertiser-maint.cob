      *                    ACCOUNT TO CARD-RATE BILLING, AND BLANKS
      *                    ON THE FLIGHT AND CAP WERE WIPING THOSE.
      *                    AN EXPLICIT 0 STILL CLEARS A VALUE.
      *   2026-09-15  JH   NEW ACCOUNTS START OFF CREDIT HOLD, AND
      *                    THE CHANGE SCREEN SHOWS WHETHER AN
      *                    ACCOUNT IS HELD AND SINCE WHEN. THE HOLD
      *                    ITSELF BELONGS TO FINANCE (AR-AGING-REPORT
      *                    AND PAYMENT-POSTING) AND IS NOT CHANGED
      *                    HERE.
      *--------------------------------------------------------------
      *
      * ADVERTISER-MAINT LETS THE SALES DESK MAINTAIN THE ADVERTISERS
      * ACCOUNT MASTER. SPONSOR-MAINT TIES EACH PLACEMENT TO AN
      * ACCOUNT HERE; ALTAVISTA-BABY ONLY SHOWS A PLACEMENT WHILE
      * ITS ACCOUNT IS INSIDE ITS FLIGHT DATES, UNDER ITS MONTHLY
      * CAP, AND NOT ON CREDIT HOLD, AND INVOICE-REPORT BILLS AT THE
      * ACCOUNT'S RATE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           END-IF.
           MOVE SPACES TO ADVR-COUNT-MONTH.
           MOVE 0      TO ADVR-MONTH-IMPRS.
           MOVE "N"    TO ADVR-CREDIT-HOLD.
           MOVE 0      TO ADVR-HOLD-DATE.
           WRITE ADVR-RECORD
               INVALID KEY
                   DISPLAY "THAT ACCOUNT ALREADY EXISTS - USE "
       4100-APPLY-CHANGES.
           MOVE ADVR-RECORD TO WS-BEFORE-IMAGE.
           MOVE "Y" TO WS-FIELDS-OK-SW.
           IF ADVR-ON-CREDIT-HOLD
               DISPLAY "*** ACCOUNT ON CREDIT HOLD SINCE "
                   ADVR-HOLD-DATE " - PLACEMENTS ARE NOT SHOWN. "
                   "FINANCE RELEASES IT THROUGH PAYMENT-POSTING. ***"
           END-IF.
           DISPLAY "CURRENT NAME: " ADVR-NAME.
           DISPLAY "ENTER NEW NAME (BLANK = NO CHANGE): "
               WITH NO ADVANCING.
