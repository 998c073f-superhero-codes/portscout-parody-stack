      *                    CATALOG OFFSETS, AND A SIGNFAIL RECORD
      *                    (FAILED SIGN-ON, BOTH IMAGES BLANK) NO
      *                    LONGER READS AS AN ADD-THEN-DELETE.
      *   2026-09-15  JH   "ARLEDGER" RECORDS (PAYMENTS POSTED BY
      *                    PAYMENT-POSTING) SHOW THE ADVERTISER NAME
      *                    THAT FOLLOWS THE 14-BYTE INVOICE NUMBER.
      *   2026-09-22  JH   A "SPONSOR" ACTION THAT SETS OR CHANGES A
      *                    PLACEMENT'S PER-CLICK BID NOW SHOWS THE
      *                    BID BEFORE AND AFTER, SINCE BID DISPUTES
      *                    ARE BILLING DISPUTES.
      *   2026-10-12  JH   CATEGORY-MAINT RECORDS: A "CATEGORY"
      *                    ACTION SHOWS THE CATEGORY NAME AFTER THE
      *                    ID AND PARENT; A "CATASSGN" ACTION (A
      *                    PAGE INCLUDED IN, EXCLUDED FROM, OR
      *                    HANDED BACK TO THE RULES OF A CATEGORY)
      *                    SHOWS THE CATEGORY AND THE KIND OF ROW.
      *   2026-10-13  JH   "THESAURU" RECORDS (THESAURUS-MAINT)
      *                    SHOW THE START OF THE GROUP'S WORD LIST,
      *                    WHICH FOLLOWS THE 8-BYTE GROUP ID.
      *   2026-10-15  JH   "POLICY" RECORDS (POLICY-MAINT) SHOW THE
      *                    TERM AND ITS SEVERITY. "POLICYQ" RECORDS
      *                    (POLICY-REVIEW) CARRY THE URL AND TITLE
      *                    WHERE A CAT-RECORD DOES AND NEED NOTHING
      *                    NEW.
      *--------------------------------------------------------------
      *
      * MAINT-AUDIT-REPORT LISTS THE MAINTENANCE AUDIT TRAIL IN
      * IN SPONS-RECORD, SO THE SLICE IS PICKED PER FILE-ID.
       77  WS-BEFORE-TITLE          PIC X(40) VALUE SPACES.
       77  WS-AFTER-TITLE           PIC X(40) VALUE SPACES.
      * SPONS-BID-CENTS SITS AT THE END OF SPONS-RECORD, AFTER THE
      * 8-BYTE ACCOUNT.
       77  WS-BEFORE-BID            PIC X(04) VALUE SPACES.
       77  WS-AFTER-BID             PIC X(04) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
               WHEN "ADVERTIS"
                   MOVE MAUD-BEFORE-IMAGE(9:40) TO WS-BEFORE-TITLE
                   MOVE MAUD-AFTER-IMAGE(9:40)  TO WS-AFTER-TITLE
               WHEN "ARLEDGER"
                   MOVE MAUD-BEFORE-IMAGE(15:40) TO WS-BEFORE-TITLE
                   MOVE MAUD-AFTER-IMAGE(15:40)  TO WS-AFTER-TITLE
               WHEN "CATEGORY"
                   MOVE MAUD-BEFORE-IMAGE(17:40) TO WS-BEFORE-TITLE
                   MOVE MAUD-AFTER-IMAGE(17:40)  TO WS-AFTER-TITLE
               WHEN "THESAURU"
                   MOVE MAUD-BEFORE-IMAGE(9:40) TO WS-BEFORE-TITLE
                   MOVE MAUD-AFTER-IMAGE(9:40)  TO WS-AFTER-TITLE
               WHEN "POLICY"
                   MOVE SPACES TO WS-BEFORE-TITLE
                   MOVE SPACES TO WS-AFTER-TITLE
                   STRING MAUD-BEFORE-IMAGE(1:32)
                       " SEV " MAUD-BEFORE-IMAGE(41:1)
                       DELIMITED BY SIZE INTO WS-BEFORE-TITLE
                   END-STRING
                   STRING MAUD-AFTER-IMAGE(1:32)
                       " SEV " MAUD-AFTER-IMAGE(41:1)
                       DELIMITED BY SIZE INTO WS-AFTER-TITLE
                   END-STRING
               WHEN "CATASSGN"
                   MOVE SPACES TO WS-BEFORE-TITLE
                   MOVE SPACES TO WS-AFTER-TITLE
                   STRING "CATEGORY " MAUD-BEFORE-IMAGE(1:8)
                       " SOURCE " MAUD-BEFORE-IMAGE(89:1)
                       DELIMITED BY SIZE INTO WS-BEFORE-TITLE
                   END-STRING
                   STRING "CATEGORY " MAUD-AFTER-IMAGE(1:8)
                       " SOURCE " MAUD-AFTER-IMAGE(89:1)
                       DELIMITED BY SIZE INTO WS-AFTER-TITLE
                   END-STRING
               WHEN OTHER
                   MOVE MAUD-BEFORE-IMAGE(81:40) TO WS-BEFORE-TITLE
                   MOVE MAUD-AFTER-IMAGE(81:40)  TO WS-AFTER-TITLE
           ELSE
               DISPLAY "  AFTER:  " WS-AFTER-TITLE
           END-IF.
           IF MAUD-FILE-ID = "SPONSOR"
               PERFORM 2200-SHOW-BID-CHANGE THRU 2200-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *    ONLY WHEN THE BID ACTUALLY MOVED. AN IMAGE WRITTEN
      *    BEFORE PLACEMENTS HAD BIDS, OR A MISSING IMAGE ON AN ADD
      *    OR DELETE, READS AS NO BID.
       2200-SHOW-BID-CHANGE.
           MOVE MAUD-BEFORE-IMAGE(229:4) TO WS-BEFORE-BID.
           MOVE MAUD-AFTER-IMAGE(229:4)  TO WS-AFTER-BID.
           IF WS-BEFORE-BID NOT NUMERIC
               MOVE "0000" TO WS-BEFORE-BID
           END-IF.
           IF WS-AFTER-BID NOT NUMERIC
               MOVE "0000" TO WS-AFTER-BID
           END-IF.
           IF WS-BEFORE-BID NOT = WS-AFTER-BID
               DISPLAY "  BID:    " WS-BEFORE-BID " -> " WS-AFTER-BID
                   " CENTS PER CLICK"
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-PRINT-TOTALS                                        *
      *----------------------------------------------------------*
