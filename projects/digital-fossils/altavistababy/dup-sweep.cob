      *                    AND REFUSES TO START UNLESS
      *                    CATALOG-CRAWLER COMPLETED CLEANLY FOR
      *                    TONIGHT'S CYCLE.
      *   2026-10-15  JH   ENTRIES QUARANTINED ON A POLICY TERM ARE
      *                    LEFT OUT OF THE FINGERPRINTS LIKE BLOCKED
      *                    ONES, SO A PAGE UNDER REVIEW CAN NEVER BE
      *                    THE CANONICAL COPY THAT HIDES ITS LIVE
      *                    TWIN.
      *--------------------------------------------------------------
      *
      * DUP-SWEEP RUNS AS A BATCH STEP AFTER CATALOG-CRAWLER AND
      * BEFORE WORD-INDEXER. IT FINGERPRINTS EVERY CATALOG ENTRY
      * NEITHER BLOCKED NOR QUARANTINED (UPPER-CASED CAT-TITLE
      * PLUS CAT-KEYWORDS), SORTS THE FINGERPRINTS, AND WITHIN
      * EACH GROUP OF IDENTICAL CONTENT KEEPS THE FIRST URL IN KEY
      * ORDER AS CANONICAL AND FLAGS THE REST AS DUPLICATES. THE
      * GROUPS ARE PRINTED FOR OPERATOR REVIEW. AN ENTRY FLAGGED
      * ON AN EARLIER NIGHT WHOSE TWIN HAS SINCE GONE IS UNFLAGGED
      * AGAIN - THE FLAG ALWAYS REFLECTS TONIGHT'S CONTENT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      *----------------------------------------------------------*
      *  2000-SORT-FINGERPRINTS                                   *
      *  FINGERPRINT EVERY LIVE ENTRY INTO THE SORT, THEN        *
      *  JUDGE THE SORTED GROUPS. EQUAL FINGERPRINTS COME BACK    *
      *  IN URL ORDER, SO THE FIRST OF EACH GROUP - THE LOWEST    *
      *  URL - IS THE CANONICAL ONE.                              *
                   MOVE "Y" TO WS-CATALOG-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF CAT-IS-BLOCKED OR CAT-IS-QUARANTINED
                       ADD 1 TO WS-RECORDS-BLOCKED
                   ELSE
                       MOVE FUNCTION UPPER-CASE(CAT-TITLE)
           DISPLAY " ".
           DISPLAY "----------------------------------------".
           DISPLAY " CATALOG ENTRIES READ .. " WS-RECORDS-READ.
           DISPLAY " BLOCKED/QUARANTINED .. " WS-RECORDS-BLOCKED.
           DISPLAY " DUPLICATE GROUPS ...... " WS-GROUPS-FOUND.
           DISPLAY " DUPLICATES FLAGGED .... " WS-DUPS-FLAGGED.
           DISPLAY " FLAGS CLEARED ......... " WS-DUPS-CLEARED.
