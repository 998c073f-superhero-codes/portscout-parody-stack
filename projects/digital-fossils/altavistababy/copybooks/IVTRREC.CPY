      * IVTRREC - record layout for the INVALID-TRAFFIC file.
      * TRAFFIC-SCREEN rebuilds the file each night from the whole
      * of IMPRESSIONS and CLICKLOG: one record per billable
      * impression or click it judged to be invalid, carrying the
      * original record's identifying fields so INVOICE-REPORT can
      * credit it at the same rate it was charged, and
      * TRAFFIC-EXCEPTION-RPT can show the advertiser what was
      * removed and why. Only traffic INVOICE-REPORT would charge
      * for is ever screened: per-impression placements and
      * sponsored clicks with a bid and an account.
       01 IVT-RECORD.
           05 IVT-SOURCE           PIC X(01).
               88 IVT-FROM-IMPRESSIONS    VALUE "I".
               88 IVT-FROM-CLICKLOG       VALUE "C".
           05 IVT-TIMESTAMP        PIC X(14).
           05 IVT-URL              PIC X(80).
           05 IVT-QUERY            PIC X(80).
           05 IVT-KEYWORD          PIC X(40).
           05 IVT-ADVERTISER       PIC X(40).
           05 IVT-ACCOUNT          PIC X(08).
           05 IVT-BID-CENTS        PIC 9(04).
      *    REPEAT - THE SAME QUERY AND URL IMPRESSED AGAIN IN THE
      *    SAME SESSION WITHIN THE REPEAT WINDOW OF THE LAST
      *    IMPRESSION THAT COUNTED (PAGE RELOADS, THE SAME SEARCH
      *    RESUBMITTED).
      *    BURST - MORE CLICKS ON ONE SPONSORED URL INSIDE THE
      *    BURST WINDOW THAN ANY ONE VISITOR PLAUSIBLY MAKES.
           05 IVT-REASON           PIC X(06).
               88 IVT-REPEAT-IMPRESSION   VALUE "REPEAT".
               88 IVT-CLICK-BURST         VALUE "BURST".
           05 IVT-SCREEN-DATE      PIC 9(08).
      *    THE SESSION THE ORIGINAL RECORD WAS WRITTEN IN - SEE
      *    QLOGREC. BLANK FOR TRAFFIC FROM BEFORE SESSIONS.
           05 IVT-SESSION-ID       PIC X(16).
           05 IVT-SIGNON-ID        PIC X(08).
