      * PQUEREC - record layout for the POLICY-QUEUE file (INDEXED,
      * KEYED ON PQUE-URL). One record per PAGE-CATALOG entry that
      * CATALOG-CRAWLER quarantined on a POLICY-TERMS hit, with the
      * term and severity that caught it and the title and keywords
      * it was caught on. An operator decides it through
      * POLICY-REVIEW: release puts the entry back in the results,
      * block blocks it for good. The record stays on file after the
      * decision, so a released page is not quarantined again on
      * the same content at the next crawl. MAINT-AUDIT carries the
      * first 360 bytes - URL through the start of the keywords -
      * which start with the URL and title the way a CAT-RECORD
      * does.
       01 PQUE-RECORD.
           05 PQUE-URL             PIC X(80).
           05 PQUE-TITLE           PIC X(60).
           05 PQUE-STATUS          PIC X(01).
               88 PQUE-PENDING            VALUE "P".
               88 PQUE-RELEASED           VALUE "R".
               88 PQUE-BLOCKED            VALUE "B".
           05 PQUE-TERM            PIC X(40).
           05 PQUE-SEVERITY        PIC X(01).
           05 PQUE-QUEUED          PIC X(14).
           05 PQUE-DECIDED         PIC X(14).
           05 PQUE-DECIDED-BY      PIC X(08).
           05 PQUE-KEYWORDS        PIC X(200).
