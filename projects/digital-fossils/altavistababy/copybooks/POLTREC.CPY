      * POLTREC - record layout for the POLICY-TERMS file (INDEXED,
      * KEYED ON POLT-TERM). One record per word or phrase that a
      * page or a query must not carry unreviewed. The term is held
      * upper case with single spaces, and it matches only as a
      * whole word or phrase. CATALOG-CRAWLER screens every stored or
      * refreshed entry's title and keywords against the file and
      * quarantines a hit for POLICY-REVIEW. ALTAVISTA-BABY screens
      * each incoming query against it and shows no sponsored
      * placements for a hit. Maintained by POLICY-MAINT, which
      * writes every change to the MAINT-AUDIT trail.
       01 POLT-RECORD.
           05 POLT-TERM            PIC X(40).
      * THE REVIEW QUEUE IS WORKED HIGHEST SEVERITY FIRST. A PAGE
      * THAT HITS MORE THAN ONE TERM IS QUEUED UNDER ITS MOST SEVERE.
           05 POLT-SEVERITY        PIC X(01).
               88 POLT-HIGH               VALUE "H".
               88 POLT-MEDIUM             VALUE "M".
               88 POLT-LOW                VALUE "L".
               88 POLT-SEVERITY-VALID     VALUE "H" "M" "L".
           05 POLT-UPDATED         PIC X(14).
           05 POLT-UPDATED-BY      PIC X(08).
