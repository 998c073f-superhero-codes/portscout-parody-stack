      * CATGREC - record layout for the CATEGORY master file, the
      * subject directory over PAGE-CATALOG. Keyed by CATG-ID. Each
      * category names its parent (spaces for a top-level category
      * such as TRAVEL), so the file holds a tree of any depth -
      * TRAVEL > AIRLINES is an AIRLINES row whose parent is the
      * TRAVEL row. Maintained online through CATEGORY-MAINT.
      * CATG-RULE-WORDS drives the crawl-time assignment: the
      * CATALOG-CRAWLER assigns every entry whose title or keywords
      * contain any of these space-separated words (case blind).
      * A category with blank rule words only gets pages an
      * operator assigns by hand.
       01 CATG-RECORD.
           05 CATG-ID              PIC X(08).
           05 CATG-PARENT-ID       PIC X(08).
           05 CATG-NAME            PIC X(40).
           05 CATG-RULE-WORDS      PIC X(200).
