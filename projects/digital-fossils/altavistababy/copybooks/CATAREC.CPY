      * CATAREC - record layout for the CATEGORY-ASSIGN file. One
      * record per (category, url) pair. Keyed category first so a
      * directory browse can START at a category and read its
      * pages in URL order. CATALOG-CRAWLER writes and withdraws
      * rule assignments ("R") as entries are stored or refreshed;
      * CATEGORY-MAINT writes the operator overrides. An operator
      * include ("O") holds a page in a category its rule words
      * miss; an operator exclude ("X") keeps a page out of a
      * category its rule words hit. The crawler never touches
      * an "O" or "X" row, and every reader treats an "X" row as
      * no assignment at all.
       01 CATA-RECORD.
           05 CATA-KEY.
               10 CATA-CATEGORY    PIC X(08).
               10 CATA-URL         PIC X(80).
           05 CATA-SOURCE          PIC X(01).
               88 CATA-BY-RULE            VALUE "R".
               88 CATA-OPER-INCLUDE       VALUE "O".
               88 CATA-OPER-EXCLUDE       VALUE "X".
           05 CATA-ASSIGNED        PIC X(14).
           05 CATA-ASSIGNED-BY     PIC X(08).
