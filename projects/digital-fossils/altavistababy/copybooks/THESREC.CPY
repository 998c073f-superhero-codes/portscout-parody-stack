      * THESREC - record layout for the THESAURUS file (INDEXED,
      * KEYED ON THES-GROUP-ID). One record per synonym group:
      * the words in THES-TERMS all mean the same thing to a
      * searcher, so ALTAVISTA-BABY and QUERY-ALERTS widen a plain
      * query word to the rest of its group. Terms are single
      * upper-case words separated by one space; no word belongs
      * to more than one group. Maintained by THESAURUS-MAINT,
      * which writes every change to the MAINT-AUDIT trail.
       01 THES-RECORD.
           05 THES-GROUP-ID        PIC X(08).
           05 THES-TERMS           PIC X(200).
