      * MAUDREC - record layout for the MAINT-AUDIT trail file.
      * CATALOG-MAINT, SPONSOR-MAINT, ADVERTISER-MAINT, SEED-MAINT,
      * DICTIONARY-MAINT, PAYMENT-POSTING, AR-AGING-REPORT,
      * SUBMISSION-REVIEW, CATEGORY-MAINT, THESAURUS-MAINT,
      * POLICY-MAINT, and POLICY-REVIEW write here, carrying the
      * signed-on operator and the full before and after images
      * of the record touched, so a disputed deletion or a
      * wrongly blocked page can be investigated the way QUERYLOG
      * already answers for queries.
      * BROWSED/REPORTED BY MAINT-AUDIT-REPORT.
      * THE IMAGE FIELDS ARE SIZED TO HOLD THE LARGEST RECORD ANY
      * WRITER AUDITS (CAT-RECORD). AN ADD HAS A BLANK BEFORE
      * IMAGE AND A DELETE A BLANK AFTER IMAGE; A "SIGNFAIL"
