      * OPERREC - record layout for the OPERATORS sign-on file read
      * by the maintenance menus (CATALOG-MAINT, SPONSOR-MAINT,
      * DICTIONARY-MAINT, ADVERTISER-MAINT, SEED-MAINT,
      * SUBMISSION-REVIEW, CATEGORY-MAINT, THESAURUS-MAINT,
      * PAYMENT-POSTING, POLICY-MAINT, POLICY-REVIEW). One record
      * per operator: id, password, and what the operator may do.
      * The delete entitlement also covers block/unblock,
      * excluding a page from a category, and releasing or
      * blocking a quarantined entry; the add entitlement also
      * covers approving or rejecting a URL submission and
      * including a page in a category; the change entitlement
      * also covers posting a payment and releasing a credit
      * hold. The file is maintained by hand, like SEED-URLS;
      * failed sign-on attempts land in the MAINT-AUDIT trail.
       01 OPER-RECORD.
           05 OPER-ID              PIC X(08).
           05 OPER-PASSWORD        PIC X(08).
