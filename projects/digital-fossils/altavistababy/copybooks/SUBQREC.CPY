      * SUBQREC - record layout for the SUBMISSION-QUEUE file. One
      * record per submission taken in by SUBMISSION-INTAKE, with
      * its fate: pending review, approved into SEED-URLS by an
      * operator through SUBMISSION-REVIEW, or rejected (by the
      * intake checks or by the operator) with a reason. A rejected
      * record owes its submitter a letter until SUBMISSION-LETTERS
      * extracts it. MAINT-AUDIT carries the first 360 bytes - URL
      * through reason code - which start with the URL and title the
      * way a SEED-RECORD does.
       01 SUBQ-RECORD.
           05 SUBQ-URL             PIC X(80).
           05 SUBQ-TITLE           PIC X(60).
           05 SUBQ-KEYWORDS        PIC X(200).
           05 SUBQ-STATUS          PIC X(01).
               88 SUBQ-PENDING            VALUE "P".
               88 SUBQ-APPROVED           VALUE "A".
               88 SUBQ-REJECTED           VALUE "R".
      *    MALFORMD - THE URL, TITLE, OR CONTACT IS UNUSABLE
      *    DUPBATCH - THE SAME URL EARLIER IN THE SAME INTAKE FILE
      *    DUPQUEUE - ALREADY SUBMITTED AND PENDING OR APPROVED
      *    DUPSEED  - ALREADY IN SEED-URLS
      *    DUPCATLG - ALREADY IN PAGE-CATALOG
      *    DUPPAGE  - SAME TITLE AND KEYWORDS AS A SEED OR CATALOG
      *               ENTRY - WHAT DUP-SWEEP WOULD FLAG AS THE SAME
      *               PAGE UNDER ANOTHER URL
      *    BLOCKDOM - THE SITE HAS A BLOCKED PAGE IN PAGE-CATALOG
      *    REVIEW   - REJECTED BY AN OPERATOR; THE TEXT SAYS WHY
           05 SUBQ-REASON-CODE     PIC X(08).
           05 SUBQ-REASON-TEXT     PIC X(60).
           05 SUBQ-CONTACT         PIC X(60).
           05 SUBQ-RECEIVED        PIC X(14).
           05 SUBQ-DECIDED         PIC X(14).
           05 SUBQ-DECIDED-BY      PIC X(08).
      *    N - A REJECTION LETTER IS OWED, Y - EXTRACTED, X - NO
      *    CONTACT TO WRITE TO. BLANK UNLESS REJECTED.
           05 SUBQ-LETTER-FLAG     PIC X(01).
               88 SUBQ-LETTER-OWED        VALUE "N".
               88 SUBQ-LETTER-SENT        VALUE "Y".
               88 SUBQ-NO-CONTACT         VALUE "X".
