      * REJLREC - record layout for the REJECTION-LETTERS extract
      * written by SUBMISSION-LETTERS: one record per rejected
      * submission, carrying what the mail merge needs to tell the
      * submitter which URL was refused, when, and why.
       01 REJL-RECORD.
           05 REJL-CONTACT         PIC X(60).
           05 REJL-URL             PIC X(80).
           05 REJL-TITLE           PIC X(60).
           05 REJL-RECEIVED-DATE   PIC X(08).
           05 REJL-DECIDED-DATE    PIC X(08).
           05 REJL-REASON-CODE     PIC X(08).
           05 REJL-REASON-TEXT     PIC X(60).
