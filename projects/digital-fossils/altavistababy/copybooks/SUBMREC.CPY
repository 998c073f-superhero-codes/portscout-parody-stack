      * SUBMREC - record layout for the SUBMISSIONS intake file, in
      * the partner "please add my site" format: the page's URL, the
      * title and keywords the webmaster wants it listed under, and
      * a contact address for the reply. SUBMISSION-INTAKE reads the
      * whole file, judges every row, moves it into the
      * SUBMISSION-QUEUE, and empties the file. The URL field is
      * wider than SEED-URL so an over-long address is caught and
      * refused rather than silently cut short.
       01 SUBM-RECORD.
           05 SUBM-URL             PIC X(120).
           05 SUBM-TITLE           PIC X(60).
           05 SUBM-KEYWORDS        PIC X(200).
           05 SUBM-CONTACT         PIC X(60).
