      * at, its relevance score, and whether it was a sponsored
      * row. CLICK-REPORT rolls these up by rank so the title-
      * versus-keyword score weights can be tuned from evidence.
      * A sponsored click on a placement with a per-click bid is
      * also a billable charge for INVOICE-REPORT.
       01 CLICK-RECORD.
           05 CLICK-TIMESTAMP      PIC X(14).
           05 CLICK-QUERY          PIC X(80).
           05 CLICK-RANK           PIC 9(03).
           05 CLICK-SCORE          PIC 9(04).
           05 CLICK-SPONSOR-FLAG   PIC X(01).
      * FOR A SPONSORED CLICK, THE PLACEMENT THAT WAS CLICKED AND
      * THE PER-CLICK BID IT WAS SHOWN AT - INVOICE-REPORT BILLS
      * THE CLICK AT THAT BID. BLANK/ZERO ON AN ORGANIC CLICK.
      * RECORDS WRITTEN BEFORE BIDDING END AT CLICK-SPONSOR-FLAG
      * AND READ BACK WITH THESE FIELDS BLANK.
           05 CLICK-KEYWORD        PIC X(40).
           05 CLICK-ADVERTISER     PIC X(40).
           05 CLICK-ACCOUNT        PIC X(08).
           05 CLICK-BID-CENTS      PIC 9(04).
      * THE SESSION THE CLICK WAS MADE IN - SEE QLOGREC. BLANK ON
      * RECORDS FROM BEFORE SESSIONS WERE STAMPED.
           05 CLICK-SESSION-ID     PIC X(16).
           05 CLICK-SIGNON-ID      PIC X(08).
