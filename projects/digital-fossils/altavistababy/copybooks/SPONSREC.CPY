      * ONLY SHOWN WHILE ITS ACCOUNT IS INSIDE ITS FLIGHT DATES
      * AND UNDER ITS MONTHLY IMPRESSION CAP.
           05 SPONS-ACCOUNT         PIC X(08).
      * PER-CLICK BID, CENTS. A PLACEMENT WITH A BID IS BILLED FOR
      * EACH CLICK AT THE BID IN FORCE WHEN IT WAS SHOWN, AND THE
      * BID COUNTS TOWARD ITS RANK ALONGSIDE KEYWORD RELEVANCE. A
      * ZERO BID KEEPS THE PLACEMENT ON PER-IMPRESSION BILLING AT
      * THE ACCOUNT'S ADVR-RATE-CENTS.
           05 SPONS-BID-CENTS       PIC 9(04).
