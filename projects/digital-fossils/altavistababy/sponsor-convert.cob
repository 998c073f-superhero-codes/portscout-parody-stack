      *                    HAD TO RE-KEY EVERY PLACEMENT. THIS
      *                    CARRIES THEM FORWARD WITH A BLANK
      *                    ACCOUNT FOR SPONSOR-MAINT TO BACKFILL.
      *   2026-09-22  JH   REPOINTED AT THE NEXT LAYOUT CHANGE:
      *                    SPONSREC GREW AGAIN FOR THE PER-CLICK BID
      *                    (SPONS-BID-CENTS). THE "OLD" LAYOUT IS NOW
      *                    THE ONE WITH SPONS-ACCOUNT, AND EVERY
      *                    PLACEMENT CARRIES FORWARD WITH ITS ACCOUNT
      *                    INTACT AND A ZERO BID.
      *--------------------------------------------------------------
      *
      * SPONSOR-CONVERT RUNS ONCE, IN TWO STEPS, WHEN THE NEW
      * SPONSREC LAYOUT IS ROLLED OUT:
      *   U - UNLOAD: READ SPONSORED-LISTINGS UNDER THE OLD LAYOUT
      *       (NO BID FIELD) AND WRITE EACH PLACEMENT TO THE
      *       SEQUENTIAL FILE SPONSORS.UNL IN THE NEW LAYOUT WITH A
      *       ZERO BID, ENDING WITH A CONTROL TRAILER.
      *   R - RELOAD: REBUILD SPONSORED-LISTINGS IN THE NEW LAYOUT
      *       FROM SPONSORS.UNL AND PROVE THE COUNT MATCHES THE
      *       TRAILER.
      * A ZERO BID LEAVES A PLACEMENT EXACTLY WHERE IT WAS: RANKED
      * ON KEYWORD RELEVANCE AND BILLED PER IMPRESSION AT THE
      * ACCOUNT RATE. SALES KEYS BIDS THROUGH SPONSOR-MAINT AS
      * ADVERTISERS MOVE TO PER-CLICK PRICING.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
      * THE FILE AS IT SITS ON DISK TODAY - THE LAYOUT SPONSREC HAD
      * BEFORE SPONS-BID-CENTS WAS ADDED. ONLY THIS PROGRAM STILL
      * KNOWS IT.
       FD  OLD-LISTINGS.
       01  OLD-SPONS-RECORD.
           05  OLD-SPONS-KEYWORD    PIC X(40).
           05  OLD-SPONS-TITLE      PIC X(60).
           05  OLD-SPONS-ADVERTISER PIC X(40).
           05  OLD-SPONS-ACCOUNT    PIC X(08).

       FD  SPONSORED-LISTINGS.
           COPY SPONSREC.

       FD  UNLOAD-FILE.
       01  UNL-RECORD               PIC X(232).

       WORKING-STORAGE SECTION.
       77  WS-OLD-STATUS           PIC X(02) VALUE SPACES.
           05  WS-NEW-TITLE        PIC X(60).
           05  WS-NEW-ADVERTISER   PIC X(40).
           05  WS-NEW-ACCOUNT      PIC X(08).
           05  WS-NEW-BID-CENTS    PIC 9(04).
      * THE CONTROL TRAILER RIDES IN THE SAME RECORD SIZE AS A
      * PLACEMENT IMAGE. NO URL CAN START WITH AN ASTERISK, SO THE
      * TAG CANNOT COLLIDE WITH A REAL RECORD.
       01  WS-TRAILER.
           05  WS-TRAILER-TAG      PIC X(09) VALUE "*CONTROL*".
           05  WS-TRAILER-COUNT    PIC 9(08).
           05  FILLER              PIC X(215) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *----------------------------------------------------------*
      *  2000-UNLOAD                                              *
      *  READ THE FILE UNDER ITS OLD LAYOUT AND WRITE EVERY       *
      *  PLACEMENT FORWARD IN THE NEW ONE, BID ZERO.              *
      *----------------------------------------------------------*
       2000-UNLOAD.
           OPEN INPUT OLD-LISTINGS.
                   MOVE OLD-SPONS-KEYWORD    TO WS-NEW-KEYWORD
                   MOVE OLD-SPONS-TITLE      TO WS-NEW-TITLE
                   MOVE OLD-SPONS-ADVERTISER TO WS-NEW-ADVERTISER
                   MOVE OLD-SPONS-ACCOUNT    TO WS-NEW-ACCOUNT
                   MOVE 0                    TO WS-NEW-BID-CENTS
                   WRITE UNL-RECORD FROM WS-NEW-IMAGE
           END-READ.
       2100-EXIT.
               DISPLAY "SPONSOR-CONVERT: RELOAD PROVED - COUNT "
                   "MATCHES THE TRAILER."
               DISPLAY "SPONSOR-CONVERT: EVERY PLACEMENT NOW HAS "
                   "A ZERO BID AND STAYS ON PER-IMPRESSION BILLING "
                   "UNTIL A BID IS KEYED THROUGH SPONSOR-MAINT."
           END-IF.
       3300-EXIT.
           EXIT.
