      * INVOICE RUN BILLS AT THE ACCOUNT'S NEGOTIATED RATE. OLDER
      * RECORDS CARRY SPACES AND FALL BACK TO THE CARD RATE.
           05 IMPR-ACCOUNT         PIC X(08).
      * PER-CLICK BID OF THE PLACEMENT WHEN IT WAS SHOWN. NONZERO
      * MEANS THE PLACEMENT IS BILLED ON ITS CLICKS, SO THE
      * IMPRESSION ITSELF IS NOT CHARGED. BLANK ON OLDER RECORDS,
      * WHICH BILL PER IMPRESSION AS BEFORE.
           05 IMPR-BID-CENTS       PIC 9(04).
      * THE SESSION THE LISTING WAS SHOWN IN - SEE QLOGREC. BLANK ON
      * RECORDS FROM BEFORE SESSIONS WERE STAMPED.
           05 IMPR-SESSION-ID      PIC X(16).
           05 IMPR-SIGNON-ID       PIC X(08).
