      * THE TALLY FORWARD WHEN THE MONTH CHANGES.
           05 ADVR-COUNT-MONTH     PIC X(06).
           05 ADVR-MONTH-IMPRS     PIC 9(08).
      * CREDIT HOLD. AR-AGING-REPORT SETS IT WHEN ONE OF THE
      * ACCOUNT'S OPEN INVOICES IS MORE THAN THE HOLD THRESHOLD
      * PAST DUE AND CLEARS IT WHEN NONE IS; FINANCE CAN ALSO
      * RELEASE IT THROUGH PAYMENT-POSTING. ALTAVISTA-BABY SHOWS
      * NO PLACEMENT FOR AN ACCOUNT ON HOLD. THE HOLD DATE
      * (YYYYMMDD) IS ZERO WHILE THE ACCOUNT IS NOT HELD.
           05 ADVR-CREDIT-HOLD     PIC X(01).
               88 ADVR-ON-CREDIT-HOLD     VALUE "Y".
           05 ADVR-HOLD-DATE       PIC 9(08).
