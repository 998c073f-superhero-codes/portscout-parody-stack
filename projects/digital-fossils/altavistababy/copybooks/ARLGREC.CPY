      * ARLGREC - record layout for the AR-LEDGER accounts-
      * receivable file. INVOICE-REPORT writes one record per
      * billing account per billing month when it prints the
      * statement; PAYMENT-POSTING applies the finance desk's
      * payments against it; AR-AGING-REPORT ages what is still
      * owed and puts long-overdue accounts on credit hold.
      * THE INVOICE NUMBER IS THE BILLING MONTH FOLLOWED BY THE
      * ACCOUNT, SO A RE-RUN OF THE SAME MONTH-END REPLACES THE
      * AMOUNT BILLED INSTEAD OF RAISING A SECOND INVOICE.
       01 AR-RECORD.
           05 AR-INVOICE-NO.
               10 AR-INV-MONTH     PIC X(06).
               10 AR-INV-ACCOUNT   PIC X(08).
           05 AR-ADVERTISER        PIC X(40).
      * DATES ARE YYYYMMDD. THE DUE DATE IS THE INVOICE DATE
      * PLUS THE HOUSE PAYMENT TERMS.
           05 AR-INVOICE-DATE      PIC 9(08).
           05 AR-DUE-DATE          PIC 9(08).
           05 AR-AMOUNT-BILLED     PIC 9(07)V99.
           05 AR-AMOUNT-PAID       PIC 9(07)V99.
           05 AR-AMOUNT-OWED       PIC 9(07)V99.
      * ZERO UNTIL THE FIRST PAYMENT IS POSTED.
           05 AR-LAST-PAY-DATE     PIC 9(08).
