           05 QLOG-TIMESTAMP       PIC X(14).
           05 QLOG-QUERY           PIC X(80).
           05 QLOG-RESULT-COUNT    PIC 9(8).
      * THE ALTAVISTA-BABY SESSION THE QUERY WAS TYPED IN: THE
      * SIGN-ON TIME (YYYYMMDDHHMMSSCC) AND THE TERMINAL OR USER ID
      * GIVEN AT SIGN-ON. THE SAME PAIR IS STAMPED ON CLICKLOG AND
      * IMPRESSIONS, SO ONE VISIT'S QUERIES, PICKS, AND PLACEMENTS
      * CAN BE READ TOGETHER. BLANK ON RECORDS FROM BEFORE SESSIONS
      * WERE STAMPED (CARRIED FORWARD BY LOG-CONVERT).
           05 QLOG-SESSION-ID      PIC X(16).
           05 QLOG-SIGNON-ID       PIC X(08).
