       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOG-CONVERT.
       AUTHOR. J HENNESSEY.
       INSTALLATION. PORTSCOUT-PARODY-STACK.
       DATE-WRITTEN. 2026-10-06.
       DATE-COMPILED.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-06  JH   INITIAL VERSION - ONE-TIME CONVERSION OF
      *                    QUERYLOG, CLICKLOG, AND IMPRESSIONS TO THE
      *                    LAYOUTS WITH THE SESSION ID AND SIGN-ON
      *                    ID. ALL THREE RECORDS GREW WHEN
      *                    ALTAVISTA-BABY STARTED STAMPING THE
      *                    SESSION, AND A LOG THAT MIXES SHORT AND
      *                    LONG RECORDS CANNOT BE ARCHIVED OR
      *                    RECONCILED LINE FOR LINE. SAME PATTERN AS
      *                    CATALOG-CONVERT AND SPONSOR-CONVERT.
      *--------------------------------------------------------------
      *
      * LOG-CONVERT RUNS ONCE, IN TWO STEPS, WHEN THE NEW QLOGREC,
      * CLICKREC, AND IMPRREC LAYOUTS ARE ROLLED OUT, WITH
      * ALTAVISTA-BABY DOWN SO NOTHING IS APPENDED IN BETWEEN:
      *   U - UNLOAD: READ EACH LOG UNDER ITS OLD LAYOUT (NO
      *       SESSION FIELDS) AND WRITE EVERY RECORD TO
      *       QUERYLOG.UNL, CLICKLOG.UNL, OR IMPRESSIONS.UNL IN THE
      *       NEW LAYOUT WITH A BLANK SESSION ID AND SIGN-ON ID,
      *       EACH ENDING WITH A CONTROL TRAILER.
      *   R - RELOAD: REWRITE EACH LOG IN THE NEW LAYOUT FROM ITS
      *       .UNL FILE AND PROVE THE COUNT MATCHES THE TRAILER.
      * A LOG THAT DOES NOT EXIST YET HAS NOTHING TO CONVERT AND IS
      * SKIPPED. THE BLANK SESSION IS WHAT SESSION-REPORT AND
      * TRAFFIC-SCREEN RECOGNISE AS TRAFFIC FROM BEFORE SESSIONS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-QUERYLOG ASSIGN TO "QUERYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT OLD-CLICKLOG ASSIGN TO "CLICKLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT OLD-IMPRESSIONS ASSIGN TO "IMPRESSIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT QUERYLOG ASSIGN TO "QUERYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT CLICKLOG ASSIGN TO "CLICKLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT IMPRESSIONS ASSIGN TO "IMPRESSIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT QLOG-UNLOAD ASSIGN TO "QUERYLOG.UNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNL-STATUS.
           SELECT CLICK-UNLOAD ASSIGN TO "CLICKLOG.UNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNL-STATUS.
           SELECT IMPR-UNLOAD ASSIGN TO "IMPRESSIONS.UNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * THE LOGS AS THEY SIT ON DISK TODAY - THE LAYOUTS QLOGREC,
      * CLICKREC, AND IMPRREC HAD BEFORE THE SESSION FIELDS WERE
      * ADDED. ONLY THIS PROGRAM STILL KNOWS THEM. EACH IS AN EXACT
      * PREFIX OF ITS NEW LAYOUT.
       FD  OLD-QUERYLOG.
       01  OLD-QLOG-RECORD.
           05  OLD-QLOG-TIMESTAMP   PIC X(14).
           05  OLD-QLOG-QUERY       PIC X(80).
           05  OLD-QLOG-RESULT-COUNT PIC 9(08).

       FD  OLD-CLICKLOG.
       01  OLD-CLICK-RECORD.
           05  OLD-CLICK-TIMESTAMP  PIC X(14).
           05  OLD-CLICK-QUERY      PIC X(80).
           05  OLD-CLICK-URL        PIC X(80).
           05  OLD-CLICK-RANK       PIC 9(03).
           05  OLD-CLICK-SCORE      PIC 9(04).
           05  OLD-CLICK-SPONSOR-FLAG PIC X(01).
           05  OLD-CLICK-KEYWORD    PIC X(40).
           05  OLD-CLICK-ADVERTISER PIC X(40).
           05  OLD-CLICK-ACCOUNT    PIC X(08).
           05  OLD-CLICK-BID-CENTS  PIC 9(04).

       FD  OLD-IMPRESSIONS.
       01  OLD-IMPR-RECORD.
           05  OLD-IMPR-TIMESTAMP   PIC X(14).
           05  OLD-IMPR-URL         PIC X(80).
           05  OLD-IMPR-KEYWORD     PIC X(40).
           05  OLD-IMPR-ADVERTISER  PIC X(40).
           05  OLD-IMPR-QUERY       PIC X(80).
           05  OLD-IMPR-ACCOUNT     PIC X(08).
           05  OLD-IMPR-BID-CENTS   PIC 9(04).

       FD  QUERYLOG.
           COPY QLOGREC.

       FD  CLICKLOG.
           COPY CLICKREC.

       FD  IMPRESSIONS.
           COPY IMPRREC.

       FD  QLOG-UNLOAD.
       01  QLOG-UNL-RECORD          PIC X(126).

       FD  CLICK-UNLOAD.
       01  CLICK-UNL-RECORD         PIC X(298).

       FD  IMPR-UNLOAD.
       01  IMPR-UNL-RECORD          PIC X(290).

       WORKING-STORAGE SECTION.
       77  WS-OLD-STATUS           PIC X(02) VALUE SPACES.
       77  WS-LOG-STATUS           PIC X(02) VALUE SPACES.
       77  WS-UNL-STATUS           PIC X(02) VALUE SPACES.
       77  WS-RUN-MODE             PIC X(01) VALUE SPACES.
           88  UNLOAD-MODE                 VALUE "U".
           88  RELOAD-MODE                 VALUE "R".
       77  WS-CONFIRM              PIC X(01) VALUE SPACES.
       77  WS-EOF-SW               PIC X(01) VALUE "N".
           88  FILE-EOF                    VALUE "Y".
       77  WS-RECORD-COUNT         PIC 9(08) VALUE 0 COMP.
       77  WS-WRITE-ERRORS         PIC 9(08) VALUE 0 COMP.
       77  WS-TRAILER-SEEN-SW      PIC X(01) VALUE "N".
           88  TRAILER-SEEN                VALUE "Y".
       77  WS-LOG-NAME             PIC X(11) VALUE SPACES.
       77  WS-LOGS-OUT-OF-BALANCE  PIC 9(02) VALUE 0 COMP.
      * STAGING IMAGES IN THE NEW LAYOUTS. THE OLD RECORD IS MOVED
      * IN WHOLE AS THE PREFIX AND THE SESSION FIELDS LEFT BLANK.
       01  WS-NEW-QLOG-IMAGE.
           05  WS-NEW-QLOG-OLD-PART PIC X(102).
           05  WS-NEW-QLOG-SESSION  PIC X(24).
       01  WS-NEW-CLICK-IMAGE.
           05  WS-NEW-CLICK-OLD-PART PIC X(274).
           05  WS-NEW-CLICK-SESSION PIC X(24).
       01  WS-NEW-IMPR-IMAGE.
           05  WS-NEW-IMPR-OLD-PART PIC X(266).
           05  WS-NEW-IMPR-SESSION  PIC X(24).
      * THE CONTROL TRAILER RIDES IN THE SAME RECORD SIZE AS A LOG
      * IMAGE (CUT TO SIZE ON WRITE). EVERY LOG RECORD STARTS WITH
      * A NUMERIC TIMESTAMP, SO THE TAG CANNOT COLLIDE WITH ONE.
       01  WS-TRAILER.
           05  WS-TRAILER-TAG      PIC X(09) VALUE "*CONTROL*".
           05  WS-TRAILER-COUNT    PIC 9(08).
           05  FILLER              PIC X(281) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF UNLOAD-MODE
               PERFORM 2000-UNLOAD THRU 2000-EXIT
           ELSE
               PERFORM 3000-RELOAD THRU 3000-EXIT
           END-IF.
           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE                                          *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "LOG-CONVERT: RUN MODE "
               "(U = UNLOAD OLD LAYOUT, R = RELOAD NEW LAYOUT): "
               WITH NO ADVANCING.
           ACCEPT WS-RUN-MODE.
           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE.
           IF NOT UNLOAD-MODE AND NOT RELOAD-MODE
               DISPLAY "LOG-CONVERT: MODE MUST BE U OR R - "
                   "RUN ABANDONED"
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-UNLOAD                                              *
      *  READ EACH LOG UNDER ITS OLD LAYOUT AND WRITE EVERY       *
      *  RECORD FORWARD IN THE NEW ONE, SESSION BLANK.            *
      *----------------------------------------------------------*
       2000-UNLOAD.
           PERFORM 2100-UNLOAD-QUERYLOG THRU 2100-EXIT.
           PERFORM 2200-UNLOAD-CLICKLOG THRU 2200-EXIT.
           PERFORM 2300-UNLOAD-IMPRESSIONS THRU 2300-EXIT.
           DISPLAY "LOG-CONVERT: NOW RUN MODE R TO REWRITE THE "
               "LOGS IN THE NEW LAYOUT.".
       2000-EXIT.
           EXIT.

       2100-UNLOAD-QUERYLOG.
           OPEN INPUT OLD-QUERYLOG.
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "LOG-CONVERT: NO QUERYLOG, STATUS "
                   WS-OLD-STATUS " - NOTHING TO CONVERT"
               GO TO 2100-EXIT
           END-IF.
           OPEN OUTPUT QLOG-UNLOAD.
           IF WS-UNL-STATUS NOT = "00"
               DISPLAY "LOG-CONVERT: CANNOT CREATE "
                   "QUERYLOG.UNL, STATUS " WS-UNL-STATUS
               CLOSE OLD-QUERYLOG
               STOP RUN
           END-IF.
           MOVE 0 TO WS-RECORD-COUNT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 2110-UNLOAD-ONE-QLOG THRU 2110-EXIT
               UNTIL FILE-EOF.
           MOVE WS-RECORD-COUNT TO WS-TRAILER-COUNT.
           WRITE QLOG-UNL-RECORD FROM WS-TRAILER.
           CLOSE QLOG-UNLOAD.
           CLOSE OLD-QUERYLOG.
           DISPLAY "LOG-CONVERT: UNLOAD COMPLETE - "
               WS-RECORD-COUNT " QUERY RECORD(S) -> QUERYLOG.UNL".
       2100-EXIT.
           EXIT.

       2110-UNLOAD-ONE-QLOG.
           READ OLD-QUERYLOG
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   MOVE OLD-QLOG-RECORD TO WS-NEW-QLOG-OLD-PART
                   MOVE SPACES          TO WS-NEW-QLOG-SESSION
                   WRITE QLOG-UNL-RECORD FROM WS-NEW-QLOG-IMAGE
           END-READ.
       2110-EXIT.
           EXIT.

       2200-UNLOAD-CLICKLOG.
           OPEN INPUT OLD-CLICKLOG.
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "LOG-CONVERT: NO CLICKLOG, STATUS "
                   WS-OLD-STATUS " - NOTHING TO CONVERT"
               GO TO 2200-EXIT
           END-IF.
           OPEN OUTPUT CLICK-UNLOAD.
           IF WS-UNL-STATUS NOT = "00"
               DISPLAY "LOG-CONVERT: CANNOT CREATE "
                   "CLICKLOG.UNL, STATUS " WS-UNL-STATUS
               CLOSE OLD-CLICKLOG
               STOP RUN
           END-IF.
           MOVE 0 TO WS-RECORD-COUNT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 2210-UNLOAD-ONE-CLICK THRU 2210-EXIT
               UNTIL FILE-EOF.
           MOVE WS-RECORD-COUNT TO WS-TRAILER-COUNT.
           WRITE CLICK-UNL-RECORD FROM WS-TRAILER.
           CLOSE CLICK-UNLOAD.
           CLOSE OLD-CLICKLOG.
           DISPLAY "LOG-CONVERT: UNLOAD COMPLETE - "
               WS-RECORD-COUNT " CLICK RECORD(S) -> CLICKLOG.UNL".
       2200-EXIT.
           EXIT.

       2210-UNLOAD-ONE-CLICK.
           READ OLD-CLICKLOG
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   MOVE OLD-CLICK-RECORD TO WS-NEW-CLICK-OLD-PART
                   MOVE SPACES           TO WS-NEW-CLICK-SESSION
                   WRITE CLICK-UNL-RECORD FROM WS-NEW-CLICK-IMAGE
           END-READ.
       2210-EXIT.
           EXIT.

       2300-UNLOAD-IMPRESSIONS.
           OPEN INPUT OLD-IMPRESSIONS.
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "LOG-CONVERT: NO IMPRESSIONS, STATUS "
                   WS-OLD-STATUS " - NOTHING TO CONVERT"
               GO TO 2300-EXIT
           END-IF.
           OPEN OUTPUT IMPR-UNLOAD.
           IF WS-UNL-STATUS NOT = "00"
               DISPLAY "LOG-CONVERT: CANNOT CREATE "
                   "IMPRESSIONS.UNL, STATUS " WS-UNL-STATUS
               CLOSE OLD-IMPRESSIONS
               STOP RUN
           END-IF.
           MOVE 0 TO WS-RECORD-COUNT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 2310-UNLOAD-ONE-IMPR THRU 2310-EXIT
               UNTIL FILE-EOF.
           MOVE WS-RECORD-COUNT TO WS-TRAILER-COUNT.
           WRITE IMPR-UNL-RECORD FROM WS-TRAILER.
           CLOSE IMPR-UNLOAD.
           CLOSE OLD-IMPRESSIONS.
           DISPLAY "LOG-CONVERT: UNLOAD COMPLETE - "
               WS-RECORD-COUNT " IMPRESSION RECORD(S) -> "
               "IMPRESSIONS.UNL".
       2300-EXIT.
           EXIT.

       2310-UNLOAD-ONE-IMPR.
           READ OLD-IMPRESSIONS
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   MOVE OLD-IMPR-RECORD TO WS-NEW-IMPR-OLD-PART
                   MOVE SPACES          TO WS-NEW-IMPR-SESSION
                   WRITE IMPR-UNL-RECORD FROM WS-NEW-IMPR-IMAGE
           END-READ.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-RELOAD                                              *
      *  REWRITE EACH LOG IN THE NEW LAYOUT AND PROVE ITS COUNT   *
      *  MATCHES ITS UNLOAD TRAILER.                              *
      *----------------------------------------------------------*
       3000-RELOAD.
           DISPLAY "LOG-CONVERT: RELOAD REPLACES QUERYLOG, "
               "CLICKLOG, AND IMPRESSIONS WITH THEIR .UNL FILES.".
           DISPLAY "CONTINUE (Y = YES)? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "LOG-CONVERT: RELOAD ABANDONED - "
                   "LOGS UNTOUCHED"
               STOP RUN
           END-IF.
           PERFORM 3100-RELOAD-QUERYLOG THRU 3100-EXIT.
           PERFORM 3200-RELOAD-CLICKLOG THRU 3200-EXIT.
           PERFORM 3300-RELOAD-IMPRESSIONS THRU 3300-EXIT.
           IF WS-LOGS-OUT-OF-BALANCE > 0
               DISPLAY "LOG-CONVERT: *** " WS-LOGS-OUT-OF-BALANCE
                   " LOG(S) OUT OF BALANCE - SEE ABOVE ***"
           END-IF.
       3000-EXIT.
           EXIT.

       3100-RELOAD-QUERYLOG.
           MOVE "QUERYLOG" TO WS-LOG-NAME.
           OPEN INPUT QLOG-UNLOAD.
           IF WS-UNL-STATUS NOT = "00"
               DISPLAY "LOG-CONVERT: NO QUERYLOG.UNL, STATUS "
                   WS-UNL-STATUS " - QUERYLOG LEFT AS IT IS"
               GO TO 3100-EXIT
           END-IF.
           OPEN OUTPUT QUERYLOG.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "LOG-CONVERT: CANNOT REWRITE QUERYLOG, "
                   "STATUS " WS-LOG-STATUS
               CLOSE QLOG-UNLOAD
               STOP RUN
           END-IF.
           MOVE 0 TO WS-RECORD-COUNT.
           MOVE 0 TO WS-WRITE-ERRORS.
           MOVE "N" TO WS-TRAILER-SEEN-SW.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 3110-RELOAD-ONE-QLOG THRU 3110-EXIT
               UNTIL FILE-EOF.
           CLOSE QLOG-UNLOAD.
           CLOSE QUERYLOG.
           PERFORM 3900-PROVE-TOTALS THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

       3110-RELOAD-ONE-QLOG.
           READ QLOG-UNLOAD
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 3110-EXIT
           END-READ.
           IF QLOG-UNL-RECORD(1:9) = "*CONTROL*"
               MOVE "Y" TO WS-TRAILER-SEEN-SW
               MOVE QLOG-UNL-RECORD TO WS-TRAILER
               GO TO 3110-EXIT
           END-IF.
           ADD 1 TO WS-RECORD-COUNT.
           WRITE QLOG-RECORD FROM QLOG-UNL-RECORD.
           IF WS-LOG-STATUS NOT = "00"
               ADD 1 TO WS-WRITE-ERRORS
           END-IF.
       3110-EXIT.
           EXIT.

       3200-RELOAD-CLICKLOG.
           MOVE "CLICKLOG" TO WS-LOG-NAME.
           OPEN INPUT CLICK-UNLOAD.
           IF WS-UNL-STATUS NOT = "00"
               DISPLAY "LOG-CONVERT: NO CLICKLOG.UNL, STATUS "
                   WS-UNL-STATUS " - CLICKLOG LEFT AS IT IS"
               GO TO 3200-EXIT
           END-IF.
           OPEN OUTPUT CLICKLOG.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "LOG-CONVERT: CANNOT REWRITE CLICKLOG, "
                   "STATUS " WS-LOG-STATUS
               CLOSE CLICK-UNLOAD
               STOP RUN
           END-IF.
           MOVE 0 TO WS-RECORD-COUNT.
           MOVE 0 TO WS-WRITE-ERRORS.
           MOVE "N" TO WS-TRAILER-SEEN-SW.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 3210-RELOAD-ONE-CLICK THRU 3210-EXIT
               UNTIL FILE-EOF.
           CLOSE CLICK-UNLOAD.
           CLOSE CLICKLOG.
           PERFORM 3900-PROVE-TOTALS THRU 3900-EXIT.
       3200-EXIT.
           EXIT.

       3210-RELOAD-ONE-CLICK.
           READ CLICK-UNLOAD
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 3210-EXIT
           END-READ.
           IF CLICK-UNL-RECORD(1:9) = "*CONTROL*"
               MOVE "Y" TO WS-TRAILER-SEEN-SW
               MOVE CLICK-UNL-RECORD TO WS-TRAILER
               GO TO 3210-EXIT
           END-IF.
           ADD 1 TO WS-RECORD-COUNT.
           WRITE CLICK-RECORD FROM CLICK-UNL-RECORD.
           IF WS-LOG-STATUS NOT = "00"
               ADD 1 TO WS-WRITE-ERRORS
           END-IF.
       3210-EXIT.
           EXIT.

       3300-RELOAD-IMPRESSIONS.
           MOVE "IMPRESSIONS" TO WS-LOG-NAME.
           OPEN INPUT IMPR-UNLOAD.
           IF WS-UNL-STATUS NOT = "00"
               DISPLAY "LOG-CONVERT: NO IMPRESSIONS.UNL, STATUS "
                   WS-UNL-STATUS " - IMPRESSIONS LEFT AS IT IS"
               GO TO 3300-EXIT
           END-IF.
           OPEN OUTPUT IMPRESSIONS.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "LOG-CONVERT: CANNOT REWRITE IMPRESSIONS, "
                   "STATUS " WS-LOG-STATUS
               CLOSE IMPR-UNLOAD
               STOP RUN
           END-IF.
           MOVE 0 TO WS-RECORD-COUNT.
           MOVE 0 TO WS-WRITE-ERRORS.
           MOVE "N" TO WS-TRAILER-SEEN-SW.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 3310-RELOAD-ONE-IMPR THRU 3310-EXIT
               UNTIL FILE-EOF.
           CLOSE IMPR-UNLOAD.
           CLOSE IMPRESSIONS.
           PERFORM 3900-PROVE-TOTALS THRU 3900-EXIT.
       3300-EXIT.
           EXIT.

       3310-RELOAD-ONE-IMPR.
           READ IMPR-UNLOAD
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 3310-EXIT
           END-READ.
           IF IMPR-UNL-RECORD(1:9) = "*CONTROL*"
               MOVE "Y" TO WS-TRAILER-SEEN-SW
               MOVE IMPR-UNL-RECORD TO WS-TRAILER
               GO TO 3310-EXIT
           END-IF.
           ADD 1 TO WS-RECORD-COUNT.
           WRITE IMPR-RECORD FROM IMPR-UNL-RECORD.
           IF WS-LOG-STATUS NOT = "00"
               ADD 1 TO WS-WRITE-ERRORS
           END-IF.
       3310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3900-PROVE-TOTALS                                        *
      *  ONE LOG'S RELOAD AGAINST ITS TRAILER.                    *
      *----------------------------------------------------------*
       3900-PROVE-TOTALS.
           DISPLAY "  " WS-LOG-NAME " RECORDS LOADED "
               WS-RECORD-COUNT.
           IF WS-WRITE-ERRORS > 0
               DISPLAY "  " WS-LOG-NAME " WRITE ERRORS . "
                   WS-WRITE-ERRORS
           END-IF.
           IF NOT TRAILER-SEEN
               DISPLAY "LOG-CONVERT: *** NO CONTROL TRAILER FOR "
                   WS-LOG-NAME " - RELOAD CANNOT BE PROVED ***"
               ADD 1 TO WS-LOGS-OUT-OF-BALANCE
               GO TO 3900-EXIT
           END-IF.
           IF WS-RECORD-COUNT NOT = WS-TRAILER-COUNT
           OR WS-WRITE-ERRORS > 0
               DISPLAY "LOG-CONVERT: *** " WS-LOG-NAME " OUT OF "
                   "BALANCE - TRAILER SAYS " WS-TRAILER-COUNT
                   " RECORD(S). DO NOT TRUST THE FILE ***"
               ADD 1 TO WS-LOGS-OUT-OF-BALANCE
           ELSE
               DISPLAY "LOG-CONVERT: " WS-LOG-NAME " RELOAD "
                   "PROVED - COUNT MATCHES THE TRAILER."
           END-IF.
       3900-EXIT.
           EXIT.
