       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAFFIC-SCREEN.
       AUTHOR. J HENNESSEY.
       INSTALLATION. PORTSCOUT-PARODY-STACK.
       DATE-WRITTEN. 2026-09-29.
       DATE-COMPILED.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-09-29  JH   INITIAL VERSION - NIGHTLY INVALID-TRAFFIC
      *                    SCREEN OF THE BILLING EVIDENCE. AUGUST
      *                    INVOICES WERE DISPUTED OVER RELOADED
      *                    RESULT PAGES AND RAPID-FIRE CLICKS THAT
      *                    INVOICE-REPORT CHARGED IN FULL. REPEATED
      *                    IMPRESSIONS AND CLICK BURSTS ARE NOW
      *                    WRITTEN TO INVALID-TRAFFIC, WHICH
      *                    INVOICE-REPORT CREDITS BACK.
      *   2026-10-06  JH   A REPEAT IMPRESSION NOW HAS TO COME FROM
      *                    THE SAME SESSION AS THE ONE IT REPEATS,
      *                    SO TWO VISITORS RUNNING THE SAME QUERY
      *                    SECONDS APART ARE BOTH BILLED. TRAFFIC
      *                    FROM BEFORE SESSIONS WERE STAMPED STILL
      *                    SCREENS AS ONE POOL. THE SESSION IS
      *                    CARRIED ONTO INVALID-TRAFFIC.
      *--------------------------------------------------------------
      *
      * TRAFFIC-SCREEN RUNS AS A BATCH STEP AFTER QUERYLOG-REPORT
      * AND BEFORE EOD-HOUSEKEEP. IT READS THE WHOLE OF IMPRESSIONS
      * AND CLICKLOG - THE SAME BILLABLE RECORDS INVOICE-REPORT
      * CHARGES FOR - AND REBUILDS INVALID-TRAFFIC FROM SCRATCH, SO
      * A RE-RUN NEVER FLAGS ANYTHING TWICE:
      *   - AN IMPRESSION OF THE SAME URL FOR THE SAME QUERY IN THE
      *     SAME SESSION WITHIN WS-REPEAT-WINDOW SECONDS OF THE LAST
      *     ONE THAT COUNTED IS A REPEAT (RELOAD OR RESUBMIT), NOT A
      *     NEW VIEWER;
      *   - ONCE ONE ACCOUNT'S SPONSORED URL HAS TAKEN WS-BURST-MAX
      *     CLICKS INSIDE A WS-BURST-WINDOW SECOND WINDOW, FURTHER
      *     CLICKS IN THAT WINDOW ARE A BURST.
      * THE WINDOWS APPLY TO EVERY MONTH STILL ON FILE, SO THEY ARE
      * ONLY CHANGED AT A MONTH START, AFTER THE INVOICE RUN.
      * CONTROL COUNTS ARE PRINTED FOR THE OPERATOR;
      * TRAFFIC-EXCEPTION-RPT SHOWS SALES THE DETAIL BY ACCOUNT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPRESSIONS ASSIGN TO "IMPRESSIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPR-STATUS.
           SELECT CLICKLOG ASSIGN TO "CLICKLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLICK-STATUS.
           SELECT INVALID-TRAFFIC ASSIGN TO "INVALID-TRAFFIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IVT-STATUS.
           SELECT WORK-SORT1 ASSIGN TO "TSCRSRT1.TMP".
           SELECT WORK-SORT2 ASSIGN TO "TSCRSRT2.TMP".
           SELECT RUN-CONTROL ASSIGN TO "RUN-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IMPRESSIONS.
           COPY IMPRREC.

       FD  CLICKLOG.
           COPY CLICKREC.

       FD  INVALID-TRAFFIC.
           COPY IVTRREC.

       FD  RUN-CONTROL.
           COPY RUNCREC.

      * BILLABLE IMPRESSIONS, GROUPED BY URL, QUERY, AND SESSION IN
      * TIME ORDER.
       SD  WORK-SORT1.
       01  SORT1-RECORD.
           05  SORT1-URL            PIC X(80).
           05  SORT1-QUERY          PIC X(80).
           05  SORT1-SESSION-ID     PIC X(16).
           05  SORT1-SIGNON-ID      PIC X(08).
           05  SORT1-TIMESTAMP      PIC X(14).
           05  SORT1-KEYWORD        PIC X(40).
           05  SORT1-ADVERTISER     PIC X(40).
           05  SORT1-ACCOUNT        PIC X(08).

      * BILLABLE CLICKS, GROUPED BY ACCOUNT AND URL IN TIME ORDER.
       SD  WORK-SORT2.
       01  SORT2-RECORD.
           05  SORT2-ACCOUNT        PIC X(08).
           05  SORT2-URL            PIC X(80).
           05  SORT2-TIMESTAMP      PIC X(14).
           05  SORT2-QUERY          PIC X(80).
           05  SORT2-KEYWORD        PIC X(40).
           05  SORT2-ADVERTISER     PIC X(40).
           05  SORT2-BID-CENTS      PIC 9(04).
           05  SORT2-SESSION-ID     PIC X(16).
           05  SORT2-SIGNON-ID      PIC X(08).

       WORKING-STORAGE SECTION.
       77  WS-IMPR-STATUS           PIC X(02) VALUE SPACES.
       77  WS-IMPR-EOF-SW           PIC X(01) VALUE "N".
           88  IMPR-EOF                     VALUE "Y".
       77  WS-CLICK-STATUS          PIC X(02) VALUE SPACES.
       77  WS-CLICK-EOF-SW          PIC X(01) VALUE "N".
           88  CLICK-EOF                    VALUE "Y".
       77  WS-IVT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-SORT1-EOF-SW          PIC X(01) VALUE "N".
           88  SORT1-EOF                    VALUE "Y".
       77  WS-SORT2-EOF-SW          PIC X(01) VALUE "N".
           88  SORT2-EOF                    VALUE "Y".
       77  WS-FIRST-RECORD-SW       PIC X(01) VALUE "Y".
           88  FIRST-RECORD                 VALUE "Y".
       77  WS-TODAY-YYYYMMDD        PIC 9(08) VALUE 0.
      * SCREENING WINDOWS, IN SECONDS. THE REPEAT WINDOW IS KEPT
      * SHORT BECAUSE TWO GENUINE VISITORS CAN RUN THE SAME
      * POPULAR QUERY A MINUTE APART.
       77  WS-REPEAT-WINDOW         PIC 9(06) VALUE 30 COMP.
       77  WS-BURST-WINDOW          PIC 9(06) VALUE 60 COMP.
       77  WS-BURST-MAX             PIC 9(04) VALUE 5 COMP.
      * TIMESTAMP OF THE RECORD IN HAND AS SECONDS SINCE THE
      * INTEGER-OF-DATE EPOCH, AND THE MARKS IT IS MEASURED FROM.
       77  WS-REC-YYYYMMDD          PIC 9(08) VALUE 0.
       77  WS-REC-HH                PIC 9(02) VALUE 0.
       77  WS-REC-MI                PIC 9(02) VALUE 0.
       77  WS-REC-SS                PIC 9(02) VALUE 0.
       77  WS-REC-SECONDS           PIC 9(12) VALUE 0 COMP.
       77  WS-LAST-COUNTED-SECONDS  PIC 9(12) VALUE 0 COMP.
       77  WS-WINDOW-START-SECONDS  PIC 9(12) VALUE 0 COMP.
       77  WS-WINDOW-CLICKS         PIC 9(08) VALUE 0 COMP.
       77  WS-PREV-URL              PIC X(80) VALUE SPACES.
       77  WS-PREV-QUERY            PIC X(80) VALUE SPACES.
       77  WS-PREV-SESSION-ID       PIC X(16) VALUE SPACES.
       77  WS-PREV-SIGNON-ID        PIC X(08) VALUE SPACES.
       77  WS-PREV-ACCOUNT          PIC X(08) VALUE SPACES.
      * CONTROL COUNTS.
       77  WS-IMPRS-READ            PIC 9(08) VALUE 0 COMP.
       77  WS-IMPRS-SCREENED        PIC 9(08) VALUE 0 COMP.
       77  WS-IMPRS-ON-BID          PIC 9(08) VALUE 0 COMP.
       77  WS-IMPRS-UNDATED         PIC 9(08) VALUE 0 COMP.
       77  WS-IMPRS-REPEAT          PIC 9(08) VALUE 0 COMP.
       77  WS-CLICKS-READ           PIC 9(08) VALUE 0 COMP.
       77  WS-CLICKS-SCREENED       PIC 9(08) VALUE 0 COMP.
       77  WS-CLICKS-NOT-BILLABLE   PIC 9(08) VALUE 0 COMP.
       77  WS-CLICKS-UNDATED        PIC 9(08) VALUE 0 COMP.
       77  WS-CLICKS-BURST          PIC 9(08) VALUE 0 COMP.
       77  WS-IVT-WRITTEN           PIC 9(08) VALUE 0 COMP.
      * RUN-CONTROL LEDGER FIELDS: THIS STEP, ITS PREDECESSOR IN
      * THE NIGHTLY CHAIN, AND THE STATE FOUND FOR THE
      * PREDECESSOR ON TONIGHT'S CYCLE.
       77  WS-RUNC-STATUS           PIC X(02) VALUE SPACES.
       77  WS-RUNC-EOF-SW           PIC X(01) VALUE "N".
           88  RUNC-EOF                     VALUE "Y".
       77  WS-RUNC-CYCLE            PIC 9(08) VALUE 0.
       77  WS-RUNC-STAMP            PIC X(21) VALUE SPACES.
       77  WS-STEP-START-TIME       PIC X(14) VALUE SPACES.
       77  WS-RUNC-WRITE-STATE      PIC X(08) VALUE SPACES.
       77  WS-THIS-STEP             PIC X(16)
                                    VALUE "TRAFFIC-SCREEN".
       77  WS-PRED-STEP             PIC X(16)
                                    VALUE "QUERYLOG-REPORT".
       77  WS-PRED-STATE            PIC X(08) VALUE SPACES.
       77  WS-CHAIN-OPENER          PIC X(16)
                                    VALUE "CATALOG-BACKUP".
       77  WS-CHAIN-CYCLE           PIC 9(08) VALUE 0.
       77  WS-OWN-DONE-SW           PIC X(01) VALUE "N".
           88  STEP-ALREADY-RUN             VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-RUN-CONTROL-START THRU 0100-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SCREEN-IMPRESSIONS THRU 2000-EXIT.
           PERFORM 3000-SCREEN-CLICKS THRU 3000-EXIT.
           PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
           MOVE "COMPLETE" TO WS-RUNC-WRITE-STATE.
           PERFORM 0200-WRITE-RUN-CONTROL THRU 0200-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      *  0100-RUN-CONTROL-START                                   *
      *  REFUSE TO START UNLESS THE PREDECESSOR STEP COMPLETED    *
      *  CLEANLY FOR TONIGHT'S CYCLE, THEN LEDGER THIS STEP AS    *
      *  STARTED. A STARTED RECORD WITH NO COMPLETE AFTER IT IS   *
      *  WHAT BLOCKS THE NEXT STEP AFTER AN ABEND.                *
      *----------------------------------------------------------*
       0100-RUN-CONTROL-START.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNC-STAMP.
           MOVE WS-RUNC-STAMP(1:8)  TO WS-RUNC-CYCLE.
           MOVE WS-RUNC-STAMP(1:14) TO WS-STEP-START-TIME.
           PERFORM 0140-FIND-CHAIN-CYCLE THRU 0140-EXIT.
           IF STEP-ALREADY-RUN
               DISPLAY "TRAFFIC-SCREEN: THIS STEP ALREADY "
                   "COMPLETED IN THE CHAIN OPENED FOR "
                   "CYCLE " WS-RUNC-CYCLE " - RUN "
                   "CATALOG-BACKUP TO OPEN A NEW CYCLE. "
                   "STEP REFUSED"
               STOP RUN
           END-IF.
           IF WS-PRED-STEP NOT = SPACES
               PERFORM 0150-FIND-PRED-STATE THRU 0150-EXIT
               IF WS-PRED-STATE NOT = "COMPLETE"
                   DISPLAY "TRAFFIC-SCREEN: PREDECESSOR "
                       WS-PRED-STEP " IS " WS-PRED-STATE
                       " FOR CYCLE " WS-RUNC-CYCLE
                       " - STEP REFUSED"
                   STOP RUN
               END-IF
           END-IF.
           MOVE "STARTED" TO WS-RUNC-WRITE-STATE.
           PERFORM 0200-WRITE-RUN-CONTROL THRU 0200-EXIT.
       0100-EXIT.
           EXIT.

      *    THE CHAIN-OPENING CATALOG-BACKUP RECORD DEFINES THE
      *    CYCLE: A CHAIN THAT CROSSES MIDNIGHT KEEPS THE CYCLE
      *    DATE THE BACKUP OPENED UNDER INSTEAD OF REFUSING AT THE
      *    FIRST POST-MIDNIGHT STEP. WITH NO BACKUP RECORD ON THE
      *    LEDGER THE STEP'S OWN DATE STANDS AND THE PREDECESSOR
      *    CHECK REFUSES AS BEFORE. THE SAME SCAN NOTES WHETHER
      *    THIS STEP ALREADY COMPLETED SINCE THAT BACKUP: THAT
      *    CHAIN IS FINISHED, AND A STEP STARTED BY HAND AFTER IT
      *    MUST NOT RIDE ON THE OLD RESTORE POINT - A FRESH
      *    CATALOG-BACKUP (WHICH RESETS THE NOTE) OPENS THE NEW
      *    CHAIN. A STARTED OR FAILED LAST RECORD STILL PERMITS
      *    THE RERUN-AFTER-ABEND PATH.
       0140-FIND-CHAIN-CYCLE.
           MOVE 0 TO WS-CHAIN-CYCLE.
           MOVE "N" TO WS-OWN-DONE-SW.
           MOVE "N" TO WS-RUNC-EOF-SW.
           OPEN INPUT RUN-CONTROL.
           IF WS-RUNC-STATUS NOT = "00"
               GO TO 0140-EXIT
           END-IF.
           PERFORM 0145-READ-ONE-OPENER THRU 0145-EXIT
               UNTIL RUNC-EOF.
           CLOSE RUN-CONTROL.
           IF WS-CHAIN-CYCLE > 0
               MOVE WS-CHAIN-CYCLE TO WS-RUNC-CYCLE
           END-IF.
       0140-EXIT.
           EXIT.

       0145-READ-ONE-OPENER.
           READ RUN-CONTROL
               AT END
                   MOVE "Y" TO WS-RUNC-EOF-SW
               NOT AT END
                   IF RUNC-STEP = WS-CHAIN-OPENER
                       MOVE RUNC-CYCLE-DATE TO WS-CHAIN-CYCLE
                       MOVE "N" TO WS-OWN-DONE-SW
                   END-IF
                   IF RUNC-STEP = WS-THIS-STEP
                   AND RUNC-STATUS = "COMPLETE"
                       MOVE "Y" TO WS-OWN-DONE-SW
                   END-IF
           END-READ.
       0145-EXIT.
           EXIT.

       0150-FIND-PRED-STATE.
           MOVE "NOT RUN" TO WS-PRED-STATE.
           MOVE "N" TO WS-RUNC-EOF-SW.
           OPEN INPUT RUN-CONTROL.
           IF WS-RUNC-STATUS NOT = "00"
               GO TO 0150-EXIT
           END-IF.
           PERFORM 0160-READ-ONE-RUNC THRU 0160-EXIT
               UNTIL RUNC-EOF.
           CLOSE RUN-CONTROL.
       0150-EXIT.
           EXIT.

       0160-READ-ONE-RUNC.
           READ RUN-CONTROL
               AT END
                   MOVE "Y" TO WS-RUNC-EOF-SW
               NOT AT END
                   IF RUNC-CYCLE-DATE = WS-RUNC-CYCLE
                   AND RUNC-STEP = WS-PRED-STEP
                       MOVE RUNC-STATUS TO WS-PRED-STATE
                   END-IF
           END-READ.
       0160-EXIT.
           EXIT.

       0200-WRITE-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNC-STAMP.
           OPEN EXTEND RUN-CONTROL.
           IF WS-RUNC-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF.
           MOVE WS-RUNC-CYCLE      TO RUNC-CYCLE-DATE.
           MOVE WS-THIS-STEP       TO RUNC-STEP.
           MOVE WS-STEP-START-TIME TO RUNC-START-TIME.
           IF WS-RUNC-WRITE-STATE = "STARTED"
               MOVE SPACES TO RUNC-END-TIME
           ELSE
               MOVE WS-RUNC-STAMP(1:14) TO RUNC-END-TIME
           END-IF.
           MOVE WS-RUNC-WRITE-STATE TO RUNC-STATUS.
           WRITE RUNC-RECORD.
           CLOSE RUN-CONTROL.
       0200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1000-INITIALIZE                                          *
      *  START A FRESH INVALID-TRAFFIC FILE. IF IT CANNOT BE      *
      *  WRITTEN THE STEP IS LEDGERED FAILED, SO THE CHAIN STOPS  *
      *  HERE RATHER THAN LEAVING BILLING UNSCREENED.             *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE WS-RUNC-STAMP(1:8) TO WS-TODAY-YYYYMMDD.
           OPEN OUTPUT INVALID-TRAFFIC.
           IF WS-IVT-STATUS NOT = "00"
               DISPLAY "TRAFFIC-SCREEN: CANNOT OPEN INVALID-TRAFFIC, "
                   "STATUS " WS-IVT-STATUS " - STEP FAILED"
               MOVE "FAILED" TO WS-RUNC-WRITE-STATE
               PERFORM 0200-WRITE-RUN-CONTROL THRU 0200-EXIT
               STOP RUN
           END-IF.
           DISPLAY "========================================".
           DISPLAY " ALTAVISTA BABY - INVALID TRAFFIC SCREEN".
           DISPLAY " SCREEN DATE: " WS-TODAY-YYYYMMDD.
           DISPLAY "========================================".
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-SCREEN-IMPRESSIONS                                  *
      *  SORT THE BILLABLE IMPRESSIONS BY URL, QUERY, SESSION,    *
      *  AND TIME, THEN WALK EACH GROUP FLAGGING REPEATS.         *
      *----------------------------------------------------------*
       2000-SCREEN-IMPRESSIONS.
           SORT WORK-SORT1
               ON ASCENDING KEY SORT1-URL
               ON ASCENDING KEY SORT1-QUERY
               ON ASCENDING KEY SORT1-SESSION-ID
               ON ASCENDING KEY SORT1-SIGNON-ID
               ON ASCENDING KEY SORT1-TIMESTAMP
               INPUT PROCEDURE IS 2100-SELECT-IMPRESSIONS
                   THRU 2100-EXIT
               OUTPUT PROCEDURE IS 2200-FLAG-REPEATS THRU 2200-EXIT.
       2000-EXIT.
           EXIT.

       2100-SELECT-IMPRESSIONS.
           OPEN INPUT IMPRESSIONS.
           IF WS-IMPR-STATUS NOT = "00"
               DISPLAY "TRAFFIC-SCREEN: NO IMPRESSIONS FILE, STATUS "
                   WS-IMPR-STATUS " - NO IMPRESSIONS SCREENED"
               GO TO 2100-EXIT
           END-IF.
           MOVE "N" TO WS-IMPR-EOF-SW.
           PERFORM 2110-READ-IMPRESSION THRU 2110-EXIT
               UNTIL IMPR-EOF.
           CLOSE IMPRESSIONS.
       2100-EXIT.
           EXIT.

      *    A BID PLACEMENT'S IMPRESSIONS ARE NOT CHARGED, SO THERE
      *    IS NOTHING TO CREDIT. A TIMESTAMP THAT IS NOT ALL DIGITS
      *    CANNOT BE MEASURED AND IS LEFT ALONE.
       2110-READ-IMPRESSION.
           READ IMPRESSIONS
               AT END
                   MOVE "Y" TO WS-IMPR-EOF-SW
                   GO TO 2110-EXIT
           END-READ.
           ADD 1 TO WS-IMPRS-READ.
           IF IMPR-BID-CENTS IS NUMERIC
           AND IMPR-BID-CENTS > 0
               ADD 1 TO WS-IMPRS-ON-BID
               GO TO 2110-EXIT
           END-IF.
           IF IMPR-TIMESTAMP NOT NUMERIC
               ADD 1 TO WS-IMPRS-UNDATED
               GO TO 2110-EXIT
           END-IF.
           ADD 1 TO WS-IMPRS-SCREENED.
           MOVE IMPR-URL        TO SORT1-URL.
           MOVE IMPR-QUERY      TO SORT1-QUERY.
           MOVE IMPR-TIMESTAMP  TO SORT1-TIMESTAMP.
           MOVE IMPR-KEYWORD    TO SORT1-KEYWORD.
           MOVE IMPR-ADVERTISER TO SORT1-ADVERTISER.
           MOVE IMPR-ACCOUNT    TO SORT1-ACCOUNT.
           MOVE IMPR-SESSION-ID TO SORT1-SESSION-ID.
           MOVE IMPR-SIGNON-ID  TO SORT1-SIGNON-ID.
           RELEASE SORT1-RECORD.
       2110-EXIT.
           EXIT.

       2200-FLAG-REPEATS.
           MOVE "N" TO WS-SORT1-EOF-SW.
           MOVE "Y" TO WS-FIRST-RECORD-SW.
           PERFORM 2210-RETURN-IMPRESSION THRU 2210-EXIT
               UNTIL SORT1-EOF.
       2200-EXIT.
           EXIT.

       2210-RETURN-IMPRESSION.
           RETURN WORK-SORT1
               AT END
                   MOVE "Y" TO WS-SORT1-EOF-SW
               NOT AT END
                   PERFORM 2220-ONE-IMPRESSION THRU 2220-EXIT
           END-RETURN.
       2210-EXIT.
           EXIT.

      *    THE FIRST IMPRESSION OF A URL/QUERY PAIR IN A SESSION
      *    ALWAYS COUNTS.
      *    A LATER ONE IS MEASURED AGAINST THE LAST ONE THAT
      *    COUNTED, NOT THE LAST ONE SEEN, SO A RELOAD EVERY FEW
      *    SECONDS FOR AN HOUR STILL COUNTS ONCE PER WINDOW.
       2220-ONE-IMPRESSION.
           MOVE SORT1-TIMESTAMP(1:8)  TO WS-REC-YYYYMMDD.
           MOVE SORT1-TIMESTAMP(9:2)  TO WS-REC-HH.
           MOVE SORT1-TIMESTAMP(11:2) TO WS-REC-MI.
           MOVE SORT1-TIMESTAMP(13:2) TO WS-REC-SS.
           PERFORM 5000-TIMESTAMP-SECONDS THRU 5000-EXIT.
           IF FIRST-RECORD
           OR SORT1-URL NOT = WS-PREV-URL
           OR SORT1-QUERY NOT = WS-PREV-QUERY
           OR SORT1-SESSION-ID NOT = WS-PREV-SESSION-ID
           OR SORT1-SIGNON-ID NOT = WS-PREV-SIGNON-ID
               MOVE "N" TO WS-FIRST-RECORD-SW
               MOVE SORT1-URL        TO WS-PREV-URL
               MOVE SORT1-QUERY      TO WS-PREV-QUERY
               MOVE SORT1-SESSION-ID TO WS-PREV-SESSION-ID
               MOVE SORT1-SIGNON-ID  TO WS-PREV-SIGNON-ID
               MOVE WS-REC-SECONDS TO WS-LAST-COUNTED-SECONDS
               GO TO 2220-EXIT
           END-IF.
           IF WS-REC-SECONDS - WS-LAST-COUNTED-SECONDS
                   >= WS-REPEAT-WINDOW
               MOVE WS-REC-SECONDS TO WS-LAST-COUNTED-SECONDS
               GO TO 2220-EXIT
           END-IF.
           ADD 1 TO WS-IMPRS-REPEAT.
           MOVE "I"              TO IVT-SOURCE.
           MOVE SORT1-TIMESTAMP  TO IVT-TIMESTAMP.
           MOVE SORT1-URL        TO IVT-URL.
           MOVE SORT1-QUERY      TO IVT-QUERY.
           MOVE SORT1-KEYWORD    TO IVT-KEYWORD.
           MOVE SORT1-ADVERTISER TO IVT-ADVERTISER.
           MOVE SORT1-ACCOUNT    TO IVT-ACCOUNT.
           MOVE SORT1-SESSION-ID TO IVT-SESSION-ID.
           MOVE SORT1-SIGNON-ID  TO IVT-SIGNON-ID.
           MOVE 0                TO IVT-BID-CENTS.
           MOVE "REPEAT"         TO IVT-REASON.
           PERFORM 6000-WRITE-INVALID THRU 6000-EXIT.
       2220-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-SCREEN-CLICKS                                       *
      *  SORT THE BILLABLE CLICKS BY ACCOUNT, URL, AND TIME, THEN *
      *  WALK EACH PLACEMENT'S CLICKS FLAGGING BURSTS.            *
      *----------------------------------------------------------*
       3000-SCREEN-CLICKS.
           SORT WORK-SORT2
               ON ASCENDING KEY SORT2-ACCOUNT
               ON ASCENDING KEY SORT2-URL
               ON ASCENDING KEY SORT2-TIMESTAMP
               INPUT PROCEDURE IS 3100-SELECT-CLICKS THRU 3100-EXIT
               OUTPUT PROCEDURE IS 3200-FLAG-BURSTS THRU 3200-EXIT.
       3000-EXIT.
           EXIT.

       3100-SELECT-CLICKS.
           OPEN INPUT CLICKLOG.
           IF WS-CLICK-STATUS NOT = "00"
               DISPLAY "TRAFFIC-SCREEN: NO CLICKLOG FILE, STATUS "
                   WS-CLICK-STATUS " - NO CLICKS SCREENED"
               GO TO 3100-EXIT
           END-IF.
           MOVE "N" TO WS-CLICK-EOF-SW.
           PERFORM 3110-READ-CLICK THRU 3110-EXIT
               UNTIL CLICK-EOF.
           CLOSE CLICKLOG.
       3100-EXIT.
           EXIT.

      *    ONLY A CLICK INVOICE-REPORT WOULD CHARGE FOR IS SCREENED:
      *    SPONSORED, WITH A BID AND AN ACCOUNT.
       3110-READ-CLICK.
           READ CLICKLOG
               AT END
                   MOVE "Y" TO WS-CLICK-EOF-SW
                   GO TO 3110-EXIT
           END-READ.
           ADD 1 TO WS-CLICKS-READ.
           IF CLICK-SPONSOR-FLAG NOT = "Y"
           OR CLICK-BID-CENTS NOT NUMERIC
           OR CLICK-ACCOUNT = SPACES
               ADD 1 TO WS-CLICKS-NOT-BILLABLE
               GO TO 3110-EXIT
           END-IF.
           IF CLICK-BID-CENTS = 0
               ADD 1 TO WS-CLICKS-NOT-BILLABLE
               GO TO 3110-EXIT
           END-IF.
           IF CLICK-TIMESTAMP NOT NUMERIC
               ADD 1 TO WS-CLICKS-UNDATED
               GO TO 3110-EXIT
           END-IF.
           ADD 1 TO WS-CLICKS-SCREENED.
           MOVE CLICK-ACCOUNT    TO SORT2-ACCOUNT.
           MOVE CLICK-URL        TO SORT2-URL.
           MOVE CLICK-TIMESTAMP  TO SORT2-TIMESTAMP.
           MOVE CLICK-QUERY      TO SORT2-QUERY.
           MOVE CLICK-KEYWORD    TO SORT2-KEYWORD.
           MOVE CLICK-ADVERTISER TO SORT2-ADVERTISER.
           MOVE CLICK-BID-CENTS  TO SORT2-BID-CENTS.
           MOVE CLICK-SESSION-ID TO SORT2-SESSION-ID.
           MOVE CLICK-SIGNON-ID  TO SORT2-SIGNON-ID.
           RELEASE SORT2-RECORD.
       3110-EXIT.
           EXIT.

       3200-FLAG-BURSTS.
           MOVE "N" TO WS-SORT2-EOF-SW.
           MOVE "Y" TO WS-FIRST-RECORD-SW.
           PERFORM 3210-RETURN-CLICK THRU 3210-EXIT
               UNTIL SORT2-EOF.
       3200-EXIT.
           EXIT.

       3210-RETURN-CLICK.
           RETURN WORK-SORT2
               AT END
                   MOVE "Y" TO WS-SORT2-EOF-SW
               NOT AT END
                   PERFORM 3220-ONE-CLICK THRU 3220-EXIT
           END-RETURN.
       3210-EXIT.
           EXIT.

      *    A WINDOW OPENS AT THE FIRST CLICK ON A PLACEMENT AND AT
      *    THE FIRST CLICK AFTER THE PREVIOUS WINDOW CLOSED. THE
      *    FIRST WS-BURST-MAX CLICKS IN A WINDOW STAND; THE REST
      *    ARE FLAGGED.
       3220-ONE-CLICK.
           MOVE SORT2-TIMESTAMP(1:8)  TO WS-REC-YYYYMMDD.
           MOVE SORT2-TIMESTAMP(9:2)  TO WS-REC-HH.
           MOVE SORT2-TIMESTAMP(11:2) TO WS-REC-MI.
           MOVE SORT2-TIMESTAMP(13:2) TO WS-REC-SS.
           PERFORM 5000-TIMESTAMP-SECONDS THRU 5000-EXIT.
           IF FIRST-RECORD
           OR SORT2-ACCOUNT NOT = WS-PREV-ACCOUNT
           OR SORT2-URL NOT = WS-PREV-URL
               MOVE "N" TO WS-FIRST-RECORD-SW
               MOVE SORT2-ACCOUNT TO WS-PREV-ACCOUNT
               MOVE SORT2-URL     TO WS-PREV-URL
               MOVE WS-REC-SECONDS TO WS-WINDOW-START-SECONDS
               MOVE 1 TO WS-WINDOW-CLICKS
               GO TO 3220-EXIT
           END-IF.
           IF WS-REC-SECONDS - WS-WINDOW-START-SECONDS
                   >= WS-BURST-WINDOW
               MOVE WS-REC-SECONDS TO WS-WINDOW-START-SECONDS
               MOVE 1 TO WS-WINDOW-CLICKS
               GO TO 3220-EXIT
           END-IF.
           ADD 1 TO WS-WINDOW-CLICKS.
           IF WS-WINDOW-CLICKS NOT > WS-BURST-MAX
               GO TO 3220-EXIT
           END-IF.
           ADD 1 TO WS-CLICKS-BURST.
           MOVE "C"              TO IVT-SOURCE.
           MOVE SORT2-TIMESTAMP  TO IVT-TIMESTAMP.
           MOVE SORT2-URL        TO IVT-URL.
           MOVE SORT2-QUERY      TO IVT-QUERY.
           MOVE SORT2-KEYWORD    TO IVT-KEYWORD.
           MOVE SORT2-ADVERTISER TO IVT-ADVERTISER.
           MOVE SORT2-ACCOUNT    TO IVT-ACCOUNT.
           MOVE SORT2-BID-CENTS  TO IVT-BID-CENTS.
           MOVE SORT2-SESSION-ID TO IVT-SESSION-ID.
           MOVE SORT2-SIGNON-ID  TO IVT-SIGNON-ID.
           MOVE "BURST"          TO IVT-REASON.
           PERFORM 6000-WRITE-INVALID THRU 6000-EXIT.
       3220-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-PRINT-TOTALS                                        *
      *  CONTROL COUNTS: EVERY RECORD READ IS EITHER SCREENED OR  *
      *  ACCOUNTED FOR AS OUT OF SCOPE.                           *
      *----------------------------------------------------------*
       4000-PRINT-TOTALS.
           CLOSE INVALID-TRAFFIC.
           DISPLAY " IMPRESSIONS READ ...... " WS-IMPRS-READ.
           DISPLAY "   ON BID (NOT CHARGED)  " WS-IMPRS-ON-BID.
           DISPLAY "   UNDATED (SKIPPED) ... " WS-IMPRS-UNDATED.
           DISPLAY "   SCREENED ............ " WS-IMPRS-SCREENED.
           DISPLAY "   FLAGGED REPEAT ...... " WS-IMPRS-REPEAT.
           DISPLAY " CLICKS READ ........... " WS-CLICKS-READ.
           DISPLAY "   NOT BILLABLE ........ " WS-CLICKS-NOT-BILLABLE.
           DISPLAY "   UNDATED (SKIPPED) ... " WS-CLICKS-UNDATED.
           DISPLAY "   SCREENED ............ " WS-CLICKS-SCREENED.
           DISPLAY "   FLAGGED BURST ....... " WS-CLICKS-BURST.
           DISPLAY " INVALID-TRAFFIC WRITTEN " WS-IVT-WRITTEN.
           DISPLAY "========================================".
       4000-EXIT.
           EXIT.

      *    SECONDS SINCE THE INTEGER-OF-DATE EPOCH, SO A WINDOW
      *    THAT CROSSES MIDNIGHT OR A MONTH END MEASURES TRUE.
       5000-TIMESTAMP-SECONDS.
           COMPUTE WS-REC-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-REC-YYYYMMDD) * 86400
               + WS-REC-HH * 3600 + WS-REC-MI * 60 + WS-REC-SS.
       5000-EXIT.
           EXIT.

       6000-WRITE-INVALID.
           MOVE WS-TODAY-YYYYMMDD TO IVT-SCREEN-DATE.
           WRITE IVT-RECORD.
           ADD 1 TO WS-IVT-WRITTEN.
       6000-EXIT.
           EXIT.
