       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBMISSION-LETTERS.
       AUTHOR. J HENNESSEY.
       INSTALLATION. PORTSCOUT-PARODY-STACK.
       DATE-WRITTEN. 2026-10-09.
       DATE-COMPILED.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-09  JH   INITIAL VERSION - REJECTION LETTER
      *                    EXTRACT FOR URL SUBMISSIONS, AND THE
      *                    PURGE THAT KEEPS SUBMISSION-QUEUE FROM
      *                    GROWING FOREVER.
      *--------------------------------------------------------------
      *
      * SUBMISSION-LETTERS READS SUBMISSION-QUEUE AND, FOR EVERY
      * REJECTED SUBMISSION STILL OWING A LETTER, WRITES ONE
      * REJECTION-LETTERS RECORD (CONTACT, URL, TITLE, DATES, AND
      * THE REASON) FOR THE MAILER, THEN MARKS THE LETTER SENT SO
      * THE NEXT RUN DOES NOT SEND IT AGAIN. REJECTION-LETTERS IS
      * REBUILT ON EVERY RUN - IT HOLDS ONLY THIS RUN'S LETTERS.
      *
      * THE SAME PASS DROPS DECIDED SUBMISSIONS (APPROVED, OR
      * REJECTED WITH THE LETTER SENT OR NO CONTACT TO SEND IT TO)
      * DECIDED MORE THAN WS-KEEP-DAYS AGO. A REJECTED SITE MAY BE
      * SUBMITTED AGAIN ANYWAY, AND AN APPROVED ONE IS IN SEED-URLS
      * BY THEN; EVERY DECISION IS STILL ON THE MAINT-AUDIT TRAIL.
      * PENDING SUBMISSIONS ARE NEVER DROPPED. THE QUEUE IS SPLIT
      * THROUGH A KEEP FILE AND COPIED BACK, THE WAY EOD-HOUSEKEEP
      * CUTS QUERYLOG, AND THE CONTROL REPORT PROVES
      * KEPT + PURGED = READ. RUN AFTER EACH REVIEW SESSION.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBMISSION-QUEUE ASSIGN TO "SUBMISSION-QUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBQ-STATUS.
           SELECT SUBQ-KEEP ASSIGN TO "SUBQKEEP.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKEEP-STATUS.
           SELECT REJECTION-LETTERS ASSIGN TO "REJECTION-LETTERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBMISSION-QUEUE.
           COPY SUBQREC.

       FD  SUBQ-KEEP.
       01  SKEEP-RECORD             PIC X(506).

       FD  REJECTION-LETTERS.
           COPY REJLREC.

       WORKING-STORAGE SECTION.
       77  WS-SUBQ-STATUS           PIC X(02) VALUE SPACES.
       77  WS-SKEEP-STATUS          PIC X(02) VALUE SPACES.
       77  WS-REJL-STATUS           PIC X(02) VALUE SPACES.
      * DECIDED SUBMISSIONS STAY ON THE QUEUE THIS MANY DAYS, SO A
      * SUBMITTER'S QUERY ABOUT A RECENT DECISION CAN BE ANSWERED
      * FROM IT.
       77  WS-KEEP-DAYS             PIC 9(04) VALUE 90 COMP.
       77  WS-TODAY-DATE            PIC X(21) VALUE SPACES.
       77  WS-TODAY-YYYYMMDD        PIC 9(08) VALUE 0.
       77  WS-REC-YYYYMMDD          PIC 9(08) VALUE 0.
       77  WS-TODAY-INTEGER         PIC S9(08) VALUE 0 COMP.
       77  WS-REC-INTEGER           PIC S9(08) VALUE 0 COMP.
       77  WS-DAYS-OLD              PIC S9(08) VALUE 0 COMP.
       77  WS-SUBQ-EOF-SW           PIC X(01) VALUE "N".
           88  SUBQ-EOF                     VALUE "Y".
       77  WS-COPY-EOF-SW           PIC X(01) VALUE "N".
           88  COPY-EOF                     VALUE "Y".
       77  WS-QUEUE-READ            PIC 9(08) VALUE 0 COMP.
       77  WS-QUEUE-KEPT            PIC 9(08) VALUE 0 COMP.
       77  WS-QUEUE-PURGED          PIC 9(08) VALUE 0 COMP.
       77  WS-QUEUE-PENDING         PIC 9(08) VALUE 0 COMP.
       77  WS-LETTERS-WRITTEN       PIC 9(08) VALUE 0 COMP.
       77  WS-NO-CONTACT            PIC 9(08) VALUE 0 COMP.
       77  WS-BALANCE-CHECK         PIC 9(08) VALUE 0 COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SPLIT-QUEUE THRU 2000-EXIT.
           PERFORM 3000-REWRITE-QUEUE THRU 3000-EXIT.
           PERFORM 4000-CONTROL-REPORT THRU 4000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE                                          *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE(1:8) TO WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-SPLIT-QUEUE                                         *
      *  LETTERS OUT, OLD DECISIONS DROPPED, THE REST TO THE      *
      *  KEEP FILE.                                               *
      *----------------------------------------------------------*
       2000-SPLIT-QUEUE.
           OPEN INPUT SUBMISSION-QUEUE.
           IF WS-SUBQ-STATUS NOT = "00"
               DISPLAY "SUBMISSION-LETTERS: NO SUBMISSION-QUEUE, "
                   "STATUS " WS-SUBQ-STATUS " - NOTHING TO DO"
               STOP RUN
           END-IF.
           OPEN OUTPUT REJECTION-LETTERS.
           OPEN OUTPUT SUBQ-KEEP.
           MOVE "N" TO WS-SUBQ-EOF-SW.
           PERFORM 2100-READ-ONE-QUEUED THRU 2100-EXIT
               UNTIL SUBQ-EOF.
           CLOSE SUBMISSION-QUEUE.
           CLOSE REJECTION-LETTERS.
           CLOSE SUBQ-KEEP.
       2000-EXIT.
           EXIT.

       2100-READ-ONE-QUEUED.
           READ SUBMISSION-QUEUE
               AT END
                   MOVE "Y" TO WS-SUBQ-EOF-SW
               NOT AT END
                   ADD 1 TO WS-QUEUE-READ
                   PERFORM 2200-ROUTE-ONE-QUEUED THRU 2200-EXIT
           END-READ.
       2100-EXIT.
           EXIT.

       2200-ROUTE-ONE-QUEUED.
           IF SUBQ-PENDING
               ADD 1 TO WS-QUEUE-PENDING
               GO TO 2200-KEEP
           END-IF.
           IF SUBQ-REJECTED
           AND SUBQ-LETTER-OWED
               PERFORM 2300-WRITE-LETTER THRU 2300-EXIT
               GO TO 2200-KEEP
           END-IF.
           IF SUBQ-REJECTED
           AND SUBQ-NO-CONTACT
               ADD 1 TO WS-NO-CONTACT
           END-IF.
           IF SUBQ-DECIDED(1:8) NOT NUMERIC
               GO TO 2200-KEEP
           END-IF.
           MOVE SUBQ-DECIDED(1:8) TO WS-REC-YYYYMMDD.
           COMPUTE WS-REC-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-REC-YYYYMMDD).
           COMPUTE WS-DAYS-OLD = WS-TODAY-INTEGER - WS-REC-INTEGER.
           IF WS-DAYS-OLD > WS-KEEP-DAYS
               ADD 1 TO WS-QUEUE-PURGED
               GO TO 2200-EXIT
           END-IF.
       2200-KEEP.
           ADD 1 TO WS-QUEUE-KEPT.
           WRITE SKEEP-RECORD FROM SUBQ-RECORD.
       2200-EXIT.
           EXIT.

       2300-WRITE-LETTER.
           MOVE SPACES            TO REJL-RECORD.
           MOVE SUBQ-CONTACT      TO REJL-CONTACT.
           MOVE SUBQ-URL          TO REJL-URL.
           MOVE SUBQ-TITLE        TO REJL-TITLE.
           MOVE SUBQ-RECEIVED(1:8) TO REJL-RECEIVED-DATE.
           MOVE SUBQ-DECIDED(1:8) TO REJL-DECIDED-DATE.
           MOVE SUBQ-REASON-CODE  TO REJL-REASON-CODE.
           MOVE SUBQ-REASON-TEXT  TO REJL-REASON-TEXT.
           WRITE REJL-RECORD.
           ADD 1 TO WS-LETTERS-WRITTEN.
           MOVE "Y" TO SUBQ-LETTER-FLAG.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-REWRITE-QUEUE                                       *
      *----------------------------------------------------------*
       3000-REWRITE-QUEUE.
           OPEN INPUT SUBQ-KEEP.
           OPEN OUTPUT SUBMISSION-QUEUE.
           MOVE "N" TO WS-COPY-EOF-SW.
           PERFORM 3100-COPY-ONE-QUEUED THRU 3100-EXIT
               UNTIL COPY-EOF.
           CLOSE SUBQ-KEEP.
           CLOSE SUBMISSION-QUEUE.
       3000-EXIT.
           EXIT.

       3100-COPY-ONE-QUEUED.
           READ SUBQ-KEEP
               AT END
                   MOVE "Y" TO WS-COPY-EOF-SW
               NOT AT END
                   MOVE SKEEP-RECORD TO SUBQ-RECORD
                   WRITE SUBQ-RECORD
           END-READ.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-CONTROL-REPORT                                      *
      *  PROVE KEPT + PURGED = READ SO NOTHING WAS LOST.          *
      *----------------------------------------------------------*
       4000-CONTROL-REPORT.
           DISPLAY " ".
           DISPLAY "========================================".
           DISPLAY " ALTAVISTA BABY - SUBMISSION LETTERS".
           DISPLAY "========================================".
           DISPLAY "REJECTION LETTERS WRITTEN .. " WS-LETTERS-WRITTEN.
           DISPLAY "REJECTED, NO CONTACT ...... " WS-NO-CONTACT.
           DISPLAY "QUEUE RECORDS READ ........ " WS-QUEUE-READ.
           DISPLAY "  KEPT .................... " WS-QUEUE-KEPT.
           DISPLAY "    STILL PENDING ......... " WS-QUEUE-PENDING.
           DISPLAY "  PURGED (OLD DECISIONS) .. " WS-QUEUE-PURGED.
           COMPUTE WS-BALANCE-CHECK = WS-QUEUE-KEPT + WS-QUEUE-PURGED.
           IF WS-BALANCE-CHECK = WS-QUEUE-READ
               DISPLAY "CONTROL TOTALS BALANCE."
           ELSE
               DISPLAY "*** CONTROL TOTALS DO NOT BALANCE - "
                   "CHECK THE QUEUE BEFORE THE NEXT INTAKE ***"
           END-IF.
       4000-EXIT.
           EXIT.
