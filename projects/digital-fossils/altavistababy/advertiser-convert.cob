       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVERTISER-CONVERT.
       AUTHOR. J HENNESSEY.
       INSTALLATION. PORTSCOUT-PARODY-STACK.
       DATE-WRITTEN. 2026-09-15.
       DATE-COMPILED.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-09-15  JH   INITIAL VERSION - ONE-TIME CONVERSION OF
      *                    THE ADVERTISERS MASTER TO THE LAYOUT WITH
      *                    THE CREDIT-HOLD FLAG AND HOLD DATE. THE
      *                    RECORD GREW WHEN THE RECEIVABLES LEDGER
      *                    WENT IN, SO THE MASTER CUT UNDER THE OLD
      *                    LAYOUT NO LONGER OPENS ANYWHERE. THIS
      *                    CARRIES EVERY ACCOUNT FORWARD NOT ON HOLD.
      *--------------------------------------------------------------
      *
      * ADVERTISER-CONVERT RUNS ONCE, IN TWO STEPS, WHEN THE NEW
      * ADVRREC LAYOUT IS ROLLED OUT:
      *   U - UNLOAD: READ ADVERTISERS UNDER THE OLD LAYOUT (NO
      *       CREDIT-HOLD FIELDS) AND WRITE EACH ACCOUNT TO THE
      *       SEQUENTIAL FILE ADVERTISERS.UNL IN THE NEW LAYOUT,
      *       NOT ON HOLD, ENDING WITH A CONTROL TRAILER.
      *   R - RELOAD: REBUILD ADVERTISERS IN THE NEW LAYOUT FROM
      *       ADVERTISERS.UNL AND PROVE THE COUNT MATCHES THE
      *       TRAILER.
      * NOTHING NEEDS BACKFILLING AFTERWARDS - THE FIRST
      * AR-AGING-REPORT RUN SETS WHATEVER HOLDS ARE DUE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ADVERTISERS ASSIGN TO "ADVERTISERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ADVR-ACCOUNT
               FILE STATUS IS WS-OLD-STATUS.
           SELECT ADVERTISERS ASSIGN TO "ADVERTISERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADVR-ACCOUNT
               FILE STATUS IS WS-ADVR-STATUS.
           SELECT UNLOAD-FILE ASSIGN TO "ADVERTISERS.UNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * THE FILE AS IT SITS ON DISK TODAY - THE LAYOUT ADVRREC HAD
      * BEFORE THE CREDIT-HOLD FIELDS WERE ADDED. ONLY THIS
      * PROGRAM STILL KNOWS IT.
       FD  OLD-ADVERTISERS.
       01  OLD-ADVR-RECORD.
           05  OLD-ADVR-ACCOUNT     PIC X(08).
           05  OLD-ADVR-NAME        PIC X(40).
           05  OLD-ADVR-START-DATE  PIC 9(08).
           05  OLD-ADVR-END-DATE    PIC 9(08).
           05  OLD-ADVR-MONTHLY-CAP PIC 9(08).
           05  OLD-ADVR-RATE-CENTS  PIC 9(04).
           05  OLD-ADVR-COUNT-MONTH PIC X(06).
           05  OLD-ADVR-MONTH-IMPRS PIC 9(08).

       FD  ADVERTISERS.
           COPY ADVRREC.

       FD  UNLOAD-FILE.
       01  UNL-RECORD               PIC X(99).

       WORKING-STORAGE SECTION.
       77  WS-OLD-STATUS           PIC X(02) VALUE SPACES.
       77  WS-ADVR-STATUS          PIC X(02) VALUE SPACES.
       77  WS-UNL-STATUS           PIC X(02) VALUE SPACES.
       77  WS-RUN-MODE             PIC X(01) VALUE SPACES.
           88  UNLOAD-MODE                 VALUE "U".
           88  RELOAD-MODE                 VALUE "R".
       77  WS-CONFIRM              PIC X(01) VALUE SPACES.
       77  WS-EOF-SW               PIC X(01) VALUE "N".
           88  FILE-EOF                    VALUE "Y".
       77  WS-RECORD-COUNT         PIC 9(08) VALUE 0 COMP.
       77  WS-LOAD-ERRORS          PIC 9(08) VALUE 0 COMP.
       77  WS-TRAILER-SEEN-SW      PIC X(01) VALUE "N".
           88  TRAILER-SEEN                VALUE "Y".
      * STAGING IMAGE IN THE NEW LAYOUT, SHARED BY BOTH STEPS SO
      * NEITHER EVER TOUCHES THE RECORD AREA OF A CLOSED FILE.
       01  WS-NEW-IMAGE.
           05  WS-NEW-ACCOUNT      PIC X(08).
           05  WS-NEW-NAME         PIC X(40).
           05  WS-NEW-START-DATE   PIC 9(08).
           05  WS-NEW-END-DATE     PIC 9(08).
           05  WS-NEW-MONTHLY-CAP  PIC 9(08).
           05  WS-NEW-RATE-CENTS   PIC 9(04).
           05  WS-NEW-COUNT-MONTH  PIC X(06).
           05  WS-NEW-MONTH-IMPRS  PIC 9(08).
           05  WS-NEW-CREDIT-HOLD  PIC X(01).
           05  WS-NEW-HOLD-DATE    PIC 9(08).
      * THE CONTROL TRAILER RIDES IN THE SAME RECORD SIZE AS AN
      * ACCOUNT IMAGE. NO ACCOUNT NUMBER CAN START WITH AN
      * ASTERISK, SO THE TAG CANNOT COLLIDE WITH A REAL RECORD.
       01  WS-TRAILER.
           05  WS-TRAILER-TAG      PIC X(09) VALUE "*CONTROL*".
           05  WS-TRAILER-COUNT    PIC 9(08).
           05  FILLER              PIC X(82) VALUE SPACES.

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
           DISPLAY "ADVERTISER-CONVERT: RUN MODE "
               "(U = UNLOAD OLD LAYOUT, R = RELOAD NEW LAYOUT): "
               WITH NO ADVANCING.
           ACCEPT WS-RUN-MODE.
           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE.
           IF NOT UNLOAD-MODE AND NOT RELOAD-MODE
               DISPLAY "ADVERTISER-CONVERT: MODE MUST BE U OR R - "
                   "RUN ABANDONED"
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-UNLOAD                                              *
      *  READ THE MASTER UNDER ITS OLD LAYOUT AND WRITE EVERY     *
      *  ACCOUNT FORWARD IN THE NEW ONE, NOT ON HOLD.             *
      *----------------------------------------------------------*
       2000-UNLOAD.
           OPEN INPUT OLD-ADVERTISERS.
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "ADVERTISER-CONVERT: CANNOT OPEN THE OLD "
                   "ADVERTISERS MASTER, STATUS " WS-OLD-STATUS
               DISPLAY "ADVERTISER-CONVERT: IF THE FILE IS ALREADY "
                   "IN THE NEW LAYOUT THERE IS NOTHING TO CONVERT"
               STOP RUN
           END-IF.
           OPEN OUTPUT UNLOAD-FILE.
           IF WS-UNL-STATUS NOT = "00"
               DISPLAY "ADVERTISER-CONVERT: CANNOT CREATE "
                   "ADVERTISERS.UNL, STATUS " WS-UNL-STATUS
               CLOSE OLD-ADVERTISERS
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 2100-UNLOAD-ONE THRU 2100-EXIT
               UNTIL FILE-EOF.
           MOVE WS-RECORD-COUNT TO WS-TRAILER-COUNT.
           WRITE UNL-RECORD FROM WS-TRAILER.
           CLOSE UNLOAD-FILE.
           CLOSE OLD-ADVERTISERS.
           DISPLAY "ADVERTISER-CONVERT: UNLOAD COMPLETE - "
               WS-RECORD-COUNT " ACCOUNT(S) -> ADVERTISERS.UNL".
           DISPLAY "ADVERTISER-CONVERT: NOW RUN MODE R TO REBUILD "
               "THE MASTER IN THE NEW LAYOUT.".
       2000-EXIT.
           EXIT.

       2100-UNLOAD-ONE.
           READ OLD-ADVERTISERS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   MOVE OLD-ADVR-ACCOUNT     TO WS-NEW-ACCOUNT
                   MOVE OLD-ADVR-NAME        TO WS-NEW-NAME
                   MOVE OLD-ADVR-START-DATE  TO WS-NEW-START-DATE
                   MOVE OLD-ADVR-END-DATE    TO WS-NEW-END-DATE
                   MOVE OLD-ADVR-MONTHLY-CAP TO WS-NEW-MONTHLY-CAP
                   MOVE OLD-ADVR-RATE-CENTS  TO WS-NEW-RATE-CENTS
                   MOVE OLD-ADVR-COUNT-MONTH TO WS-NEW-COUNT-MONTH
                   MOVE OLD-ADVR-MONTH-IMPRS TO WS-NEW-MONTH-IMPRS
                   MOVE "N"                  TO WS-NEW-CREDIT-HOLD
                   MOVE 0                    TO WS-NEW-HOLD-DATE
                   WRITE UNL-RECORD FROM WS-NEW-IMAGE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-RELOAD                                              *
      *  REBUILD THE INDEXED MASTER IN THE NEW LAYOUT AND PROVE   *
      *  THE COUNT MATCHES THE UNLOAD TRAILER.                    *
      *----------------------------------------------------------*
       3000-RELOAD.
           OPEN INPUT UNLOAD-FILE.
           IF WS-UNL-STATUS NOT = "00"
               DISPLAY "ADVERTISER-CONVERT: CANNOT OPEN "
                   "ADVERTISERS.UNL, STATUS " WS-UNL-STATUS
                   " - RUN MODE U FIRST"
               STOP RUN
           END-IF.
           DISPLAY "ADVERTISER-CONVERT: RELOAD REPLACES "
               "ADVERTISERS WITH ADVERTISERS.UNL.".
           DISPLAY "CONTINUE (Y = YES)? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "ADVERTISER-CONVERT: RELOAD ABANDONED - "
                   "MASTER UNTOUCHED"
               CLOSE UNLOAD-FILE
               STOP RUN
           END-IF.
           OPEN OUTPUT ADVERTISERS.
           IF WS-ADVR-STATUS NOT = "00"
               DISPLAY "ADVERTISER-CONVERT: CANNOT REBUILD "
                   "ADVERTISERS, STATUS " WS-ADVR-STATUS
               CLOSE UNLOAD-FILE
               STOP RUN
           END-IF.
           MOVE 0 TO WS-RECORD-COUNT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 3100-RELOAD-ONE THRU 3100-EXIT
               UNTIL FILE-EOF.
           CLOSE UNLOAD-FILE.
           CLOSE ADVERTISERS.
           PERFORM 3300-PROVE-TOTALS THRU 3300-EXIT.
       3000-EXIT.
           EXIT.

       3100-RELOAD-ONE.
           READ UNLOAD-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF UNL-RECORD(1:9) = "*CONTROL*"
                       MOVE "Y" TO WS-TRAILER-SEEN-SW
                       MOVE UNL-RECORD TO WS-TRAILER
                   ELSE
                       PERFORM 3200-LOAD-ONE THRU 3200-EXIT
                   END-IF
           END-READ.
       3100-EXIT.
           EXIT.

       3200-LOAD-ONE.
           MOVE UNL-RECORD TO WS-NEW-IMAGE.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE WS-NEW-IMAGE TO ADVR-RECORD.
           WRITE ADVR-RECORD
               INVALID KEY
                   ADD 1 TO WS-LOAD-ERRORS
                   DISPLAY "ADVERTISER-CONVERT: COULD NOT LOAD "
                       ADVR-ACCOUNT
           END-WRITE.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3300-PROVE-TOTALS                                        *
      *----------------------------------------------------------*
       3300-PROVE-TOTALS.
           DISPLAY "  ACCOUNTS LOADED ...... " WS-RECORD-COUNT.
           IF WS-LOAD-ERRORS > 0
               DISPLAY "  LOAD ERRORS .......... " WS-LOAD-ERRORS
           END-IF.
           IF NOT TRAILER-SEEN
               DISPLAY "ADVERTISER-CONVERT: *** NO CONTROL TRAILER "
                   "ON ADVERTISERS.UNL - RELOAD CANNOT BE PROVED ***"
               GO TO 3300-EXIT
           END-IF.
           IF WS-RECORD-COUNT NOT = WS-TRAILER-COUNT
           OR WS-LOAD-ERRORS > 0
               DISPLAY "ADVERTISER-CONVERT: *** RELOAD OUT OF "
                   "BALANCE - TRAILER SAYS " WS-TRAILER-COUNT
                   " ACCOUNT(S). DO NOT TRUST THE MASTER ***"
           ELSE
               DISPLAY "ADVERTISER-CONVERT: RELOAD PROVED - COUNT "
                   "MATCHES THE TRAILER."
           END-IF.
       3300-EXIT.
           EXIT.
