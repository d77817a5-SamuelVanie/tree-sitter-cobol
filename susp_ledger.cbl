      * 09/16/2026  dlr  REPORT HEADING NOW PRINTS BEFORE THE
      *                  DISPOSAL PASS SO THE WRITE-OFF AUDIT LINES
      *                  NO LONGER LAND ABOVE IT.
      * 10/15/2026  dlr  ITEMS ABANDONED THROUGH FST-SUSP-CORRECT ARE
      *                  READ FROM THE CORRECTION LOG AND WRITTEN OFF
      *                  WITH AN ABANDON AUDIT LINE THE FIRST NIGHT
      *                  THEY ARE NOT SEEN AGAIN, INSTEAD OF BEING
      *                  TAKEN AS RESOLVED ON A REPROCESS NIGHT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-ALERT-STATUS.

           SELECT CORRECTION-LOG-FILE ASSIGN TO SUSPCLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-PARM-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY ALERTREC.

       FD  CORRECTION-LOG-FILE
           RECORD CONTAINS 240 CHARACTERS.
           COPY SUSPCLG.

       WORKING-STORAGE SECTION.
       01  FST-WS-FILE-STATUSES.
           05  FST-WS-PARM-FILE-STATUS     PIC X(02).
           05  FST-WS-DISPOSITION-STATUS   PIC X(02).
           05  FST-WS-REPORT-STATUS        PIC X(02).
           05  FST-WS-ALERT-STATUS         PIC X(02).
           05  FST-WS-LOG-STATUS           PIC X(02).

           COPY SUSPLDG.

      *----------------------------------------------------------------
      * LEDGER TABLE - THE OLD LEDGER LOADED WHOLE, THEN TONIGHT'S
      * SUSPENSE RECORDS MATCHED IN BY SOURCE FEED AND RECORD IMAGE.
      * THE SEEN SWITCH MARKS ENTRIES REJECTED AGAIN TONIGHT; THE
      * ABANDON SWITCH MARKS ENTRIES AN ANALYST HAS ABANDONED.
      *----------------------------------------------------------------
       01  FST-WS-LEDGER-TABLE.
           05  FST-WS-LEDGER-COUNT         PIC 9(05) VALUE ZERO.
           05  FST-WS-LEDGER-ENTRY OCCURS 2000 TIMES.
               10  FST-WS-LE-RECORD        PIC X(132).
               10  FST-WS-LE-SEEN-SW       PIC X(01).
               10  FST-WS-LE-ABANDON-SW    PIC X(01).

       01  FST-AG-HEADING-LINE.
           05  FILLER                      PIC X(26) VALUE
           05  FILLER                      PIC X(51) VALUE SPACES.

       01  FST-AG-WRITEOFF-LINE.
           05  FST-AG-WO-LABEL             PIC X(09).
           05  FILLER                      PIC X(05) VALUE "FEED".
           05  FST-AG-WO-SOURCE-FEED       PIC X(08).
           05  FILLER                      PIC X(08) VALUE " REASON".
           PERFORM 1200-OPEN-FILES THRU 1200-EXIT
           PERFORM 2000-LOAD-OLD-LEDGER THRU 2000-EXIT
           PERFORM 3000-FOLD-IN-TONIGHT THRU 3000-EXIT
           PERFORM 3300-APPLY-ABANDONS THRU 3300-EXIT
           PERFORM 3500-PRINT-REPORT-HEADING THRU 3500-EXIT
           PERFORM 4000-DISPOSE-ENTRIES THRU 4000-EXIT
           PERFORM 5000-PRINT-AGING-REPORT THRU 5000-EXIT
           ADD 1 TO FST-WS-LEDGER-COUNT
           MOVE FST-OLD-LEDGER-RECORD
               TO FST-WS-LE-RECORD(FST-WS-LEDGER-COUNT)
           MOVE "N" TO FST-WS-LE-SEEN-SW(FST-WS-LEDGER-COUNT)
           MOVE "N" TO FST-WS-LE-ABANDON-SW(FST-WS-LEDGER-COUNT).
       2100-EXIT.
           EXIT.

           MOVE FST-SP-RECORD-IMAGE TO FST-SL-RECORD-IMAGE
           MOVE FST-SUSPENSE-LEDGER-RECORD
               TO FST-WS-LE-RECORD(FST-WS-LEDGER-COUNT)
           MOVE "Y" TO FST-WS-LE-SEEN-SW(FST-WS-LEDGER-COUNT)
           MOVE "N" TO FST-WS-LE-ABANDON-SW(FST-WS-LEDGER-COUNT).
       3100-EXIT.
           EXIT.

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-APPLY-ABANDONS - MARKS EVERY LEDGER ENTRY AN ANALYST HAS
      * ABANDONED THROUGH FST-SUSP-CORRECT.  THE LOG NAMES THE ENTRY
      * BY FEED, FIRST-SEEN DATE AND IMAGE; A LOG RECORD WHOSE ENTRY
      * HAS ALREADY LEFT THE LEDGER SIMPLY FINDS NOTHING.  NO LOG
      * MEANS NOTHING HAS EVER BEEN ABANDONED.
      *----------------------------------------------------------------
       3300-APPLY-ABANDONS.
           OPEN INPUT CORRECTION-LOG-FILE
           IF FST-WS-LOG-STATUS = "35"
               GO TO 3300-EXIT
           END-IF
           IF FST-WS-LOG-STATUS NOT = "00"
               DISPLAY "FST1112E SUSPENSE CORRECTION LOG COULD NOT BE"
                   " OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO FST-WS-EOF-SW
           PERFORM 3310-READ-CORRECTION-LOG THRU 3310-EXIT
               UNTIL FST-WS-EOF-SW = 1
           CLOSE CORRECTION-LOG-FILE.
       3300-EXIT.
           EXIT.

       3310-READ-CORRECTION-LOG.
           READ CORRECTION-LOG-FILE
               AT END
                   MOVE 1 TO FST-WS-EOF-SW
                   GO TO 3310-EXIT
           END-READ
           IF NOT FST-SC-ABANDON-ACTION
               GO TO 3310-EXIT
           END-IF
           MOVE "N" TO FST-WS-MATCH-HIT-SW
           PERFORM 3320-MATCH-ABANDONED-ENTRY THRU 3320-EXIT
               VARYING FST-WS-MATCH-SUB FROM 1 BY 1
               UNTIL FST-WS-MATCH-SUB > FST-WS-LEDGER-COUNT
               OR FST-WS-MATCH-HIT-SW = "Y".
       3310-EXIT.
           EXIT.

       3320-MATCH-ABANDONED-ENTRY.
           MOVE FST-WS-LE-RECORD(FST-WS-MATCH-SUB)
               TO FST-SUSPENSE-LEDGER-RECORD
           IF FST-SL-SOURCE-FEED = FST-SC-SOURCE-FEED
           AND FST-SL-FIRST-SEEN-DATE = FST-SC-FIRST-SEEN-DATE
           AND FST-SL-RECORD-IMAGE = FST-SC-BEFORE-IMAGE
               MOVE "Y" TO FST-WS-MATCH-HIT-SW
               MOVE "Y" TO FST-WS-LE-ABANDON-SW(FST-WS-MATCH-SUB)
           END-IF.
       3320-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-PRINT-REPORT-HEADING - THE PAGE HEADING GOES OUT BEFORE
      * THE DISPOSAL PASS, WHICH PRINTS ITS WRITE-OFF AUDIT LINES AS
      * OR HELD, SO IT IS RESOLVED.  ON A NON-REPROCESS NIGHT AN
      * UNSEEN ENTRY SIMPLY CARRIES AND AGES.  AGE COUNTS FROM THE
      * FIRST-SEEN DATE, TONIGHT INCLUSIVE, SO A FRESH ITEM IS ONE
      * DAY OLD.  AN ABANDONED ENTRY NOT SEEN TONIGHT IS WRITTEN
      * OFF WHATEVER ITS AGE; ONE SEEN AGAIN WAS SENT BACK IN AFTER
      * ALL AND CARRIES ON AS USUAL.
      *----------------------------------------------------------------
       4100-JUDGE-LEDGER-ENTRY.
           MOVE FST-WS-LE-RECORD(FST-WS-LEDGER-SUB)
               TO FST-SUSPENSE-LEDGER-RECORD
           IF FST-WS-LE-SEEN-SW(FST-WS-LEDGER-SUB) NOT = "Y"
           AND FST-WS-LE-ABANDON-SW(FST-WS-LEDGER-SUB) = "Y"
               MOVE "ABANDON" TO FST-AG-WO-LABEL
               PERFORM 4200-WRITE-OFF-ENTRY THRU 4200-EXIT
               GO TO 4100-EXIT
           END-IF
           IF FST-WS-LE-SEEN-SW(FST-WS-LEDGER-SUB) NOT = "Y"
           AND FST-LP-WAS-REPROCESS
               SET FST-SL-RESOLVED TO TRUE
               ADD 1 TO FST-WS-RESOLVED-COUNT
               - FUNCTION INTEGER-OF-DATE(FST-WS-FIRST-SEEN-NUM)
               + 1
           IF FST-WS-ITEM-AGE > FST-LP-WRITEOFF-DAYS
               MOVE "WRITEOFF" TO FST-AG-WO-LABEL
               PERFORM 4200-WRITE-OFF-ENTRY THRU 4200-EXIT
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO FST-WS-CARRIED-COUNT
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-WRITE-OFF-ENTRY - SENDS THE ENTRY TO THE DISPOSITION
      * FILE WRITTEN OFF AND PRINTS ITS AUDIT LINE UNDER THE LABEL
      * THE CALLER HAS SET.
      *----------------------------------------------------------------
       4200-WRITE-OFF-ENTRY.
           SET FST-SL-WRITTEN-OFF TO TRUE
           ADD 1 TO FST-WS-WRITEOFF-COUNT
           WRITE FST-DISPOSITION-RECORD
               FROM FST-SUSPENSE-LEDGER-RECORD
           MOVE FST-SL-SOURCE-FEED TO FST-AG-WO-SOURCE-FEED
           MOVE FST-SL-REASON-CODE TO FST-AG-WO-REASON-CODE
           MOVE FST-SL-FIRST-SEEN-DATE TO FST-AG-WO-FIRST-SEEN
           MOVE FST-SL-ATTEMPT-COUNT TO FST-AG-WO-ATTEMPTS
           WRITE FST-REPORT-RECORD FROM FST-AG-WRITEOFF-LINE.
       4200-EXIT.
           EXIT.

       5000-PRINT-AGING-REPORT.
           MOVE "1 DAY" TO FST-AG-BK-LABEL
           MOVE FST-WS-AGE-1-COUNT TO FST-AG-BK-COUNT
