       IDENTIFICATION DIVISION.
       PROGRAM-ID. FST-SUSP-CORRECT.
       AUTHOR. D-SHIFT-BATCH-SUPPORT.
       INSTALLATION. NIGHTLY-BATCH-STREAM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026  dlr  ORIGINAL - SUSPENSE CORRECTION WORKSTATION.
      *                  SUSPIN FOR A REPROCESS RUN USED TO BE A COPY
      *                  OF SUSPOUT HAND-EDITED IN A TEXT EDITOR, SO
      *                  A TYPO BOUNCED STRAIGHT BACK AND NOBODY COULD
      *                  SAY WHO CHANGED WHAT.  THIS SESSION LISTS THE
      *                  OPEN ITEMS ON THE SUSPENSE LEDGER AND ON
      *                  SUSPOUT BY REASON CODE AND FEED, LETS THE
      *                  ANALYST CORRECT THE ACCOUNT, TRAN CODE,
      *                  AMOUNT OR EFFECTIVE DATE FIELD BY FIELD -
      *                  THE ACCOUNT CHECKED AGAINST THE MASTER AS IT
      *                  IS KEYED - RESUBMIT AN ITEM AS IT STANDS, OR
      *                  ABANDON IT, AND BUILDS SUSPIN.  EVERY
      *                  DECISION IS APPENDED TO THE CORRECTION LOG
      *                  WITH THE OPERATOR AND THE BEFORE AND AFTER
      *                  IMAGES.  FOREGROUND SESSION LIKE
      *                  FST-HOLD-RELEASE.
      * 10/15/2026  dlr  A LEDGER ITEM ALREADY ABANDONED ON THE
      *                  CORRECTION LOG IS NOW KEPT OFF THE LISTING
      *                  AND OFF SUSPIN.  A SECOND SESSION THE SAME
      *                  NIGHT OFFERED IT AGAIN AS UNDECIDED AND SENT
      *                  IT TO SUSPIN, SO IT COULD POST ON REPROCESS
      *                  AND STILL BE WRITTEN OFF BY FST-SUSP-LEDGER.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO SUSPLDGR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-LEDGER-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO SUSPOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-SUSPOUT-STATUS.

           SELECT SUSPENSE-IN-FILE ASSIGN TO SUSPIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-SUSPIN-STATUS.

           SELECT CORRECTION-LOG-FILE ASSIGN TO SUSPCLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-LOG-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FST-AC-ACCOUNT-NUMBER
               FILE STATUS IS FST-WS-ACCTMSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  FST-LEDGER-RECORD               PIC X(132).

       FD  SUSPENSE-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  FST-SUSPENSE-OUT-RECORD         PIC X(100).

       FD  SUSPENSE-IN-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  FST-SUSPENSE-IN-RECORD          PIC X(100).

       FD  CORRECTION-LOG-FILE
           RECORD CONTAINS 240 CHARACTERS.
           COPY SUSPCLG.

       FD  ACCOUNT-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY ACCTREC.

       WORKING-STORAGE SECTION.
       01  FST-WS-FILE-STATUSES.
           05  FST-WS-LEDGER-STATUS        PIC X(02).
           05  FST-WS-SUSPOUT-STATUS       PIC X(02).
           05  FST-WS-SUSPIN-STATUS        PIC X(02).
           05  FST-WS-LOG-STATUS           PIC X(02).
           05  FST-WS-ACCTMSTR-STATUS      PIC X(02).

           COPY SUSPLDG.

           COPY SUSPREC.

           COPY TRANREC.

       77  FST-WS-EOF-SW                   PIC 9(01) VALUE ZERO.
       77  FST-WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       77  FST-WS-DECISION                 PIC X(01) VALUE SPACE.
       77  FST-WS-FIELD-CHOICE             PIC X(01) VALUE SPACE.
       77  FST-WS-REPLACE-SW               PIC X(01) VALUE SPACE.
       77  FST-WS-APPROVE-SW               PIC X(01) VALUE SPACE.
       77  FST-WS-WORK-REASON              PIC X(04) VALUE SPACES.
       77  FST-WS-WORK-FEED                PIC X(08) VALUE SPACES.
       77  FST-WS-WORK-ACCOUNT             PIC X(10) VALUE SPACES.
       77  FST-WS-WORK-TRAN-CODE           PIC X(02) VALUE SPACES.
       77  FST-WS-SAVE-TRAN-CODE           PIC X(02) VALUE SPACES.
       77  FST-WS-ITEM-SUB                 PIC 9(05) VALUE ZERO.
       77  FST-WS-MATCH-SUB                PIC 9(05) VALUE ZERO.
       77  FST-WS-MATCH-HIT-SW             PIC X(01) VALUE "N".
       77  FST-WS-GROUP-SUB                PIC 9(03) VALUE ZERO.
       77  FST-WS-ACCOUNT-OK-SW            PIC X(01) VALUE "N".
           88  FST-WS-ACCOUNT-OK               VALUE "Y".
       77  FST-WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
       77  FST-WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
       77  FST-WS-LOG-ACTION               PIC X(08) VALUE SPACES.
       77  FST-WS-BEFORE-IMAGE             PIC X(80) VALUE SPACES.
       77  FST-WS-AFTER-IMAGE              PIC X(80) VALUE SPACES.
       77  FST-WS-LOG-FAILED-SW            PIC X(01) VALUE "N".
           88  FST-WS-LOG-FAILED               VALUE "Y".
       77  FST-WS-GROUPS-FULL-SW           PIC X(01) VALUE "N".
       77  FST-WS-OFFERED-COUNT            PIC 9(07) VALUE ZERO.
       77  FST-WS-CORRECTED-COUNT          PIC 9(07) VALUE ZERO.
       77  FST-WS-RESUBMITTED-COUNT        PIC 9(07) VALUE ZERO.
       77  FST-WS-ABANDONED-COUNT          PIC 9(07) VALUE ZERO.
       77  FST-WS-SKIPPED-COUNT            PIC 9(07) VALUE ZERO.
       77  FST-WS-SUSPIN-COUNT             PIC 9(07) VALUE ZERO.
       77  FST-WS-PRIOR-ABANDON-COUNT      PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------------
      * ITEM TABLE - EVERY OPEN ITEM ON THE LEDGER, THEN ANY ITEM ON
      * SUSPOUT THE LEDGER HAS NOT TAKEN IN YET, MATCHED THE WAY
      * FST-SUSP-LEDGER MATCHES THEM - BY SOURCE FEED AND IMAGE.
      *----------------------------------------------------------------
       01  FST-WS-ITEM-TABLE.
           05  FST-WS-ITEM-COUNT           PIC 9(05) VALUE ZERO.
           05  FST-WS-ITEM-ENTRY OCCURS 2000 TIMES.
               10  FST-WS-IT-ENTRY         PIC X(112).

      *----------------------------------------------------------------
      * WORK COPY OF ONE ITEM.  THE FIRST-SEEN DATE IS SPACES FOR AN
      * ITEM ONLY ON SUSPOUT SO FAR.
      *----------------------------------------------------------------
       01  FST-WS-ITEM-RECORD.
           05  FST-WS-IT-DECISION          PIC X(01).
               88  FST-WS-IT-UNDECIDED         VALUE SPACE.
               88  FST-WS-IT-CORRECTED         VALUE "C".
               88  FST-WS-IT-RESUBMITTED       VALUE "P".
               88  FST-WS-IT-ABANDONED         VALUE "A".
           05  FST-WS-IT-REASON-CODE       PIC X(04).
           05  FST-WS-IT-SOURCE-FEED       PIC X(08).
           05  FST-WS-IT-RUN-ID            PIC X(08).
           05  FST-WS-IT-FIRST-SEEN-DATE   PIC X(08).
           05  FST-WS-IT-ATTEMPT-COUNT     PIC 9(03).
           05  FST-WS-IT-RECORD-IMAGE      PIC X(80).

      *----------------------------------------------------------------
      * REASON CODE AND FEED GROUPS FOR THE LISTING.  THE ITEMS ARE
      * WORKED GROUP BY GROUP IN THE ORDER THE GROUPS WERE FIRST MET.
      *----------------------------------------------------------------
       01  FST-WS-GROUP-TABLE.
           05  FST-WS-GROUP-COUNT          PIC 9(03) VALUE ZERO.
           05  FST-WS-GROUP-ENTRY OCCURS 100 TIMES.
               10  FST-WS-GP-REASON-CODE   PIC X(04).
               10  FST-WS-GP-SOURCE-FEED   PIC X(08).
               10  FST-WS-GP-ITEM-COUNT    PIC 9(05).

       01  FST-WS-AMOUNT-ENTRY.
           05  FST-WS-AMOUNT-DIGITS        PIC X(11).
           05  FST-WS-AMOUNT-VALUE REDEFINES FST-WS-AMOUNT-DIGITS
                                           PIC 9(09)V99.

       01  FST-WS-DATE-ENTRY.
           05  FST-WS-DATE-DIGITS          PIC X(08).
           05  FST-WS-DATE-PARTS REDEFINES FST-WS-DATE-DIGITS.
               10  FST-WS-DATE-YEAR        PIC 9(04).
               10  FST-WS-DATE-MONTH       PIC 9(02).
               10  FST-WS-DATE-DAY         PIC 9(02).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE - PROMPTS FOR THE ANALYST'S OPERATOR ID, LOADS
      * THE OPEN ITEMS, LISTS THEM BY REASON AND FEED, WORKS THE
      * GROUPS THE ANALYST PICKS, THEN WRITES SUSPIN.  EVERY ITEM
      * NOT ABANDONED GOES TO SUSPIN - A REPROCESS RUN RESOLVES ANY
      * LEDGER ITEM IT DOES NOT SEE AGAIN, SO NOTHING IS EVER DROPPED
      * BY A SESSION THAT SIMPLY DID NOT REACH IT.
      *----------------------------------------------------------------
       0000-MAINLINE.
           DISPLAY "ENTER ANALYST OPERATOR ID: " WITH NO ADVANCING
           ACCEPT FST-WS-OPERATOR-ID
           IF FST-WS-OPERATOR-ID = SPACES
               DISPLAY "FST2200E OPERATOR ID IS REQUIRED"
               MOVE 16 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           PERFORM 1000-LOAD-LEDGER THRU 1000-EXIT
           PERFORM 1200-LOAD-SUSPENSE THRU 1200-EXIT
           PERFORM 1400-APPLY-ABANDONS THRU 1400-EXIT
           IF FST-WS-PRIOR-ABANDON-COUNT > 0
               DISPLAY "FST2224I " FST-WS-PRIOR-ABANDON-COUNT
                   " ITEMS ALREADY ABANDONED - KEPT OFF SUSPIN"
           END-IF
           IF FST-WS-ITEM-COUNT = FST-WS-PRIOR-ABANDON-COUNT
               DISPLAY "FST2203I NO OPEN SUSPENSE ITEMS"
               MOVE 0 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           OPEN INPUT SUSPENSE-IN-FILE
           IF FST-WS-SUSPIN-STATUS = "00"
               CLOSE SUSPENSE-IN-FILE
               DISPLAY "FST2217W SUSPIN IS ALREADY BUILT - REPLACE IT"
                   " (Y/N): " WITH NO ADVANCING
               ACCEPT FST-WS-REPLACE-SW
               IF FST-WS-REPLACE-SW NOT = "Y"
                   DISPLAY "FST2218I SESSION ENDED - SUSPIN LEFT AS"
                       " IT WAS"
                   MOVE 0 TO RETURN-CODE
                   GO TO 0000-EXIT
               END-IF
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF FST-WS-ACCTMSTR-STATUS NOT = "00"
               DISPLAY "FST2205E ACCOUNT MASTER FILE NOT AVAILABLE"
               MOVE 16 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           OPEN EXTEND CORRECTION-LOG-FILE
           IF FST-WS-LOG-STATUS = "35"
               OPEN OUTPUT CORRECTION-LOG-FILE
           END-IF
           IF FST-WS-LOG-STATUS NOT = "00"
               DISPLAY "FST2207E SUSPENSE CORRECTION LOG NOT"
                   " AVAILABLE"
               CLOSE ACCOUNT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           OPEN OUTPUT SUSPENSE-IN-FILE
           IF FST-WS-SUSPIN-STATUS NOT = "00"
               DISPLAY "FST2206E SUSPIN COULD NOT BE OPENED"
               CLOSE ACCOUNT-MASTER-FILE
               CLOSE CORRECTION-LOG-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           PERFORM 2000-LIST-OPEN-ITEMS THRU 2000-EXIT
           DISPLAY "REASON CODE TO WORK (BLANK FOR ALL): "
               WITH NO ADVANCING
           ACCEPT FST-WS-WORK-REASON
           DISPLAY "SOURCE FEED TO WORK (BLANK FOR ALL): "
               WITH NO ADVANCING
           ACCEPT FST-WS-WORK-FEED
           PERFORM 3000-WORK-GROUP THRU 3000-EXIT
               VARYING FST-WS-GROUP-SUB FROM 1 BY 1
               UNTIL FST-WS-GROUP-SUB > FST-WS-GROUP-COUNT
               OR FST-WS-LOG-FAILED
           PERFORM 5000-WRITE-SUSPIN-ITEM THRU 5000-EXIT
               VARYING FST-WS-ITEM-SUB FROM 1 BY 1
               UNTIL FST-WS-ITEM-SUB > FST-WS-ITEM-COUNT
           CLOSE SUSPENSE-IN-FILE
           CLOSE CORRECTION-LOG-FILE
           CLOSE ACCOUNT-MASTER-FILE
           DISPLAY "FST2216I OFFERED " FST-WS-OFFERED-COUNT
               " CORRECTED " FST-WS-CORRECTED-COUNT
               " RESUBMITTED " FST-WS-RESUBMITTED-COUNT
               " ABANDONED " FST-WS-ABANDONED-COUNT
               " LEFT AS THEY WERE " FST-WS-SKIPPED-COUNT
           DISPLAY "FST2216I SUSPIN RECORDS WRITTEN "
               FST-WS-SUSPIN-COUNT
           IF FST-WS-LOG-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       0000-EXIT.
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-LOAD-LEDGER - THE OPEN ITEMS CARRIED BY FST-SUSP-LEDGER.
      * NO LEDGER YET MEANS IT HAS NEVER RUN; SUSPOUT STILL HOLDS
      * LAST NIGHT'S ITEMS.
      *----------------------------------------------------------------
       1000-LOAD-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF FST-WS-LEDGER-STATUS = "35"
               GO TO 1000-EXIT
           END-IF
           IF FST-WS-LEDGER-STATUS NOT = "00"
               DISPLAY "FST2201E SUSPENSE LEDGER NOT AVAILABLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO FST-WS-EOF-SW
           PERFORM 1100-LOAD-LEDGER-RECORD THRU 1100-EXIT
               UNTIL FST-WS-EOF-SW = 1
           CLOSE LEDGER-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-LEDGER-RECORD.
           READ LEDGER-FILE INTO FST-SUSPENSE-LEDGER-RECORD
               AT END
                   MOVE 1 TO FST-WS-EOF-SW
                   GO TO 1100-EXIT
           END-READ
           IF NOT FST-SL-OPEN
               GO TO 1100-EXIT
           END-IF
           PERFORM 1900-CHECK-TABLE-ROOM THRU 1900-EXIT
           MOVE SPACES TO FST-WS-ITEM-RECORD
           MOVE FST-SL-REASON-CODE TO FST-WS-IT-REASON-CODE
           MOVE FST-SL-SOURCE-FEED TO FST-WS-IT-SOURCE-FEED
           MOVE FST-SL-RUN-ID TO FST-WS-IT-RUN-ID
           MOVE FST-SL-FIRST-SEEN-DATE TO FST-WS-IT-FIRST-SEEN-DATE
           MOVE FST-SL-ATTEMPT-COUNT TO FST-WS-IT-ATTEMPT-COUNT
           MOVE FST-SL-RECORD-IMAGE TO FST-WS-IT-RECORD-IMAGE
           ADD 1 TO FST-WS-ITEM-COUNT
           MOVE FST-WS-ITEM-RECORD
               TO FST-WS-IT-ENTRY(FST-WS-ITEM-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-SUSPENSE - LAST NIGHT'S SUSPOUT.  AN ITEM ALREADY ON
      * THE LEDGER IS NOT LISTED TWICE.  NO SUSPOUT IS A CLEAN NIGHT.
      *----------------------------------------------------------------
       1200-LOAD-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF FST-WS-SUSPOUT-STATUS = "35"
               GO TO 1200-EXIT
           END-IF
           IF FST-WS-SUSPOUT-STATUS NOT = "00"
               DISPLAY "FST2202E SUSPENSE FILE NOT AVAILABLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO FST-WS-EOF-SW
           PERFORM 1300-LOAD-SUSPENSE-RECORD THRU 1300-EXIT
               UNTIL FST-WS-EOF-SW = 1
           CLOSE SUSPENSE-FILE.
       1200-EXIT.
           EXIT.

       1300-LOAD-SUSPENSE-RECORD.
           READ SUSPENSE-FILE INTO FST-SUSPENSE-RECORD
               AT END
                   MOVE 1 TO FST-WS-EOF-SW
                   GO TO 1300-EXIT
           END-READ
           MOVE "N" TO FST-WS-MATCH-HIT-SW
           PERFORM 1310-MATCH-LOADED-ITEM THRU 1310-EXIT
               VARYING FST-WS-MATCH-SUB FROM 1 BY 1
               UNTIL FST-WS-MATCH-SUB > FST-WS-ITEM-COUNT
               OR FST-WS-MATCH-HIT-SW = "Y"
           IF FST-WS-MATCH-HIT-SW = "Y"
               GO TO 1300-EXIT
           END-IF
           PERFORM 1900-CHECK-TABLE-ROOM THRU 1900-EXIT
           MOVE SPACES TO FST-WS-ITEM-RECORD
           MOVE FST-SP-REASON-CODE TO FST-WS-IT-REASON-CODE
           MOVE FST-SP-SOURCE-FEED TO FST-WS-IT-SOURCE-FEED
           MOVE FST-SP-RUN-ID TO FST-WS-IT-RUN-ID
           MOVE 0 TO FST-WS-IT-ATTEMPT-COUNT
           MOVE FST-SP-RECORD-IMAGE TO FST-WS-IT-RECORD-IMAGE
           ADD 1 TO FST-WS-ITEM-COUNT
           MOVE FST-WS-ITEM-RECORD
               TO FST-WS-IT-ENTRY(FST-WS-ITEM-COUNT).
       1300-EXIT.
           EXIT.

       1310-MATCH-LOADED-ITEM.
           MOVE FST-WS-IT-ENTRY(FST-WS-MATCH-SUB) TO FST-WS-ITEM-RECORD
           IF FST-WS-IT-SOURCE-FEED = FST-SP-SOURCE-FEED
           AND FST-WS-IT-RECORD-IMAGE = FST-SP-RECORD-IMAGE
               MOVE "Y" TO FST-WS-MATCH-HIT-SW
           END-IF.
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1400-APPLY-ABANDONS - MARKS EVERY LEDGER ITEM ALREADY
      * ABANDONED ON THE CORRECTION LOG, BY AN EARLIER SESSION, SO IT
      * IS NEITHER OFFERED AGAIN NOR SENT TO SUSPIN.  THE LOG NAMES
      * THE ITEM BY FEED, FIRST-SEEN DATE AND IMAGE, THE SAME WAY
      * FST-SUSP-LEDGER FINDS IT TO WRITE IT OFF.  NO LOG MEANS
      * NOTHING HAS EVER BEEN ABANDONED.
      *----------------------------------------------------------------
       1400-APPLY-ABANDONS.
           OPEN INPUT CORRECTION-LOG-FILE
           IF FST-WS-LOG-STATUS = "35"
               GO TO 1400-EXIT
           END-IF
           IF FST-WS-LOG-STATUS NOT = "00"
               DISPLAY "FST2207E SUSPENSE CORRECTION LOG NOT"
                   " AVAILABLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO FST-WS-EOF-SW
           PERFORM 1410-READ-CORRECTION-LOG THRU 1410-EXIT
               UNTIL FST-WS-EOF-SW = 1
           CLOSE CORRECTION-LOG-FILE.
       1400-EXIT.
           EXIT.

       1410-READ-CORRECTION-LOG.
           READ CORRECTION-LOG-FILE
               AT END
                   MOVE 1 TO FST-WS-EOF-SW
                   GO TO 1410-EXIT
           END-READ
           IF NOT FST-SC-ABANDON-ACTION
               GO TO 1410-EXIT
           END-IF
           MOVE "N" TO FST-WS-MATCH-HIT-SW
           PERFORM 1420-MATCH-ABANDONED-ITEM THRU 1420-EXIT
               VARYING FST-WS-MATCH-SUB FROM 1 BY 1
               UNTIL FST-WS-MATCH-SUB > FST-WS-ITEM-COUNT
               OR FST-WS-MATCH-HIT-SW = "Y".
       1410-EXIT.
           EXIT.

       1420-MATCH-ABANDONED-ITEM.
           MOVE FST-WS-IT-ENTRY(FST-WS-MATCH-SUB) TO FST-WS-ITEM-RECORD
           IF FST-WS-IT-UNDECIDED
           AND FST-WS-IT-SOURCE-FEED = FST-SC-SOURCE-FEED
           AND FST-WS-IT-FIRST-SEEN-DATE = FST-SC-FIRST-SEEN-DATE
           AND FST-WS-IT-RECORD-IMAGE = FST-SC-BEFORE-IMAGE
               MOVE "Y" TO FST-WS-MATCH-HIT-SW
               SET FST-WS-IT-ABANDONED TO TRUE
               MOVE FST-WS-ITEM-RECORD
                   TO FST-WS-IT-ENTRY(FST-WS-MATCH-SUB)
               ADD 1 TO FST-WS-PRIOR-ABANDON-COUNT
           END-IF.
       1420-EXIT.
           EXIT.

       1900-CHECK-TABLE-ROOM.
           IF FST-WS-ITEM-COUNT NOT < 2000
               DISPLAY "FST2204E OPEN SUSPENSE ITEMS EXCEED THE 2000"
                   " ENTRY TABLE - SESSION STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LIST-OPEN-ITEMS - COUNTS THE ITEMS UNDER EACH REASON
      * CODE AND FEED AND SHOWS THE COUNTS SO THE ANALYST CAN PICK
      * WHAT TO WORK.  AN ITEM ALREADY ABANDONED IS NOT COUNTED.
      *----------------------------------------------------------------
       2000-LIST-OPEN-ITEMS.
           PERFORM 2100-COUNT-ITEM-GROUP THRU 2100-EXIT
               VARYING FST-WS-ITEM-SUB FROM 1 BY 1
               UNTIL FST-WS-ITEM-SUB > FST-WS-ITEM-COUNT
           DISPLAY "OPEN SUSPENSE ITEMS BY REASON CODE AND FEED"
           PERFORM 2300-SHOW-ITEM-GROUP THRU 2300-EXIT
               VARYING FST-WS-GROUP-SUB FROM 1 BY 1
               UNTIL FST-WS-GROUP-SUB > FST-WS-GROUP-COUNT
           IF FST-WS-GROUPS-FULL-SW = "Y"
               DISPLAY "FST2219W MORE THAN 100 REASON AND FEED"
                   " GROUPS - THE REST GO TO SUSPIN UNWORKED"
           END-IF.
       2000-EXIT.
           EXIT.

       2100-COUNT-ITEM-GROUP.
           MOVE FST-WS-IT-ENTRY(FST-WS-ITEM-SUB) TO FST-WS-ITEM-RECORD
           IF FST-WS-IT-ABANDONED
               GO TO 2100-EXIT
           END-IF
           MOVE "N" TO FST-WS-MATCH-HIT-SW
           PERFORM 2200-MATCH-ITEM-GROUP THRU 2200-EXIT
               VARYING FST-WS-GROUP-SUB FROM 1 BY 1
               UNTIL FST-WS-GROUP-SUB > FST-WS-GROUP-COUNT
               OR FST-WS-MATCH-HIT-SW = "Y"
           IF FST-WS-MATCH-HIT-SW = "Y"
               GO TO 2100-EXIT
           END-IF
           IF FST-WS-GROUP-COUNT NOT < 100
               MOVE "Y" TO FST-WS-GROUPS-FULL-SW
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO FST-WS-GROUP-COUNT
           MOVE FST-WS-IT-REASON-CODE
               TO FST-WS-GP-REASON-CODE(FST-WS-GROUP-COUNT)
           MOVE FST-WS-IT-SOURCE-FEED
               TO FST-WS-GP-SOURCE-FEED(FST-WS-GROUP-COUNT)
           MOVE 1 TO FST-WS-GP-ITEM-COUNT(FST-WS-GROUP-COUNT).
       2100-EXIT.
           EXIT.

       2200-MATCH-ITEM-GROUP.
           IF FST-WS-GP-REASON-CODE(FST-WS-GROUP-SUB)
                   = FST-WS-IT-REASON-CODE
           AND FST-WS-GP-SOURCE-FEED(FST-WS-GROUP-SUB)
                   = FST-WS-IT-SOURCE-FEED
               MOVE "Y" TO FST-WS-MATCH-HIT-SW
               ADD 1 TO FST-WS-GP-ITEM-COUNT(FST-WS-GROUP-SUB)
           END-IF.
       2200-EXIT.
           EXIT.

       2300-SHOW-ITEM-GROUP.
           DISPLAY "  REASON " FST-WS-GP-REASON-CODE(FST-WS-GROUP-SUB)
               " FEED " FST-WS-GP-SOURCE-FEED(FST-WS-GROUP-SUB)
               " ITEMS " FST-WS-GP-ITEM-COUNT(FST-WS-GROUP-SUB).
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-WORK-GROUP - ONE REASON CODE AND FEED GROUP, IF IT IS
      * ONE THE ANALYST ASKED FOR.  ITS ITEMS ARE PUT TO THE ANALYST
      * ONE AT A TIME.
      *----------------------------------------------------------------
       3000-WORK-GROUP.
           IF FST-WS-WORK-REASON NOT = SPACES
           AND FST-WS-WORK-REASON
                   NOT = FST-WS-GP-REASON-CODE(FST-WS-GROUP-SUB)
               GO TO 3000-EXIT
           END-IF
           IF FST-WS-WORK-FEED NOT = SPACES
           AND FST-WS-WORK-FEED
                   NOT = FST-WS-GP-SOURCE-FEED(FST-WS-GROUP-SUB)
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-WORK-ITEM THRU 3100-EXIT
               VARYING FST-WS-ITEM-SUB FROM 1 BY 1
               UNTIL FST-WS-ITEM-SUB > FST-WS-ITEM-COUNT
               OR FST-WS-LOG-FAILED.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-WORK-ITEM - SHOWS ONE ITEM OF THE GROUP AND TAKES THE
      * ANALYST'S DECISION.  C CORRECTS IT FIELD BY FIELD, P SENDS
      * IT BACK AS IT STANDS, A ABANDONS IT, ANYTHING ELSE LEAVES IT
      * AS IT WAS.  ONLY A LEDGER ITEM CAN BE ABANDONED - THE LEDGER
      * IS WHERE THE WRITE-OFF IS RECORDED.  AN ITEM AN EARLIER
      * SESSION ABANDONED IS NOT OFFERED AGAIN.
      *----------------------------------------------------------------
       3100-WORK-ITEM.
           MOVE FST-WS-IT-ENTRY(FST-WS-ITEM-SUB) TO FST-WS-ITEM-RECORD
           IF FST-WS-IT-ABANDONED
               GO TO 3100-EXIT
           END-IF
           IF FST-WS-IT-REASON-CODE
                   NOT = FST-WS-GP-REASON-CODE(FST-WS-GROUP-SUB)
           OR FST-WS-IT-SOURCE-FEED
                   NOT = FST-WS-GP-SOURCE-FEED(FST-WS-GROUP-SUB)
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO FST-WS-OFFERED-COUNT
           MOVE FST-WS-IT-RECORD-IMAGE TO FST-TRAN-RECORD
           DISPLAY "SUSPENSE ITEM - REASON " FST-WS-IT-REASON-CODE
               " FEED " FST-WS-IT-SOURCE-FEED
               " RUN " FST-WS-IT-RUN-ID
           IF FST-WS-IT-FIRST-SEEN-DATE = SPACES
               DISPLAY "  ON SUSPOUT ONLY - NOT YET ON THE LEDGER"
           ELSE
               DISPLAY "  FIRST SEEN " FST-WS-IT-FIRST-SEEN-DATE
                   " ATTEMPTS " FST-WS-IT-ATTEMPT-COUNT
           END-IF
           PERFORM 3900-SHOW-TRANSACTION THRU 3900-EXIT
           DISPLAY "CORRECT/POST AS IS/ABANDON/SKIP (C/P/A/S): "
               WITH NO ADVANCING
           ACCEPT FST-WS-DECISION
           EVALUATE FST-WS-DECISION
               WHEN "C"
                   PERFORM 3200-CORRECT-ITEM THRU 3200-EXIT
               WHEN "P"
                   PERFORM 3500-RESUBMIT-ITEM THRU 3500-EXIT
               WHEN "A"
                   PERFORM 3600-ABANDON-ITEM THRU 3600-EXIT
               WHEN OTHER
                   ADD 1 TO FST-WS-SKIPPED-COUNT
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-CORRECT-ITEM - TAKES CORRECTIONS ONE FIELD AT A TIME
      * UNTIL THE ANALYST IS DONE OR CANCELS.  A CORRECTED ITEM MUST
      * STILL NAME AN OPEN ACCOUNT AND BE APPROVED BEFORE IT GOES TO
      * SUSPIN; OTHERWISE IT IS LEFT AS IT WAS.
      *----------------------------------------------------------------
       3200-CORRECT-ITEM.
           MOVE FST-WS-IT-RECORD-IMAGE TO FST-WS-BEFORE-IMAGE
           MOVE SPACE TO FST-WS-FIELD-CHOICE
           PERFORM 3210-CORRECT-FIELD THRU 3210-EXIT
               UNTIL FST-WS-FIELD-CHOICE = "D"
               OR FST-WS-FIELD-CHOICE = "X"
           IF FST-WS-FIELD-CHOICE = "X"
               DISPLAY "FST2220I CORRECTION CANCELLED - ITEM LEFT AS"
                   " IT WAS"
               ADD 1 TO FST-WS-SKIPPED-COUNT
               GO TO 3200-EXIT
           END-IF
           IF FST-TRAN-RECORD = FST-WS-BEFORE-IMAGE
               DISPLAY "FST2221I NOTHING CHANGED - ITEM LEFT AS IT WAS"
               ADD 1 TO FST-WS-SKIPPED-COUNT
               GO TO 3200-EXIT
           END-IF
           MOVE FST-TR-ACCOUNT-NUMBER TO FST-WS-WORK-ACCOUNT
           PERFORM 3300-CHECK-ACCOUNT THRU 3300-EXIT
           IF NOT FST-WS-ACCOUNT-OK
               DISPLAY "FST2222W CORRECTED ITEM WOULD BOUNCE ON ITS"
                   " ACCOUNT - LEFT AS IT WAS"
               ADD 1 TO FST-WS-SKIPPED-COUNT
               GO TO 3200-EXIT
           END-IF
           DISPLAY "CORRECTED ITEM"
           PERFORM 3900-SHOW-TRANSACTION THRU 3900-EXIT
           DISPLAY "APPROVE THE CORRECTED ITEM FOR REPROCESS (Y/N): "
               WITH NO ADVANCING
           ACCEPT FST-WS-APPROVE-SW
           IF FST-WS-APPROVE-SW NOT = "Y"
               ADD 1 TO FST-WS-SKIPPED-COUNT
               GO TO 3200-EXIT
           END-IF
           MOVE "CORRECT" TO FST-WS-LOG-ACTION
           MOVE FST-TRAN-RECORD TO FST-WS-AFTER-IMAGE
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT
           IF FST-WS-LOG-FAILED
               GO TO 3200-EXIT
           END-IF
           SET FST-WS-IT-CORRECTED TO TRUE
           MOVE FST-TRAN-RECORD TO FST-WS-IT-RECORD-IMAGE
           MOVE FST-WS-ITEM-RECORD TO FST-WS-IT-ENTRY(FST-WS-ITEM-SUB)
           ADD 1 TO FST-WS-CORRECTED-COUNT.
       3200-EXIT.
           EXIT.

       3210-CORRECT-FIELD.
           DISPLAY "FIELD - A ACCOUNT  T TRAN CODE  M AMOUNT"
               "  E EFFECTIVE DATE"
           DISPLAY "        D DONE  X CANCEL: " WITH NO ADVANCING
           ACCEPT FST-WS-FIELD-CHOICE
           EVALUATE FST-WS-FIELD-CHOICE
               WHEN "A"
                   PERFORM 3220-CORRECT-ACCOUNT THRU 3220-EXIT
               WHEN "T"
                   PERFORM 3230-CORRECT-TRAN-CODE THRU 3230-EXIT
               WHEN "M"
                   PERFORM 3240-CORRECT-AMOUNT THRU 3240-EXIT
               WHEN "E"
                   PERFORM 3250-CORRECT-EFF-DATE THRU 3250-EXIT
               WHEN "D"
                   CONTINUE
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "FST2223W FIELD " FST-WS-FIELD-CHOICE
                       " NOT RECOGNIZED"
           END-EVALUATE.
       3210-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3220-CORRECT-ACCOUNT - THE NEW ACCOUNT IS TAKEN ONLY IF THE
      * MASTER HAS IT OPEN, SO A TYPO IS CAUGHT HERE AND NOT ON THE
      * REPROCESS RUN.
      *----------------------------------------------------------------
       3220-CORRECT-ACCOUNT.
           DISPLAY "NEW ACCOUNT NUMBER: " WITH NO ADVANCING
           ACCEPT FST-WS-WORK-ACCOUNT
           PERFORM 3300-CHECK-ACCOUNT THRU 3300-EXIT
           IF FST-WS-ACCOUNT-OK
               MOVE FST-WS-WORK-ACCOUNT TO FST-TR-ACCOUNT-NUMBER
               DISPLAY "  ACCOUNT " FST-TR-ACCOUNT-NUMBER " - "
                   FST-AC-ACCOUNT-NAME
           END-IF.
       3220-EXIT.
           EXIT.

       3230-CORRECT-TRAN-CODE.
           DISPLAY "NEW TRAN CODE (DR CR RD RC): " WITH NO ADVANCING
           ACCEPT FST-WS-WORK-TRAN-CODE
           MOVE FST-TR-TRAN-CODE TO FST-WS-SAVE-TRAN-CODE
           MOVE FST-WS-WORK-TRAN-CODE TO FST-TR-TRAN-CODE
           IF NOT FST-TR-VALID-TRAN-CODE
               MOVE FST-WS-SAVE-TRAN-CODE TO FST-TR-TRAN-CODE
               DISPLAY "FST2212W TRAN CODE " FST-WS-WORK-TRAN-CODE
                   " IS NOT DR CR RD OR RC - NOT CHANGED"
               GO TO 3230-EXIT
           END-IF
           IF FST-TR-REVERSAL
           AND FST-TR-ORIG-RUN-ID = SPACES
               DISPLAY "  NOTE - A REVERSAL WITH NO ORIGINAL POSTING"
                   " NAMED WILL BOUNCE AS RVNF"
           END-IF.
       3230-EXIT.
           EXIT.

       3240-CORRECT-AMOUNT.
           DISPLAY "NEW AMOUNT - 11 DIGITS IN CENTS, E.G. 00000012550: "
               WITH NO ADVANCING
           ACCEPT FST-WS-AMOUNT-DIGITS
           IF FST-WS-AMOUNT-DIGITS NOT NUMERIC
           OR FST-WS-AMOUNT-VALUE = 0
               DISPLAY "FST2213W AMOUNT MUST BE 11 DIGITS AND NOT"
                   " ZERO - NOT CHANGED"
               GO TO 3240-EXIT
           END-IF
           MOVE FST-WS-AMOUNT-VALUE TO FST-TR-AMOUNT.
       3240-EXIT.
           EXIT.

       3250-CORRECT-EFF-DATE.
           DISPLAY "NEW EFFECTIVE DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT FST-WS-DATE-DIGITS
           IF FST-WS-DATE-DIGITS NOT NUMERIC
               DISPLAY "FST2214W EFFECTIVE DATE MUST BE YYYYMMDD -"
                   " NOT CHANGED"
               GO TO 3250-EXIT
           END-IF
           IF FST-WS-DATE-MONTH < 1
           OR FST-WS-DATE-MONTH > 12
           OR FST-WS-DATE-DAY < 1
           OR FST-WS-DATE-DAY > 31
               DISPLAY "FST2214W EFFECTIVE DATE MUST BE YYYYMMDD -"
                   " NOT CHANGED"
               GO TO 3250-EXIT
           END-IF
           MOVE FST-WS-DATE-DIGITS TO FST-TR-EFFECTIVE-DATE.
       3250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-CHECK-ACCOUNT - THE ACCOUNT IN FST-WS-WORK-ACCOUNT MUST
      * BE ON THE MASTER AND OPEN.  A DORMANT ACCOUNT BOUNCES AS DORM
      * UNTIL FST-ACCT-MAINT ACTIVATES IT.
      *----------------------------------------------------------------
       3300-CHECK-ACCOUNT.
           MOVE "N" TO FST-WS-ACCOUNT-OK-SW
           MOVE FST-WS-WORK-ACCOUNT TO FST-AC-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "FST2209W ACCOUNT " FST-WS-WORK-ACCOUNT
                       " IS NOT ON THE MASTER"
                   GO TO 3300-EXIT
           END-READ
           IF FST-AC-CLOSED
               DISPLAY "FST2210W ACCOUNT " FST-WS-WORK-ACCOUNT
                   " IS CLOSED"
               GO TO 3300-EXIT
           END-IF
           IF FST-AC-DORMANT
               DISPLAY "FST2211W ACCOUNT " FST-WS-WORK-ACCOUNT
                   " IS DORMANT - ACTIVATE IT FIRST"
               GO TO 3300-EXIT
           END-IF
           MOVE "Y" TO FST-WS-ACCOUNT-OK-SW.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-RESUBMIT-ITEM - SENDS THE ITEM BACK UNCHANGED - AN NSF
      * ITEM ONCE FUNDS ARE IN, A DORM ITEM ONCE THE ACCOUNT IS
      * ACTIVE, OR A DUPE ITEM THE ANALYST HAS FOUND TO BE GENUINE.
      * ONLY A RESUBMITTED DUPE ITEM GOES PAST THE DUPLICATE CHECK.
      *----------------------------------------------------------------
       3500-RESUBMIT-ITEM.
           MOVE FST-TR-ACCOUNT-NUMBER TO FST-WS-WORK-ACCOUNT
           PERFORM 3300-CHECK-ACCOUNT THRU 3300-EXIT
           IF NOT FST-WS-ACCOUNT-OK
               DISPLAY "FST2222W ITEM WOULD BOUNCE ON ITS ACCOUNT -"
                   " LEFT AS IT WAS"
               ADD 1 TO FST-WS-SKIPPED-COUNT
               GO TO 3500-EXIT
           END-IF
           MOVE "RESUBMIT" TO FST-WS-LOG-ACTION
           MOVE FST-WS-IT-RECORD-IMAGE TO FST-WS-BEFORE-IMAGE
           MOVE FST-WS-IT-RECORD-IMAGE TO FST-WS-AFTER-IMAGE
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT
           IF FST-WS-LOG-FAILED
               GO TO 3500-EXIT
           END-IF
           SET FST-WS-IT-RESUBMITTED TO TRUE
           MOVE FST-WS-ITEM-RECORD TO FST-WS-IT-ENTRY(FST-WS-ITEM-SUB)
           ADD 1 TO FST-WS-RESUBMITTED-COUNT.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3600-ABANDON-ITEM - KEEPS THE ITEM OFF SUSPIN AND LOGS IT
      * WITH A BLANK AFTER IMAGE.  FST-SUSP-LEDGER WRITES THE LEDGER
      * ENTRY OFF THE NEXT NIGHT IT DOES NOT SEE IT AGAIN.
      *----------------------------------------------------------------
       3600-ABANDON-ITEM.
           IF FST-WS-IT-FIRST-SEEN-DATE = SPACES
               DISPLAY "FST2215W ITEM IS NOT YET ON THE SUSPENSE"
                   " LEDGER - IT CANNOT BE ABANDONED UNTIL IT IS"
               ADD 1 TO FST-WS-SKIPPED-COUNT
               GO TO 3600-EXIT
           END-IF
           DISPLAY "ABANDON THIS ITEM - IT WILL NEVER POST (Y/N): "
               WITH NO ADVANCING
           ACCEPT FST-WS-APPROVE-SW
           IF FST-WS-APPROVE-SW NOT = "Y"
               ADD 1 TO FST-WS-SKIPPED-COUNT
               GO TO 3600-EXIT
           END-IF
           MOVE "ABANDON" TO FST-WS-LOG-ACTION
           MOVE FST-WS-IT-RECORD-IMAGE TO FST-WS-BEFORE-IMAGE
           MOVE SPACES TO FST-WS-AFTER-IMAGE
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT
           IF FST-WS-LOG-FAILED
               GO TO 3600-EXIT
           END-IF
           SET FST-WS-IT-ABANDONED TO TRUE
           MOVE FST-WS-ITEM-RECORD TO FST-WS-IT-ENTRY(FST-WS-ITEM-SUB)
           ADD 1 TO FST-WS-ABANDONED-COUNT.
       3600-EXIT.
           EXIT.

       3900-SHOW-TRANSACTION.
           DISPLAY "  ACCOUNT " FST-TR-ACCOUNT-NUMBER
               " TRAN " FST-TR-TRAN-CODE
               " AMOUNT " FST-TR-AMOUNT
               " EFFECTIVE " FST-TR-EFFECTIVE-DATE.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-SUSPIN-ITEM - EVERY ITEM BUT AN ABANDONED ONE -
      * THIS SESSION OR AN EARLIER ONE - GOES TO SUSPIN UNDER ITS
      * ORIGINAL REASON, FEED AND RUN.  AN ITEM
      * NOBODY DECIDED IS SENT AS IT WAS; IF IT WAS A DUPE ITS REASON
      * IS CLEARED SO IT FACES THE DUPLICATE CHECK AGAIN RATHER THAN
      * POSTING ON NOBODY'S SAY-SO.
      *----------------------------------------------------------------
       5000-WRITE-SUSPIN-ITEM.
           MOVE FST-WS-IT-ENTRY(FST-WS-ITEM-SUB) TO FST-WS-ITEM-RECORD
           IF FST-WS-IT-ABANDONED
               GO TO 5000-EXIT
           END-IF
           MOVE SPACES TO FST-SUSPENSE-RECORD
           MOVE FST-WS-IT-REASON-CODE TO FST-SP-REASON-CODE
           MOVE FST-WS-IT-SOURCE-FEED TO FST-SP-SOURCE-FEED
           MOVE FST-WS-IT-RUN-ID TO FST-SP-RUN-ID
           MOVE FST-WS-IT-RECORD-IMAGE TO FST-SP-RECORD-IMAGE
           IF FST-WS-IT-UNDECIDED
           AND FST-SP-DUPLICATE
               MOVE SPACES TO FST-SP-REASON-CODE
           END-IF
           WRITE FST-SUSPENSE-IN-RECORD FROM FST-SUSPENSE-RECORD
           ADD 1 TO FST-WS-SUSPIN-COUNT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-WRITE-LOG - APPENDS THE DECISION TO THE CORRECTION LOG.
      * THE CALLER HAS SET THE ACTION AND IMAGES.  A DECISION THAT
      * CANNOT BE LOGGED IS NOT TAKEN AND ENDS THE SESSION; SUSPIN IS
      * STILL WRITTEN WITH THE DECISIONS ALREADY LOGGED.
      *----------------------------------------------------------------
       6000-WRITE-LOG.
           ACCEPT FST-WS-CURRENT-DATE FROM DATE
           ACCEPT FST-WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO FST-SUSP-CORRECTION-RECORD
           MOVE FST-WS-LOG-ACTION TO FST-SC-ACTION
           MOVE FST-WS-OPERATOR-ID TO FST-SC-OPERATOR-ID
           STRING FST-WS-CURRENT-DATE FST-WS-CURRENT-TIME
               DELIMITED BY SIZE INTO FST-SC-TIMESTAMP
           MOVE FST-WS-IT-REASON-CODE TO FST-SC-REASON-CODE
           MOVE FST-WS-IT-SOURCE-FEED TO FST-SC-SOURCE-FEED
           MOVE FST-WS-IT-RUN-ID TO FST-SC-RUN-ID
           MOVE FST-WS-IT-FIRST-SEEN-DATE TO FST-SC-FIRST-SEEN-DATE
           MOVE FST-WS-BEFORE-IMAGE TO FST-SC-BEFORE-IMAGE
           MOVE FST-WS-AFTER-IMAGE TO FST-SC-AFTER-IMAGE
           WRITE FST-SUSP-CORRECTION-RECORD
           IF FST-WS-LOG-STATUS NOT = "00"
               DISPLAY "FST2208E SUSPENSE CORRECTION LOG WRITE FAILED"
                   " - STATUS " FST-WS-LOG-STATUS " - SESSION ENDED"
               MOVE "Y" TO FST-WS-LOG-FAILED-SW
           END-IF.
       6000-EXIT.
           EXIT.
