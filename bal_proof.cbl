       IDENTIFICATION DIVISION.
       PROGRAM-ID. FST-BAL-PROOF.
       AUTHOR. D-SHIFT-BATCH-SUPPORT.
       INSTALLATION. NIGHTLY-BATCH-STREAM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026  dlr  ORIGINAL - INDEPENDENT ACCOUNT BALANCE PROOF.
      *                  THE RUNNING BALANCE FIXED-START REWRITES
      *                  INTO THE ACCOUNT MASTER WAS THE ONLY RECORD
      *                  OF WHAT AN ACCOUNT HOLDS, SO A RESUME, A
      *                  RELEASE RUN OR A HAND FIX THAT LEFT IT OUT
      *                  OF STEP WITH THE POSTINGS WENT UNNOTICED.
      *                  THIS STEP RUNS AFTER FIXED-START: IT TAKES
      *                  THE PRIOR NIGHT'S BALANCE SNAPSHOT, ADDS
      *                  TONIGHT'S POSTINGS FROM THE POSTING HISTORY
      *                  PER ACCOUNT, COMPARES THE RESULT TO THE
      *                  MASTER BALANCE, PRINTS AN OUT-OF-PROOF
      *                  REPORT, RAISES AN ALERTQ BREAK FOR ANY
      *                  ACCOUNT THAT DISAGREES, AND WRITES TONIGHT'S
      *                  SNAPSHOT.  THE SCHEDULER COPIES THE NEW
      *                  SNAPSHOT BACK OVER BALSNAP THE WAY IT COPIES
      *                  THE SUSPENSE LEDGER.
      * 10/15/2026  dlr  POSTING HISTORY IS NOW KEYED BY BUSINESS
      *                  MONTH - TONIGHT'S POSTINGS ARE READ FROM
      *                  THE BUSINESS DATE'S MONTH ONLY.
      * 10/15/2026  dlr  A PRIOR SNAPSHOT ALREADY DATED TONIGHT IS NOW
      *                  REFUSED AS WELL AS ONE DATED LATER.  A RERUN
      *                  OF THE STEP AFTER THE SCHEDULER HAD COPIED
      *                  BALSNAPN OVER BALSNAP ADDED TONIGHT'S
      *                  POSTINGS A SECOND TIME AND PUT A CLEAN NIGHT
      *                  OUT OF PROOF.  THE PRIOR SNAPSHOT IS NOW
      *                  CLOSED AT THE END OF THE STEP.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-PARM-FILE-STATUS.

           SELECT POSTING-HISTORY-FILE ASSIGN TO POSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FST-PH-KEY
               ALTERNATE RECORD KEY IS FST-PH-ACCOUNT-KEY
                   WITH DUPLICATES
               FILE STATUS IS FST-WS-POSTHIST-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FST-AC-ACCOUNT-NUMBER
               FILE STATUS IS FST-WS-ACCTMSTR-STATUS.

           SELECT OLD-SNAPSHOT-FILE ASSIGN TO BALSNAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-OLD-SNAPSHOT-STATUS.

           SELECT NEW-SNAPSHOT-FILE ASSIGN TO BALSNAPN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-NEW-SNAPSHOT-STATUS.

           SELECT REPORT-FILE ASSIGN TO PROOFRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-REPORT-STATUS.

           SELECT ALERT-FILE ASSIGN TO ALERTQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY PARMCARD.

       FD  POSTING-HISTORY-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY PHISTREC.

       FD  ACCOUNT-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY ACCTREC.

       FD  OLD-SNAPSHOT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FST-OLD-SNAPSHOT-RECORD         PIC X(80).

       FD  NEW-SNAPSHOT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FST-NEW-SNAPSHOT-RECORD         PIC X(80).

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FST-REPORT-RECORD               PIC X(80).

       FD  ALERT-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  FST-WS-FILE-STATUSES.
           05  FST-WS-PARM-FILE-STATUS     PIC X(02).
           05  FST-WS-POSTHIST-STATUS      PIC X(02).
           05  FST-WS-ACCTMSTR-STATUS      PIC X(02).
           05  FST-WS-OLD-SNAPSHOT-STATUS  PIC X(02).
           05  FST-WS-NEW-SNAPSHOT-STATUS  PIC X(02).
           05  FST-WS-REPORT-STATUS        PIC X(02).
           05  FST-WS-ALERT-STATUS         PIC X(02).

           COPY PMSTREC.

           COPY BALSNAP.

       77  FST-WS-EOF-SW                   PIC 9(01) VALUE ZERO.
       77  FST-WS-ACCT-EOF-SW              PIC 9(01) VALUE ZERO.
       77  FST-WS-BASELINE-SW              PIC X(01) VALUE "N".
           88  FST-WS-BASELINE-NIGHT           VALUE "Y".
       77  FST-WS-SNAP-KEY                 PIC X(10) VALUE SPACES.
       77  FST-WS-SNAP-MATCHED-SW          PIC X(01) VALUE "N".
       77  FST-WS-NET-SUB                  PIC 9(05) VALUE ZERO.
       77  FST-WS-MATCH-SUB                PIC 9(05) VALUE ZERO.
       77  FST-WS-MATCH-HIT-SW             PIC X(01) VALUE "N".
       77  FST-WS-OPENING-BALANCE          PIC S9(12)V99 VALUE ZERO.
       77  FST-WS-POSTED-NET               PIC S9(12)V99 VALUE ZERO.
       77  FST-WS-EXPECTED-BALANCE         PIC S9(12)V99 VALUE ZERO.
       77  FST-WS-ACTUAL-BALANCE           PIC S9(12)V99 VALUE ZERO.
       77  FST-WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
       77  FST-WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
       77  FST-WS-ALERT-SEVERITY           PIC X(01) VALUE "W".
       77  FST-WS-ALERT-MSG-ID             PIC X(08) VALUE SPACES.
       77  FST-WS-ALERT-TEXT               PIC X(39) VALUE SPACES.
       77  FST-WS-HISTORY-COUNT            PIC 9(07) VALUE ZERO.
       77  FST-WS-PROVED-COUNT             PIC 9(07) VALUE ZERO.
       77  FST-WS-IN-PROOF-COUNT           PIC 9(07) VALUE ZERO.
       77  FST-WS-OUT-OF-PROOF-COUNT       PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------------
      * POSTED NET TABLE - TONIGHT'S POSTINGS FROM THE HISTORY, NETTED
      * BY ACCOUNT: CREDITS AND REVERSED DEBITS UP, DEBITS AND
      * REVERSED CREDITS DOWN, THE WAY FIXED-START MOVES THE BALANCE.
      * THE MATCHED SWITCH MARKS ENTRIES WHOSE ACCOUNT WAS FOUND ON
      * THE MASTER, SO A POSTING TO AN ACCOUNT THAT IS NOT THERE
      * STILL SURFACES AS A BREAK.
      *----------------------------------------------------------------
       01  FST-WS-NET-TABLE.
           05  FST-WS-NET-COUNT            PIC 9(05) VALUE ZERO.
           05  FST-WS-NET-ENTRY OCCURS 5000 TIMES.
               10  FST-WS-NT-ACCOUNT       PIC X(10).
               10  FST-WS-NT-AMOUNT        PIC S9(12)V99.
               10  FST-WS-NT-MATCHED-SW    PIC X(01).

       01  FST-BP-HEADING-LINE.
           05  FILLER                      PIC X(27) VALUE
               "ACCOUNT BALANCE PROOF DATE".
           05  FST-BP-HD-BUS-DATE          PIC X(08).
           05  FILLER                      PIC X(45) VALUE SPACES.

       01  FST-BP-BASELINE-LINE.
           05  FILLER                      PIC X(40) VALUE
               "NO PRIOR SNAPSHOT - BASELINE TAKEN FROM".
           05  FILLER                      PIC X(40) VALUE
               " THE MASTER, NOTHING PROVED TONIGHT".

       01  FST-BP-BREAK-LINE.
           05  FILLER                      PIC X(21) VALUE
               "OUT OF PROOF ACCOUNT".
           05  FST-BP-BK-ACCOUNT           PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-BP-BK-NOTE              PIC X(20).
           05  FILLER                      PIC X(28) VALUE SPACES.

       01  FST-BP-AMOUNT-LINE.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  FST-BP-AM-LABEL-1           PIC X(09).
           05  FST-BP-AM-AMOUNT-1          PIC +9(12).99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FST-BP-AM-LABEL-2           PIC X(09).
           05  FST-BP-AM-AMOUNT-2          PIC +9(12).99.
           05  FILLER                      PIC X(23) VALUE SPACES.

       01  FST-BP-TOTAL-LINE.
           05  FILLER                      PIC X(16) VALUE
               "ACCOUNTS PROVED".
           05  FST-BP-TL-PROVED            PIC 9(07).
           05  FILLER                      PIC X(10) VALUE
               " IN PROOF".
           05  FST-BP-TL-IN-PROOF          PIC 9(07).
           05  FILLER                      PIC X(14) VALUE
               " OUT OF PROOF".
           05  FST-BP-TL-OUT-OF-PROOF      PIC 9(07).
           05  FILLER                      PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE - READS THE PARM CARD, NETS TONIGHT'S POSTINGS
      * BY ACCOUNT, WALKS THE ACCOUNT MASTER AND THE PRIOR SNAPSHOT
      * TOGETHER IN ACCOUNT ORDER PROVING EACH ACCOUNT AND WRITING
      * TONIGHT'S SNAPSHOT, THEN REPORTS.  ANY ACCOUNT OUT OF PROOF
      * RAISES THE ALERT AND ENDS THE STEP WITH RETURN CODE 8.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-READ-PARM-CARD THRU 1000-EXIT
           PERFORM 1200-OPEN-FILES THRU 1200-EXIT
           PERFORM 2000-LOAD-TONIGHT THRU 2000-EXIT
           PERFORM 3000-OPEN-OLD-SNAPSHOT THRU 3000-EXIT
           PERFORM 3500-PRINT-REPORT-HEADING THRU 3500-EXIT
           PERFORM 4000-PROVE-ACCOUNTS THRU 4000-EXIT
           PERFORM 4500-UNMATCHED-POSTINGS THRU 4500-EXIT
               VARYING FST-WS-NET-SUB FROM 1 BY 1
               UNTIL FST-WS-NET-SUB > FST-WS-NET-COUNT
           PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE NEW-SNAPSHOT-FILE
           IF FST-WS-BASELINE-SW NOT = "Y"
               CLOSE OLD-SNAPSHOT-FILE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "FST1410I BALANCE PROOF ACCOUNTS "
               FST-WS-PROVED-COUNT " IN PROOF " FST-WS-IN-PROOF-COUNT
               " OUT OF PROOF " FST-WS-OUT-OF-PROOF-COUNT
               " POSTINGS " FST-WS-HISTORY-COUNT
           IF FST-WS-OUT-OF-PROOF-COUNT > 0
               MOVE "FST1411W" TO FST-WS-ALERT-MSG-ID
               MOVE "ACCOUNT BALANCES OUT OF PROOF"
                   TO FST-WS-ALERT-TEXT
               PERFORM 6000-WRITE-ALERT THRU 6000-EXIT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-READ-PARM-CARD.
           OPEN INPUT PARM-FILE
           IF FST-WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "FST1400E PARAMETER CARD FILE COULD NOT BE"
                   " OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARM-FILE
               AT END
                   DISPLAY "FST1401E PARAMETER CARD FILE IS EMPTY"
                   CLOSE PARM-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PARM-FILE.
       1000-EXIT.
           EXIT.

       1200-OPEN-FILES.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF FST-WS-ACCTMSTR-STATUS NOT = "00"
               DISPLAY "FST1403E ACCOUNT MASTER FILE COULD NOT BE"
                   " OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-SNAPSHOT-FILE
           IF FST-WS-NEW-SNAPSHOT-STATUS NOT = "00"
               DISPLAY "FST1406E NEW BALANCE SNAPSHOT COULD NOT BE"
                   " OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF FST-WS-REPORT-STATUS NOT = "00"
               DISPLAY "FST1407E PROOF REPORT FILE COULD NOT BE"
                   " OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LOAD-TONIGHT - ONE PASS OVER THE BUSINESS DATE'S MONTH
      * OF THE POSTING HISTORY NETTING EVERY POSTING STAMPED WITH
      * TONIGHT'S BUSINESS DATE BY ACCOUNT.  A RESUMED OR RELEASE RUN
      * FOR THE SAME DATE FILES UNDER THE SAME DATE, SO THE WHOLE
      * NIGHT IS COUNTED HOWEVER MANY RUNS IT TOOK.  A FULL TABLE
      * STOPS THE STEP - A PROOF THAT SILENTLY DROPPED POSTINGS
      * WOULD CRY WOLF ON EVERY ACCOUNT IT MISSED.
      *----------------------------------------------------------------
       2000-LOAD-TONIGHT.
           OPEN INPUT POSTING-HISTORY-FILE
           IF FST-WS-POSTHIST-STATUS NOT = "00"
               DISPLAY "FST1402E POSTING HISTORY FILE COULD NOT BE"
                   " OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO FST-WS-EOF-SW
           MOVE LOW-VALUES TO FST-PH-KEY
           MOVE FST-PARM-BUS-DATE(1:6) TO FST-PH-BUS-MONTH
           START POSTING-HISTORY-FILE KEY IS NOT LESS THAN FST-PH-KEY
               INVALID KEY
                   MOVE 1 TO FST-WS-EOF-SW
           END-START
           PERFORM 2100-NET-HISTORY-RECORD THRU 2100-EXIT
               UNTIL FST-WS-EOF-SW = 1
           CLOSE POSTING-HISTORY-FILE.
       2000-EXIT.
           EXIT.

       2100-NET-HISTORY-RECORD.
           READ POSTING-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 1 TO FST-WS-EOF-SW
                   GO TO 2100-EXIT
           END-READ
           IF FST-PH-BUS-MONTH NOT = FST-PARM-BUS-DATE(1:6)
               MOVE 1 TO FST-WS-EOF-SW
               GO TO 2100-EXIT
           END-IF
           MOVE FST-PH-POSTING TO FST-POSTED-MASTER-RECORD
           IF FST-PM-BUS-DATE NOT = FST-PARM-BUS-DATE
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO FST-WS-HISTORY-COUNT
           MOVE "N" TO FST-WS-MATCH-HIT-SW
           PERFORM 2200-MATCH-NET-ENTRY THRU 2200-EXIT
               VARYING FST-WS-MATCH-SUB FROM 1 BY 1
               UNTIL FST-WS-MATCH-SUB > FST-WS-NET-COUNT
               OR FST-WS-MATCH-HIT-SW = "Y"
           IF FST-WS-MATCH-HIT-SW = "Y"
               GO TO 2100-EXIT
           END-IF
           IF FST-WS-NET-COUNT = 5000
               DISPLAY "FST1408E MORE THAN 5000 ACCOUNTS POSTED"
                   " TONIGHT - NET TABLE FULL - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO FST-WS-NET-COUNT
           MOVE FST-PM-ACCOUNT-NUMBER
               TO FST-WS-NT-ACCOUNT(FST-WS-NET-COUNT)
           MOVE 0 TO FST-WS-NT-AMOUNT(FST-WS-NET-COUNT)
           MOVE "N" TO FST-WS-NT-MATCHED-SW(FST-WS-NET-COUNT)
           MOVE FST-WS-NET-COUNT TO FST-WS-MATCH-SUB
           PERFORM 2300-TALLY-NET-ENTRY THRU 2300-EXIT.
       2100-EXIT.
           EXIT.

       2200-MATCH-NET-ENTRY.
           IF FST-WS-NT-ACCOUNT(FST-WS-MATCH-SUB) =
                   FST-PM-ACCOUNT-NUMBER
               MOVE "Y" TO FST-WS-MATCH-HIT-SW
               PERFORM 2300-TALLY-NET-ENTRY THRU 2300-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       2300-TALLY-NET-ENTRY.
           IF FST-PM-TRAN-CODE = "DR" OR "RC"
               SUBTRACT FST-PM-AMOUNT
                   FROM FST-WS-NT-AMOUNT(FST-WS-MATCH-SUB)
           ELSE
               ADD FST-PM-AMOUNT
                   TO FST-WS-NT-AMOUNT(FST-WS-MATCH-SUB)
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-OPEN-OLD-SNAPSHOT - OPENS THE PRIOR NIGHT'S SNAPSHOT AND
      * READS ITS FIRST RECORD.  NO SNAPSHOT YET IS THE FIRST NIGHT
      * OF THE PROOF, NOT AN ERROR - TONIGHT'S SNAPSHOT IS TAKEN
      * FROM THE MASTER AS THE BASELINE AND NOTHING IS PROVED.
      *----------------------------------------------------------------
       3000-OPEN-OLD-SNAPSHOT.
           MOVE HIGH-VALUES TO FST-WS-SNAP-KEY
           OPEN INPUT OLD-SNAPSHOT-FILE
           IF FST-WS-OLD-SNAPSHOT-STATUS = "35"
               MOVE "Y" TO FST-WS-BASELINE-SW
               DISPLAY "FST1412I NO PRIOR BALANCE SNAPSHOT - BASELINE"
                   " TAKEN FROM THE ACCOUNT MASTER"
               GO TO 3000-EXIT
           END-IF
           IF FST-WS-OLD-SNAPSHOT-STATUS NOT = "00"
               DISPLAY "FST1404E PRIOR BALANCE SNAPSHOT COULD NOT BE"
                   " OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3100-READ-OLD-SNAPSHOT THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-READ-OLD-SNAPSHOT - NEXT PRIOR SNAPSHOT RECORD.  END OF
      * FILE SETS THE KEY TO HIGH-VALUES SO EVERY REMAINING MASTER
      * ACCOUNT READS AS NEW.  A SNAPSHOT DATED TONIGHT OR LATER
      * MEANS THE WRONG GENERATION WAS MOUNTED - OR THE STEP IS BEING
      * RERUN AFTER TONIGHT'S SNAPSHOT WAS COPIED BACK - AND PROVING
      * AGAINST IT WOULD COUNT POSTINGS IT ALREADY HOLDS, SO THE
      * STEP STOPS.
      *----------------------------------------------------------------
       3100-READ-OLD-SNAPSHOT.
           READ OLD-SNAPSHOT-FILE INTO FST-BAL-SNAPSHOT-RECORD
               AT END
                   MOVE HIGH-VALUES TO FST-WS-SNAP-KEY
                   GO TO 3100-EXIT
           END-READ
           IF FST-BS-BUS-DATE NOT < FST-PARM-BUS-DATE
               DISPLAY "FST1405E PRIOR BALANCE SNAPSHOT IS DATED "
                   FST-BS-BUS-DATE " - NOT BEFORE BUSINESS DATE "
                   FST-PARM-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FST-BS-ACCOUNT-NUMBER TO FST-WS-SNAP-KEY.
       3100-EXIT.
           EXIT.

       3500-PRINT-REPORT-HEADING.
           MOVE FST-PARM-BUS-DATE TO FST-BP-HD-BUS-DATE
           WRITE FST-REPORT-RECORD FROM FST-BP-HEADING-LINE
           IF FST-WS-BASELINE-NIGHT
               WRITE FST-REPORT-RECORD FROM FST-BP-BASELINE-LINE
           END-IF.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-PROVE-ACCOUNTS - WALKS THE ACCOUNT MASTER IN KEY ORDER
      * ALONGSIDE THE PRIOR SNAPSHOT, WHICH WAS WRITTEN IN THE SAME
      * ORDER.  SNAPSHOT ACCOUNTS LEFT OVER AT THE END ARE NO LONGER
      * ON THE MASTER.
      *----------------------------------------------------------------
       4000-PROVE-ACCOUNTS.
           MOVE 0 TO FST-WS-ACCT-EOF-SW
           PERFORM 4100-PROVE-ONE-ACCOUNT THRU 4100-EXIT
               UNTIL FST-WS-ACCT-EOF-SW = 1
           PERFORM 4200-SNAPSHOT-ONLY-ACCOUNT THRU 4200-EXIT
               UNTIL FST-WS-SNAP-KEY = HIGH-VALUES.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-PROVE-ONE-ACCOUNT - ONE MASTER ACCOUNT.  THE OPENING
      * BALANCE IS THE PRIOR SNAPSHOT'S CLOSING BALANCE - OR ITS
      * OPENING BALANCE WHEN THE SNAPSHOT IS ALREADY TONIGHT'S, ON A
      * PROOF RERUN - AND ZERO FOR AN ACCOUNT OPENED SINCE.  THE
      * NEW SNAPSHOT CARRIES THE MASTER BALANCE FORWARD, SO A BREAK
      * IS REPORTED ON THE NIGHT IT HAPPENS AND NOT AGAIN EVERY
      * NIGHT AFTER.  THE NEW SNAPSHOT RECORD IS BUILT IN THE SAME
      * AREA THE PRIOR SNAPSHOT IS READ INTO, SO THE NEXT PRIOR
      * RECORD IS NOT READ UNTIL IT HAS BEEN WRITTEN.
      *----------------------------------------------------------------
       4100-PROVE-ONE-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 1 TO FST-WS-ACCT-EOF-SW
                   GO TO 4100-EXIT
           END-READ
           PERFORM 4200-SNAPSHOT-ONLY-ACCOUNT THRU 4200-EXIT
               UNTIL FST-WS-SNAP-KEY NOT < FST-AC-ACCOUNT-NUMBER
           MOVE FST-AC-CURRENT-BALANCE TO FST-WS-ACTUAL-BALANCE
           MOVE 0 TO FST-WS-POSTED-NET
           MOVE "N" TO FST-WS-MATCH-HIT-SW
           PERFORM 4150-FIND-POSTED-NET THRU 4150-EXIT
               VARYING FST-WS-MATCH-SUB FROM 1 BY 1
               UNTIL FST-WS-MATCH-SUB > FST-WS-NET-COUNT
               OR FST-WS-MATCH-HIT-SW = "Y"
           IF FST-WS-SNAP-KEY = FST-AC-ACCOUNT-NUMBER
               IF FST-BS-BUS-DATE = FST-PARM-BUS-DATE
                   MOVE FST-BS-OPENING-BALANCE
                       TO FST-WS-OPENING-BALANCE
               ELSE
                   MOVE FST-BS-CLOSING-BALANCE
                       TO FST-WS-OPENING-BALANCE
               END-IF
               MOVE "Y" TO FST-WS-SNAP-MATCHED-SW
           ELSE
               MOVE 0 TO FST-WS-OPENING-BALANCE
               MOVE "N" TO FST-WS-SNAP-MATCHED-SW
           END-IF
           IF FST-WS-BASELINE-NIGHT
               COMPUTE FST-WS-OPENING-BALANCE =
                   FST-WS-ACTUAL-BALANCE - FST-WS-POSTED-NET
           ELSE
               PERFORM 4300-JUDGE-ACCOUNT THRU 4300-EXIT
           END-IF
           MOVE SPACES TO FST-BAL-SNAPSHOT-RECORD
           MOVE FST-AC-ACCOUNT-NUMBER TO FST-BS-ACCOUNT-NUMBER
           MOVE FST-PARM-BUS-DATE TO FST-BS-BUS-DATE
           MOVE FST-WS-OPENING-BALANCE TO FST-BS-OPENING-BALANCE
           MOVE FST-WS-ACTUAL-BALANCE TO FST-BS-CLOSING-BALANCE
           WRITE FST-NEW-SNAPSHOT-RECORD
               FROM FST-BAL-SNAPSHOT-RECORD
           IF FST-WS-SNAP-MATCHED-SW = "Y"
               PERFORM 3100-READ-OLD-SNAPSHOT THRU 3100-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

       4150-FIND-POSTED-NET.
           IF FST-WS-NT-ACCOUNT(FST-WS-MATCH-SUB) =
                   FST-AC-ACCOUNT-NUMBER
               MOVE "Y" TO FST-WS-MATCH-HIT-SW
               MOVE "Y" TO FST-WS-NT-MATCHED-SW(FST-WS-MATCH-SUB)
               MOVE FST-WS-NT-AMOUNT(FST-WS-MATCH-SUB)
                   TO FST-WS-POSTED-NET
           END-IF.
       4150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-SNAPSHOT-ONLY-ACCOUNT - A PRIOR SNAPSHOT ACCOUNT THE
      * MASTER NO LONGER HOLDS.  ACCOUNTS ARE CLOSED, NEVER DELETED,
      * SO THIS IS ALWAYS A BREAK.  IT IS NOT CARRIED FORWARD.
      *----------------------------------------------------------------
       4200-SNAPSHOT-ONLY-ACCOUNT.
           MOVE FST-BS-ACCOUNT-NUMBER TO FST-BP-BK-ACCOUNT
           MOVE "NOT ON MASTER" TO FST-BP-BK-NOTE
           WRITE FST-REPORT-RECORD FROM FST-BP-BREAK-LINE
           MOVE "SNAPSHOT" TO FST-BP-AM-LABEL-1
           MOVE FST-BS-CLOSING-BALANCE TO FST-BP-AM-AMOUNT-1
           MOVE SPACES TO FST-BP-AM-LABEL-2
           MOVE 0 TO FST-BP-AM-AMOUNT-2
           WRITE FST-REPORT-RECORD FROM FST-BP-AMOUNT-LINE
           ADD 1 TO FST-WS-OUT-OF-PROOF-COUNT
           PERFORM 3100-READ-OLD-SNAPSHOT THRU 3100-EXIT.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4300-JUDGE-ACCOUNT - OPENING BALANCE PLUS TONIGHT'S POSTED
      * NET MUST EQUAL THE MASTER BALANCE TO THE PENNY.
      *----------------------------------------------------------------
       4300-JUDGE-ACCOUNT.
           ADD 1 TO FST-WS-PROVED-COUNT
           COMPUTE FST-WS-EXPECTED-BALANCE =
               FST-WS-OPENING-BALANCE + FST-WS-POSTED-NET
           IF FST-WS-EXPECTED-BALANCE = FST-WS-ACTUAL-BALANCE
               ADD 1 TO FST-WS-IN-PROOF-COUNT
               GO TO 4300-EXIT
           END-IF
           ADD 1 TO FST-WS-OUT-OF-PROOF-COUNT
           MOVE FST-AC-ACCOUNT-NUMBER TO FST-BP-BK-ACCOUNT
           MOVE "BALANCE DIFFERS" TO FST-BP-BK-NOTE
           WRITE FST-REPORT-RECORD FROM FST-BP-BREAK-LINE
           MOVE "OPENING" TO FST-BP-AM-LABEL-1
           MOVE FST-WS-OPENING-BALANCE TO FST-BP-AM-AMOUNT-1
           MOVE "POSTED" TO FST-BP-AM-LABEL-2
           MOVE FST-WS-POSTED-NET TO FST-BP-AM-AMOUNT-2
           WRITE FST-REPORT-RECORD FROM FST-BP-AMOUNT-LINE
           MOVE "EXPECTED" TO FST-BP-AM-LABEL-1
           MOVE FST-WS-EXPECTED-BALANCE TO FST-BP-AM-AMOUNT-1
           MOVE "MASTER" TO FST-BP-AM-LABEL-2
           MOVE FST-WS-ACTUAL-BALANCE TO FST-BP-AM-AMOUNT-2
           WRITE FST-REPORT-RECORD FROM FST-BP-AMOUNT-LINE.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-UNMATCHED-POSTINGS - A NET TABLE ENTRY NO MASTER ACCOUNT
      * CLAIMED.  THE POSTING EDITS REFUSE AN UNKNOWN ACCOUNT, SO
      * THIS MEANS THE ACCOUNT LEFT THE MASTER AFTER IT POSTED.
      *----------------------------------------------------------------
       4500-UNMATCHED-POSTINGS.
           IF FST-WS-NT-MATCHED-SW(FST-WS-NET-SUB) = "Y"
               GO TO 4500-EXIT
           END-IF
           ADD 1 TO FST-WS-OUT-OF-PROOF-COUNT
           MOVE FST-WS-NT-ACCOUNT(FST-WS-NET-SUB) TO FST-BP-BK-ACCOUNT
           MOVE "POSTED - NO MASTER" TO FST-BP-BK-NOTE
           WRITE FST-REPORT-RECORD FROM FST-BP-BREAK-LINE
           MOVE "POSTED" TO FST-BP-AM-LABEL-1
           MOVE FST-WS-NT-AMOUNT(FST-WS-NET-SUB) TO FST-BP-AM-AMOUNT-1
           MOVE SPACES TO FST-BP-AM-LABEL-2
           MOVE 0 TO FST-BP-AM-AMOUNT-2
           WRITE FST-REPORT-RECORD FROM FST-BP-AMOUNT-LINE.
       4500-EXIT.
           EXIT.

       5000-PRINT-TOTALS.
           MOVE FST-WS-PROVED-COUNT TO FST-BP-TL-PROVED
           MOVE FST-WS-IN-PROOF-COUNT TO FST-BP-TL-IN-PROOF
           MOVE FST-WS-OUT-OF-PROOF-COUNT TO FST-BP-TL-OUT-OF-PROOF
           WRITE FST-REPORT-RECORD FROM FST-BP-TOTAL-LINE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-WRITE-ALERT - APPENDS ONE STRUCTURED ALERT RECORD TO
      * THE OPERATOR ALERT QUEUE, THE SAME WAY FIXED-START DOES.  AN
      * ALERT THAT CANNOT BE WRITTEN IS REPORTED ON THE CONSOLE
      * ONLY - IT NEVER FAILS THE STEP ON ITS OWN.
      *----------------------------------------------------------------
       6000-WRITE-ALERT.
           OPEN EXTEND ALERT-FILE
           IF FST-WS-ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF FST-WS-ALERT-STATUS NOT = "00"
               DISPLAY "FST1409E ALERT QUEUE FILE COULD NOT BE"
                   " OPENED"
               GO TO 6000-EXIT
           END-IF
           ACCEPT FST-WS-CURRENT-DATE FROM DATE
           ACCEPT FST-WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO FST-ALERT-RECORD
           MOVE FST-WS-ALERT-SEVERITY TO FST-AL-SEVERITY
           MOVE FST-WS-ALERT-MSG-ID TO FST-AL-MSG-ID
           MOVE FST-PARM-RUN-ID TO FST-AL-RUN-ID
           MOVE FST-PARM-BUS-DATE TO FST-AL-BUS-DATE
           STRING FST-WS-CURRENT-DATE FST-WS-CURRENT-TIME
               DELIMITED BY SIZE INTO FST-AL-TIMESTAMP
           MOVE FST-WS-ALERT-TEXT TO FST-AL-MSG-TEXT
           SET FST-AL-OPEN TO TRUE
           WRITE FST-ALERT-RECORD
           CLOSE ALERT-FILE.
       6000-EXIT.
           EXIT.
