       IDENTIFICATION DIVISION.
       PROGRAM-ID. FST-DORMANCY.
       AUTHOR. D-SHIFT-BATCH-SUPPORT.
       INSTALLATION. NIGHTLY-BATCH-STREAM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026  dlr  ORIGINAL - DORMANT ACCOUNT PROCESSING.  THE
      *                  LAST-ACTIVITY DATE FIXED-START STAMPS ON
      *                  EVERY POSTING WAS NEVER LOOKED AT, SO AN
      *                  ACCOUNT QUIET FOR YEARS LOOKED THE SAME AS
      *                  ONE USED YESTERDAY.  THIS PERIODIC STEP
      *                  WALKS THE ACCOUNT MASTER AND MARKS DORMANT
      *                  EVERY OPEN ACCOUNT WITH NO ACTIVITY FOR THE
      *                  DORMANCY PERIOD ON THE PARM CARD, JOURNALING
      *                  EACH ONE TO THE MAINTENANCE JOURNAL.  IT
      *                  PRINTS THE DORMANCY REPORT AND WRITES THE
      *                  ESCHEATMENT-CANDIDATE LIST FOR COMPLIANCE -
      *                  DORMANT ACCOUNTS STILL HOLDING FUNDS AFTER
      *                  THE LONGER ESCHEATMENT PERIOD.  FIXED-START
      *                  SENDS A TRANSACTION FOR A DORMANT ACCOUNT TO
      *                  SUSPENSE AS DORM, AND FST-ACCT-MAINT
      *                  ACTIVATES THE ACCOUNT AGAIN.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DORMANCY-PARM-FILE ASSIGN TO DORMPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-PARM-FILE-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FST-AC-ACCOUNT-NUMBER
               FILE STATUS IS FST-WS-ACCTMSTR-STATUS.

           SELECT MAINT-JOURNAL-FILE ASSIGN TO MNTJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-JOURNAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO DORMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-REPORT-STATUS.

           SELECT ESCHEAT-FILE ASSIGN TO ESCHLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-ESCHEAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DORMANCY-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY DORMPARM.

       FD  ACCOUNT-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY ACCTREC.

       FD  MAINT-JOURNAL-FILE
           RECORD CONTAINS 240 CHARACTERS.
           COPY MNTJRNL.

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FST-REPORT-RECORD               PIC X(80).

       FD  ESCHEAT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FST-ESCHEAT-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       01  FST-WS-FILE-STATUSES.
           05  FST-WS-PARM-FILE-STATUS     PIC X(02).
           05  FST-WS-ACCTMSTR-STATUS      PIC X(02).
           05  FST-WS-JOURNAL-STATUS       PIC X(02).
           05  FST-WS-REPORT-STATUS        PIC X(02).
           05  FST-WS-ESCHEAT-STATUS       PIC X(02).

       77  FST-WS-EOF-SW                   PIC 9(01) VALUE ZERO.
       77  FST-WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
       77  FST-WS-ACTIVITY-DATE            PIC 9(08) VALUE ZERO.
       77  FST-WS-ACTIVITY-DATE-X          PIC X(08) VALUE SPACES.
       77  FST-WS-INACTIVE-DAYS            PIC 9(05) VALUE ZERO.
       77  FST-WS-DAYS-KNOWN-SW            PIC X(01) VALUE "N".
           88  FST-WS-DAYS-KNOWN               VALUE "Y".
       77  FST-WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
       77  FST-WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
       77  FST-WS-BEFORE-IMAGE             PIC X(80) VALUE SPACES.
       77  FST-WS-OPEN-COUNT               PIC 9(07) VALUE ZERO.
       77  FST-WS-NEWLY-DORMANT-COUNT      PIC 9(07) VALUE ZERO.
       77  FST-WS-STILL-DORMANT-COUNT      PIC 9(07) VALUE ZERO.
       77  FST-WS-NO-DATE-COUNT            PIC 9(07) VALUE ZERO.
       77  FST-WS-ESCHEAT-COUNT            PIC 9(07) VALUE ZERO.
       77  FST-WS-ESCHEAT-TOTAL            PIC S9(13)V99 VALUE ZERO.

       01  FST-DR-HEADING-LINE.
           05  FILLER                      PIC X(24) VALUE
               "DORMANT ACCOUNTS  DATE".
           05  FST-DR-HD-BUS-DATE          PIC X(08).
           05  FILLER                      PIC X(07) VALUE
               "  AFTER".
           05  FST-DR-HD-DAYS              PIC 9(05).
           05  FILLER                      PIC X(36) VALUE
               " DAYS WITHOUT ACTIVITY".

       01  FST-DR-COLUMN-LINE.
           05  FILLER                      PIC X(32) VALUE
               "ACCOUNT    NAME".
           05  FILLER                      PIC X(32) VALUE
               "LAST ACT  DAYS         BALANCE".
           05  FILLER                      PIC X(16) VALUE SPACES.

       01  FST-DR-DETAIL-LINE.
           05  FST-DR-DT-ACCOUNT           PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-DR-DT-NAME              PIC X(20).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-DR-DT-LAST-ACTIVITY     PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-DR-DT-DAYS              PIC 9(05).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-DR-DT-BALANCE           PIC -9(11).99.
           05  FILLER                      PIC X(18) VALUE SPACES.

       01  FST-DR-TOTAL-LINE.
           05  FILLER                      PIC X(14) VALUE
               "NEWLY DORMANT".
           05  FST-DR-TL-NEWLY             PIC 9(07).
           05  FILLER                      PIC X(17) VALUE
               " ALREADY DORMANT".
           05  FST-DR-TL-STILL             PIC 9(07).
           05  FILLER                      PIC X(14) VALUE
               " STILL OPEN".
           05  FST-DR-TL-OPEN              PIC 9(07).
           05  FILLER                      PIC X(14) VALUE SPACES.

       01  FST-DR-NO-DATE-LINE.
           05  FILLER                      PIC X(40) VALUE
               "ACCOUNTS WITH NO ACTIVITY OR OPENED DATE".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-DR-ND-COUNT             PIC 9(07).
           05  FILLER                      PIC X(32) VALUE SPACES.

       01  FST-ES-HEADING-LINE.
           05  FILLER                      PIC X(28) VALUE
               "ESCHEATMENT CANDIDATES DATE".
           05  FST-ES-HD-BUS-DATE          PIC X(08).
           05  FILLER                      PIC X(07) VALUE
               "  AFTER".
           05  FST-ES-HD-DAYS              PIC 9(05).
           05  FILLER                      PIC X(32) VALUE
               " DAYS WITHOUT ACTIVITY".

       01  FST-ES-COLUMN-LINE.
           05  FILLER                      PIC X(32) VALUE
               "ACCOUNT    NAME".
           05  FILLER                      PIC X(41) VALUE
               "LAST ACT DORMANT  DAYS          BALANCE".
           05  FILLER                      PIC X(07) VALUE SPACES.

       01  FST-ES-DETAIL-LINE.
           05  FST-ES-DT-ACCOUNT           PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-ES-DT-NAME              PIC X(20).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-ES-DT-LAST-ACTIVITY     PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-ES-DT-DORMANT-DATE      PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-ES-DT-DAYS              PIC 9(05).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-ES-DT-BALANCE           PIC -9(11).99.
           05  FILLER                      PIC X(09) VALUE SPACES.

       01  FST-ES-TOTAL-LINE.
           05  FILLER                      PIC X(11) VALUE
               "CANDIDATES".
           05  FST-ES-TL-COUNT             PIC 9(07).
           05  FILLER                      PIC X(15) VALUE
               " TOTAL BALANCE".
           05  FST-ES-TL-BALANCE           PIC -9(13).99.
           05  FILLER                      PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE - READS THE PARM CARD, JUDGES EVERY ACCOUNT ON
      * THE MASTER IN ONE PASS, THEN TOTALS BOTH LISTS.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-READ-PARM-CARD THRU 1000-EXIT
           PERFORM 1200-OPEN-FILES THRU 1200-EXIT
           MOVE FST-DP-BUS-DATE TO FST-DR-HD-BUS-DATE
           MOVE FST-DP-DORMANT-DAYS TO FST-DR-HD-DAYS
           WRITE FST-REPORT-RECORD FROM FST-DR-HEADING-LINE
           WRITE FST-REPORT-RECORD FROM FST-DR-COLUMN-LINE
           MOVE FST-DP-BUS-DATE TO FST-ES-HD-BUS-DATE
           MOVE FST-DP-ESCHEAT-DAYS TO FST-ES-HD-DAYS
           WRITE FST-ESCHEAT-RECORD FROM FST-ES-HEADING-LINE
           WRITE FST-ESCHEAT-RECORD FROM FST-ES-COLUMN-LINE
           MOVE 0 TO FST-WS-EOF-SW
           MOVE LOW-VALUES TO FST-AC-ACCOUNT-NUMBER
           START ACCOUNT-MASTER-FILE
               KEY IS NOT LESS THAN FST-AC-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 1 TO FST-WS-EOF-SW
           END-START
           PERFORM 2000-JUDGE-ACCOUNT THRU 2000-EXIT
               UNTIL FST-WS-EOF-SW = 1
           PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE MAINT-JOURNAL-FILE
           CLOSE REPORT-FILE
           CLOSE ESCHEAT-FILE
           DISPLAY "FST1810I DORMANCY NEWLY DORMANT "
               FST-WS-NEWLY-DORMANT-COUNT " ALREADY DORMANT "
               FST-WS-STILL-DORMANT-COUNT " ESCHEATMENT CANDIDATES "
               FST-WS-ESCHEAT-COUNT
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-READ-PARM-CARD - THE DORMANCY PERIOD MUST BE SET, AND
      * THE ESCHEATMENT PERIOD MAY NOT BE SHORTER THAN IT - ONLY A
      * DORMANT ACCOUNT CAN BE AN ESCHEATMENT CANDIDATE.
      *----------------------------------------------------------------
       1000-READ-PARM-CARD.
           OPEN INPUT DORMANCY-PARM-FILE
           IF FST-WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "FST1800E DORMANCY PARAMETER CARD COULD NOT BE"
                   " OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ DORMANCY-PARM-FILE
               AT END
                   DISPLAY "FST1801E DORMANCY PARAMETER CARD IS EMPTY"
                   CLOSE DORMANCY-PARM-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE DORMANCY-PARM-FILE
           IF FST-DP-BUS-DATE NOT NUMERIC
           OR FST-DP-DORMANT-DAYS NOT NUMERIC
           OR FST-DP-ESCHEAT-DAYS NOT NUMERIC
           OR FST-DP-DORMANT-DAYS = 0
           OR FST-DP-ESCHEAT-DAYS < FST-DP-DORMANT-DAYS
               DISPLAY "FST1802E DORMANCY PARAMETER CARD INVALID -"
                   " DATE " FST-DP-BUS-DATE
                   " DORMANT DAYS " FST-DP-DORMANT-DAYS
                   " ESCHEATMENT DAYS " FST-DP-ESCHEAT-DAYS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FST-DP-BUS-DATE TO FST-WS-BUS-DATE.
       1000-EXIT.
           EXIT.

       1200-OPEN-FILES.
           OPEN I-O ACCOUNT-MASTER-FILE
           IF FST-WS-ACCTMSTR-STATUS NOT = "00"
               DISPLAY "FST1803E ACCOUNT MASTER FILE COULD NOT BE"
                   " OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND MAINT-JOURNAL-FILE
           IF FST-WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT MAINT-JOURNAL-FILE
           END-IF
           IF FST-WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "FST1804E MAINTENANCE JOURNAL COULD NOT BE"
                   " OPENED"
               CLOSE ACCOUNT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF FST-WS-REPORT-STATUS NOT = "00"
               DISPLAY "FST1805E DORMANCY REPORT FILE COULD NOT BE"
                   " OPENED"
               CLOSE ACCOUNT-MASTER-FILE
               CLOSE MAINT-JOURNAL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ESCHEAT-FILE
           IF FST-WS-ESCHEAT-STATUS NOT = "00"
               DISPLAY "FST1806E ESCHEATMENT LIST FILE COULD NOT BE"
                   " OPENED"
               CLOSE ACCOUNT-MASTER-FILE
               CLOSE MAINT-JOURNAL-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-JUDGE-ACCOUNT - CLOSED ACCOUNTS ARE PASSED OVER.  AN
      * OPEN ACCOUNT QUIET FOR THE DORMANCY PERIOD IS MARKED DORMANT;
      * ANY DORMANT ACCOUNT, NEW OR OLD, QUIET FOR THE ESCHEATMENT
      * PERIOD WITH A BALANCE IN THE CUSTOMER'S FAVOUR GOES ON THE
      * ESCHEATMENT LIST.  AN ACCOUNT WITH NO USABLE DATE IS COUNTED
      * AND LEFT ALONE RATHER THAN GUESSED AT.
      *----------------------------------------------------------------
       2000-JUDGE-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 1 TO FST-WS-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           IF FST-AC-CLOSED
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-FIND-INACTIVE-DAYS THRU 2100-EXIT
           IF NOT FST-WS-DAYS-KNOWN
               ADD 1 TO FST-WS-NO-DATE-COUNT
               GO TO 2000-EXIT
           END-IF
           IF FST-AC-DORMANT
               ADD 1 TO FST-WS-STILL-DORMANT-COUNT
           ELSE
               IF FST-WS-INACTIVE-DAYS < FST-DP-DORMANT-DAYS
                   ADD 1 TO FST-WS-OPEN-COUNT
                   GO TO 2000-EXIT
               END-IF
               PERFORM 2200-MARK-DORMANT THRU 2200-EXIT
           END-IF
           IF FST-WS-INACTIVE-DAYS NOT < FST-DP-ESCHEAT-DAYS
           AND FST-AC-CURRENT-BALANCE > 0
               PERFORM 2300-LIST-ESCHEAT THRU 2300-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-FIND-INACTIVE-DAYS - DAYS FROM THE LAST ACTIVITY TO THE
      * BUSINESS DATE.  AN ACCOUNT THAT HAS NEVER POSTED IS COUNTED
      * FROM THE DAY IT WAS OPENED.
      *----------------------------------------------------------------
       2100-FIND-INACTIVE-DAYS.
           MOVE "N" TO FST-WS-DAYS-KNOWN-SW
           MOVE 0 TO FST-WS-INACTIVE-DAYS
           IF FST-AC-LAST-ACTIVITY-DATE NUMERIC
               MOVE FST-AC-LAST-ACTIVITY-DATE TO FST-WS-ACTIVITY-DATE-X
           ELSE
               IF FST-AC-OPENED-DATE NUMERIC
                   MOVE FST-AC-OPENED-DATE TO FST-WS-ACTIVITY-DATE-X
               ELSE
                   GO TO 2100-EXIT
               END-IF
           END-IF
           MOVE FST-WS-ACTIVITY-DATE-X TO FST-WS-ACTIVITY-DATE
           MOVE "Y" TO FST-WS-DAYS-KNOWN-SW
           IF FST-WS-ACTIVITY-DATE NOT < FST-WS-BUS-DATE
               GO TO 2100-EXIT
           END-IF
           COMPUTE FST-WS-INACTIVE-DAYS =
               FUNCTION INTEGER-OF-DATE(FST-WS-BUS-DATE)
               - FUNCTION INTEGER-OF-DATE(FST-WS-ACTIVITY-DATE)
               ON SIZE ERROR
                   MOVE 99999 TO FST-WS-INACTIVE-DAYS
           END-COMPUTE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-MARK-DORMANT - REWRITES THE ACCOUNT DORMANT AS AT THE
      * BUSINESS DATE, JOURNALS THE CHANGE THE WAY FST-ACCT-MAINT
      * JOURNALS ITS OWN, AND PRINTS IT.  A MASTER OR JOURNAL THAT
      * CANNOT BE WRITTEN STOPS THE STEP - A CHANGE TO THE MASTER
      * MUST NOT GO UNRECORDED.
      *----------------------------------------------------------------
       2200-MARK-DORMANT.
           MOVE FST-ACCOUNT-MASTER-RECORD TO FST-WS-BEFORE-IMAGE
           SET FST-AC-DORMANT TO TRUE
           MOVE FST-DP-BUS-DATE TO FST-AC-DORMANT-DATE
           REWRITE FST-ACCOUNT-MASTER-RECORD
           IF FST-WS-ACCTMSTR-STATUS NOT = "00"
               DISPLAY "FST1807E ACCOUNT MASTER REWRITE FAILED FOR "
                   FST-AC-ACCOUNT-NUMBER " STATUS "
                   FST-WS-ACCTMSTR-STATUS
               PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO FST-WS-NEWLY-DORMANT-COUNT
           ACCEPT FST-WS-CURRENT-DATE FROM DATE
           ACCEPT FST-WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO FST-MAINT-JOURNAL-RECORD
           SET FST-MJ-DORMANT-ACTION TO TRUE
           SET FST-MJ-APPLIED TO TRUE
           MOVE "FSTDORM" TO FST-MJ-OPERATOR-ID
           STRING FST-WS-CURRENT-DATE FST-WS-CURRENT-TIME
               DELIMITED BY SIZE INTO FST-MJ-TIMESTAMP
           MOVE FST-AC-ACCOUNT-NUMBER TO FST-MJ-ACCOUNT-NUMBER
           MOVE FST-WS-BEFORE-IMAGE TO FST-MJ-BEFORE-IMAGE
           MOVE FST-ACCOUNT-MASTER-RECORD TO FST-MJ-AFTER-IMAGE
           WRITE FST-MAINT-JOURNAL-RECORD
           IF FST-WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "FST1808E MAINTENANCE JOURNAL WRITE FAILED FOR "
                   FST-AC-ACCOUNT-NUMBER " STATUS "
                   FST-WS-JOURNAL-STATUS
               PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FST-AC-ACCOUNT-NUMBER TO FST-DR-DT-ACCOUNT
           MOVE FST-AC-ACCOUNT-NAME TO FST-DR-DT-NAME
           MOVE FST-AC-LAST-ACTIVITY-DATE TO FST-DR-DT-LAST-ACTIVITY
           MOVE FST-WS-INACTIVE-DAYS TO FST-DR-DT-DAYS
           MOVE FST-AC-CURRENT-BALANCE TO FST-DR-DT-BALANCE
           WRITE FST-REPORT-RECORD FROM FST-DR-DETAIL-LINE.
       2200-EXIT.
           EXIT.

       2300-LIST-ESCHEAT.
           ADD 1 TO FST-WS-ESCHEAT-COUNT
           ADD FST-AC-CURRENT-BALANCE TO FST-WS-ESCHEAT-TOTAL
           MOVE FST-AC-ACCOUNT-NUMBER TO FST-ES-DT-ACCOUNT
           MOVE FST-AC-ACCOUNT-NAME TO FST-ES-DT-NAME
           MOVE FST-AC-LAST-ACTIVITY-DATE TO FST-ES-DT-LAST-ACTIVITY
           MOVE FST-AC-DORMANT-DATE TO FST-ES-DT-DORMANT-DATE
           MOVE FST-WS-INACTIVE-DAYS TO FST-ES-DT-DAYS
           MOVE FST-AC-CURRENT-BALANCE TO FST-ES-DT-BALANCE
           WRITE FST-ESCHEAT-RECORD FROM FST-ES-DETAIL-LINE.
       2300-EXIT.
           EXIT.

       5000-PRINT-TOTALS.
           MOVE FST-WS-NEWLY-DORMANT-COUNT TO FST-DR-TL-NEWLY
           MOVE FST-WS-STILL-DORMANT-COUNT TO FST-DR-TL-STILL
           MOVE FST-WS-OPEN-COUNT TO FST-DR-TL-OPEN
           WRITE FST-REPORT-RECORD FROM FST-DR-TOTAL-LINE
           IF FST-WS-NO-DATE-COUNT > 0
               MOVE FST-WS-NO-DATE-COUNT TO FST-DR-ND-COUNT
               WRITE FST-REPORT-RECORD FROM FST-DR-NO-DATE-LINE
           END-IF
           MOVE FST-WS-ESCHEAT-COUNT TO FST-ES-TL-COUNT
           MOVE FST-WS-ESCHEAT-TOTAL TO FST-ES-TL-BALANCE
           WRITE FST-ESCHEAT-RECORD FROM FST-ES-TOTAL-LINE.
       5000-EXIT.
           EXIT.

       9000-CLOSE-FILES.
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE MAINT-JOURNAL-FILE
           CLOSE REPORT-FILE
           CLOSE ESCHEAT-FILE.
       9000-EXIT.
           EXIT.
