      *                  FOREGROUND QUERY - IT PROMPTS FOR AN ACCOUNT
      *                  NUMBER AND AN EFFECTIVE-DATE RANGE AND LISTS
      *                  THAT ACCOUNT'S POSTED ACTIVITY.
      * 10/15/2026  dlr  REVERSAL POSTINGS (RD/RC) NOW LIST WITH A
      *                  SECOND LINE NAMING THE RUN-ID AND POST
      *                  TIMESTAMP OF THE POSTING THEY UNDO, SO THE
      *                  PAIR READS AS A PAIR.  HISTORY RECORD LENGTH
      *                  GOES 80 TO 100 WITH FIXED-START.
      * 10/15/2026  dlr  POSTING HISTORY IS NOW KEYED.  AN INQUIRY
      *                  READS ONLY THE ACCOUNT'S OWN POSTINGS BY THE
      *                  ALTERNATE ACCOUNT KEY INSTEAD OF THE WHOLE
      *                  FILE.  MONTHS ROLLED OFF TO THE MONTHLY
      *                  ARCHIVE ARE SEARCHED TOO WHEN THE SESSION IS
      *                  GIVEN THAT MONTH'S ARCHIVE AS PHARCH.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTING-HISTORY-FILE ASSIGN TO POSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FST-PH-KEY
               ALTERNATE RECORD KEY IS FST-PH-ACCOUNT-KEY
                   WITH DUPLICATES
               FILE STATUS IS FST-WS-POSTHIST-STATUS.

           SELECT HISTORY-ARCHIVE-FILE ASSIGN TO PHARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTING-HISTORY-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY PHISTREC.

       FD  HISTORY-ARCHIVE-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  FST-ARCHIVE-RECORD              PIC X(160).

       WORKING-STORAGE SECTION.
       77  FST-WS-POSTHIST-STATUS          PIC X(02).
       77  FST-WS-ARCHIVE-STATUS           PIC X(02).
       77  FST-WS-EOF-SW                   PIC 9(01) VALUE ZERO.
       77  FST-WS-INQUIRY-ACCOUNT          PIC X(10) VALUE SPACES.
       77  FST-WS-FROM-DATE                PIC X(08) VALUE SPACES.

           COPY PMSTREC.

      *----------------------------------------------------------------
      * ONE MONTHLY ARCHIVE RECORD - THE KEYED HISTORY LAYOUT.
      *----------------------------------------------------------------
       01  FST-WS-ARCHIVE-ENTRY.
           05  FST-WS-AE-BUS-MONTH         PIC X(06).
           05  FST-WS-AE-ACCOUNT-NUMBER    PIC X(10).
           05  FILLER                      PIC X(38).
           05  FST-WS-AE-RECORD-TYPE       PIC X(01).
               88  FST-WS-AE-TRAILER           VALUE "T".
           05  FST-WS-AE-POSTING           PIC X(100).
           05  FILLER                      PIC X(05).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE - PROMPTS FOR AN ACCOUNT AND DATE RANGE AND
      * LISTS THE MATCHING POSTING HISTORY UNTIL THE OPERATOR KEYS
      * "END".
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INQUIRE-LOOP THRU 1000-EXIT
           EXIT.

      *----------------------------------------------------------------
      * 2000-LIST-ACTIVITY - LISTS THE ACCOUNT AND RANGE JUST KEYED.
      * THE ALTERNATE KEY IS ACCOUNT THEN BUSINESS MONTH, SO THE READ
      * STARTS AT THE ACCOUNT'S FIRST POSTING AND ENDS AT THE NEXT
      * ACCOUNT.  THE EFFECTIVE-DATE RANGE IS APPLIED TO EACH POSTING
      * - A POSTING CAN CARRY AN EFFECTIVE DATE OUTSIDE THE MONTH IT
      * WAS POSTED IN.  THEN THE MONTHLY ARCHIVE, WHEN THE SESSION
      * HAS ONE.
      *----------------------------------------------------------------
       2000-LIST-ACTIVITY.
           OPEN INPUT POSTING-HISTORY-FILE
           MOVE 0 TO FST-WS-LISTED-AMOUNT
           DISPLAY "EFF DATE TC AMOUNT        FEED     RUN-ID  "
               " POSTED           CY"
           MOVE LOW-VALUES TO FST-PH-ACCOUNT-KEY
           MOVE FST-WS-INQUIRY-ACCOUNT TO FST-PH-AK-ACCOUNT-NUMBER
           START POSTING-HISTORY-FILE
               KEY IS NOT LESS THAN FST-PH-ACCOUNT-KEY
               INVALID KEY
                   MOVE 1 TO FST-WS-EOF-SW
           END-START
           PERFORM 2100-SCAN-HISTORY-RECORD THRU 2100-EXIT
               UNTIL FST-WS-EOF-SW = 1
           CLOSE POSTING-HISTORY-FILE
           PERFORM 2300-SCAN-ARCHIVE THRU 2300-EXIT
           DISPLAY "FST0710I POSTINGS LISTED " FST-WS-LISTED-COUNT
               " AMOUNT " FST-WS-LISTED-AMOUNT " FOR ACCOUNT "
               FST-WS-INQUIRY-ACCOUNT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-SCAN-HISTORY-RECORD - READS THE ACCOUNT'S NEXT HISTORY
      * RECORD; THE FIRST RECORD FOR ANOTHER ACCOUNT ENDS THE SLICE.
      *----------------------------------------------------------------
       2100-SCAN-HISTORY-RECORD.
           READ POSTING-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 1 TO FST-WS-EOF-SW
                   GO TO 2100-EXIT
           END-READ
           IF FST-PH-AK-ACCOUNT-NUMBER NOT = FST-WS-INQUIRY-ACCOUNT
               MOVE 1 TO FST-WS-EOF-SW
               GO TO 2100-EXIT
           END-IF
           MOVE FST-PH-POSTING TO FST-POSTED-MASTER-RECORD
           PERFORM 2200-LIST-POSTING THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-LIST-POSTING - DISPLAYS THE POSTING WHEN ITS EFFECTIVE
      * DATE FALLS INSIDE THE RANGE.  A REVERSAL GETS A SECOND LINE
      * POINTING AT THE ORIGINAL IT UNDOES.
      *----------------------------------------------------------------
       2200-LIST-POSTING.
           IF FST-WS-FROM-DATE NOT = SPACES
           AND FST-PM-EFFECTIVE-DATE < FST-WS-FROM-DATE
               GO TO 2200-EXIT
           END-IF
           IF FST-WS-TO-DATE NOT = SPACES
           AND FST-PM-EFFECTIVE-DATE > FST-WS-TO-DATE
               GO TO 2200-EXIT
           END-IF
           DISPLAY FST-PM-EFFECTIVE-DATE " " FST-PM-TRAN-CODE " "
               FST-PM-AMOUNT " " FST-PM-SOURCE-FEED " "
               FST-PM-RUN-ID " " FST-PM-POST-TIMESTAMP " "
               FST-PM-CYCLE-CODE
           IF FST-PM-TRAN-CODE = "RD" OR "RC"
               DISPLAY "         REVERSES RUN-ID " FST-PM-ORIG-RUN-ID
                   " POSTED " FST-PM-ORIG-POST-TIMESTAMP
           END-IF
           ADD 1 TO FST-WS-LISTED-COUNT
           ADD FST-PM-AMOUNT TO FST-WS-LISTED-AMOUNT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-SCAN-ARCHIVE - A MONTHLY ARCHIVE IS WRITTEN IN KEY ORDER,
      * ACCOUNT WITHIN THE MONTH, SO THE ACCOUNT'S POSTINGS ARE ONE
      * RUN OF RECORDS - THE SCAN STOPS AT THE FIRST ACCOUNT PAST IT
      * OR AT THE TRAILER.  A SESSION STARTED WITHOUT AN ARCHIVE
      * SKIPS THIS QUIETLY.
      *----------------------------------------------------------------
       2300-SCAN-ARCHIVE.
           OPEN INPUT HISTORY-ARCHIVE-FILE
           IF FST-WS-ARCHIVE-STATUS NOT = "00"
               GO TO 2300-EXIT
           END-IF
           MOVE 0 TO FST-WS-EOF-SW
           PERFORM 2310-SCAN-ARCHIVE-RECORD THRU 2310-EXIT
               UNTIL FST-WS-EOF-SW = 1
           CLOSE HISTORY-ARCHIVE-FILE.
       2300-EXIT.
           EXIT.

       2310-SCAN-ARCHIVE-RECORD.
           READ HISTORY-ARCHIVE-FILE INTO FST-WS-ARCHIVE-ENTRY
               AT END
                   MOVE 1 TO FST-WS-EOF-SW
                   GO TO 2310-EXIT
           END-READ
           IF FST-WS-AE-TRAILER
           OR FST-WS-AE-ACCOUNT-NUMBER > FST-WS-INQUIRY-ACCOUNT
               MOVE 1 TO FST-WS-EOF-SW
               GO TO 2310-EXIT
           END-IF
           IF FST-WS-AE-ACCOUNT-NUMBER NOT = FST-WS-INQUIRY-ACCOUNT
               GO TO 2310-EXIT
           END-IF
           MOVE FST-WS-AE-POSTING TO FST-POSTED-MASTER-RECORD
           PERFORM 2200-LIST-POSTING THRU 2200-EXIT.
       2310-EXIT.
           EXIT.
