       IDENTIFICATION DIVISION.
       PROGRAM-ID. FST-MAINT-RPT.
       AUTHOR. D-SHIFT-BATCH-SUPPORT.
       INSTALLATION. NIGHTLY-BATCH-STREAM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026  jrh  ORIGINAL - DAILY ACCOUNT MAINTENANCE REPORT
      *                  FOR AUDIT SIGN-OFF.  READS THE MAINTENANCE
      *                  JOURNAL FST-ACCT-MAINT AND FST-MAINT-APPROVE
      *                  APPEND TO AND PRINTS EVERY ACTION TAKEN ON
      *                  THE PARM CARD'S DATE - WHO, WHEN, WHAT WAS
      *                  APPLIED, REQUESTED, APPROVED OR REJECTED,
      *                  AND EACH ACCOUNT FIELD THAT CHANGED FROM ITS
      *                  BEFORE IMAGE TO ITS AFTER IMAGE - THEN THE
      *                  COUNTS, EVERY REQUEST STILL AWAITING A
      *                  SECOND OPERATOR WHATEVER DAY IT WAS RAISED,
      *                  AND THE AUDIT SIGN-OFF LINES.
      * 10/15/2026  dlr  A DECISION IS NOW PAIRED WITH ITS REQUEST ON
      *                  THE REQUEST'S ACTION AS WELL, SO A RENAME AND
      *                  A CLOSE RAISED BY ONE AMEND ARE NO LONGER
      *                  TAKEN FOR EACH OTHER IN THE OUTSTANDING LIST.
      *                  THE ENTRY NOW ALSO SHOWS A CHANGE TO THE LAST
      *                  ACTIVITY DATE OR THE DORMANT DATE, AS MARKING
      *                  AN ACCOUNT DORMANT OR ACTIVATING IT MAKES.
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

           SELECT MAINT-JOURNAL-FILE ASSIGN TO MNTJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-JOURNAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO MNTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY PARMCARD.

       FD  MAINT-JOURNAL-FILE
           RECORD CONTAINS 240 CHARACTERS.
           COPY MNTJRNL.

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FST-REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
       01  FST-WS-FILE-STATUSES.
           05  FST-WS-PARM-FILE-STATUS     PIC X(02).
           05  FST-WS-JOURNAL-STATUS       PIC X(02).
           05  FST-WS-REPORT-STATUS        PIC X(02).

       77  FST-WS-EOF-SW                   PIC 9(01) VALUE ZERO.
       77  FST-WS-ENTRY-YY                 PIC 9(02) VALUE ZERO.
       77  FST-WS-ENTRY-DATE               PIC X(08) VALUE SPACES.
       77  FST-WS-MATCH-SUB                PIC 9(05) VALUE ZERO.
       77  FST-WS-MATCH-HIT-SW             PIC X(01) VALUE "N".
       77  FST-WS-OUTSTANDING-SUB          PIC 9(05) VALUE ZERO.
       77  FST-WS-EDIT-AMOUNT              PIC -9(11).99.
       77  FST-WS-EDIT-LIMIT               PIC 9(09).99.
       77  FST-WS-ENTRY-COUNT              PIC 9(07) VALUE ZERO.
       77  FST-WS-APPLIED-COUNT            PIC 9(07) VALUE ZERO.
       77  FST-WS-REQUESTED-COUNT          PIC 9(07) VALUE ZERO.
       77  FST-WS-APPROVED-COUNT           PIC 9(07) VALUE ZERO.
       77  FST-WS-REJECTED-COUNT           PIC 9(07) VALUE ZERO.
       77  FST-WS-OUTSTANDING-COUNT        PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------------
      * PENDING TABLE - EVERY REQUEST EVER JOURNALED PENDING, WITH
      * THE DECIDED SWITCH SET WHEN ITS DECISION RECORD IS READ.
      * WHAT IS LEFT UNDECIDED AT THE END IS OUTSTANDING.
      *----------------------------------------------------------------
       01  FST-WS-PENDING-TABLE.
           05  FST-WS-PENDING-COUNT        PIC 9(05) VALUE ZERO.
           05  FST-WS-PENDING-ENTRY OCCURS 2000 TIMES.
               10  FST-WS-PE-ACTION        PIC X(08).
               10  FST-WS-PE-OPERATOR-ID   PIC X(08).
               10  FST-WS-PE-TIMESTAMP     PIC X(16).
               10  FST-WS-PE-ACCOUNT       PIC X(10).
               10  FST-WS-PE-DECIDED-SW    PIC X(01).

      *----------------------------------------------------------------
      * THE JOURNAL'S BEFORE AND AFTER IMAGES LAID OUT AS ACCOUNT
      * RECORDS SO THEY CAN BE COMPARED FIELD BY FIELD.
      *----------------------------------------------------------------
       01  FST-WS-BEFORE-ACCOUNT.
           05  FST-WS-BA-ACCOUNT-NUMBER    PIC X(10).
           05  FST-WS-BA-ACCOUNT-STATUS    PIC X(01).
           05  FST-WS-BA-ACCOUNT-NAME      PIC X(20).
           05  FST-WS-BA-CURRENT-BALANCE   PIC S9(11)V99.
           05  FST-WS-BA-OPENED-DATE       PIC X(08).
           05  FST-WS-BA-LAST-ACTIVITY     PIC X(08).
           05  FST-WS-BA-OVERDRAFT-LIMIT   PIC 9(09)V99.
           05  FST-WS-BA-DORMANT-DATE      PIC X(08).
           05  FILLER                      PIC X(01).

       01  FST-WS-AFTER-ACCOUNT.
           05  FST-WS-AA-ACCOUNT-NUMBER    PIC X(10).
           05  FST-WS-AA-ACCOUNT-STATUS    PIC X(01).
           05  FST-WS-AA-ACCOUNT-NAME      PIC X(20).
           05  FST-WS-AA-CURRENT-BALANCE   PIC S9(11)V99.
           05  FST-WS-AA-OPENED-DATE       PIC X(08).
           05  FST-WS-AA-LAST-ACTIVITY     PIC X(08).
           05  FST-WS-AA-OVERDRAFT-LIMIT   PIC 9(09)V99.
           05  FST-WS-AA-DORMANT-DATE      PIC X(08).
           05  FILLER                      PIC X(01).

       01  FST-MR-HEADING-LINE.
           05  FILLER                      PIC X(34) VALUE
               "ACCOUNT MAINTENANCE JOURNAL DATE".
           05  FST-MR-HD-REPORT-DATE       PIC X(08).
           05  FILLER                      PIC X(38) VALUE SPACES.

       01  FST-MR-ENTRY-LINE.
           05  FST-MR-EN-ACTION            PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-MR-EN-STATUS            PIC X(08).
           05  FILLER                      PIC X(09) VALUE
               " ACCOUNT".
           05  FST-MR-EN-ACCOUNT           PIC X(10).
           05  FILLER                      PIC X(04) VALUE " BY".
           05  FST-MR-EN-OPERATOR-ID       PIC X(08).
           05  FILLER                      PIC X(04) VALUE " AT".
           05  FST-MR-EN-TIMESTAMP         PIC X(16).
           05  FILLER                      PIC X(12) VALUE SPACES.

       01  FST-MR-REFERENCE-LINE.
           05  FILLER                      PIC X(08) VALUE
               "    FOR".
           05  FST-MR-RF-ACTION            PIC X(08).
           05  FILLER                      PIC X(12) VALUE
               " REQUEST BY".
           05  FST-MR-RF-OPERATOR-ID       PIC X(08).
           05  FILLER                      PIC X(04) VALUE " AT".
           05  FST-MR-RF-TIMESTAMP         PIC X(16).
           05  FILLER                      PIC X(24) VALUE SPACES.

       01  FST-MR-FIELD-LINE.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  FST-MR-FD-LABEL             PIC X(08).
           05  FILLER                      PIC X(06) VALUE " FROM".
           05  FST-MR-FD-BEFORE            PIC X(22).
           05  FILLER                      PIC X(04) VALUE " TO".
           05  FST-MR-FD-AFTER             PIC X(22).
           05  FILLER                      PIC X(14) VALUE SPACES.

       01  FST-MR-OUTSTANDING-LINE.
           05  FILLER                      PIC X(12) VALUE
               "OUTSTANDING".
           05  FST-MR-OS-ACTION            PIC X(08).
           05  FILLER                      PIC X(09) VALUE
               " ACCOUNT".
           05  FST-MR-OS-ACCOUNT           PIC X(10).
           05  FILLER                      PIC X(04) VALUE " BY".
           05  FST-MR-OS-OPERATOR-ID       PIC X(08).
           05  FILLER                      PIC X(04) VALUE " AT".
           05  FST-MR-OS-TIMESTAMP         PIC X(16).
           05  FILLER                      PIC X(09) VALUE SPACES.

       01  FST-MR-TOTAL-LINE.
           05  FILLER                      PIC X(08) VALUE "APPLIED".
           05  FST-MR-TL-APPLIED           PIC 9(07).
           05  FILLER                      PIC X(11) VALUE
               " REQUESTED".
           05  FST-MR-TL-REQUESTED         PIC 9(07).
           05  FILLER                      PIC X(10) VALUE
               " APPROVED".
           05  FST-MR-TL-APPROVED          PIC 9(07).
           05  FILLER                      PIC X(10) VALUE
               " REJECTED".
           05  FST-MR-TL-REJECTED          PIC 9(07).
           05  FILLER                      PIC X(13) VALUE SPACES.

       01  FST-MR-OUTSTANDING-TOTAL-LINE.
           05  FILLER                      PIC X(32) VALUE
               "REQUESTS AWAITING APPROVAL".
           05  FST-MR-OT-COUNT             PIC 9(07).
           05  FILLER                      PIC X(41) VALUE SPACES.

       01  FST-MR-SIGNOFF-LINE.
           05  FILLER                      PIC X(80) VALUE
               "REVIEWED BY ____________________  DATE __________".

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE - READS THE PARM, PRINTS THE DAY'S JOURNAL
      * ENTRIES IN THE ORDER THEY WERE WRITTEN, THEN THE TOTALS,
      * THE OUTSTANDING REQUESTS AND THE SIGN-OFF.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-READ-PARM-CARD THRU 1000-EXIT
           PERFORM 1200-OPEN-FILES THRU 1200-EXIT
           PERFORM 2000-REPORT-JOURNAL-ENTRY THRU 2000-EXIT
               UNTIL FST-WS-EOF-SW = 1
           PERFORM 4000-PRINT-OUTSTANDING THRU 4000-EXIT
               VARYING FST-WS-OUTSTANDING-SUB FROM 1 BY 1
               UNTIL FST-WS-OUTSTANDING-SUB > FST-WS-PENDING-COUNT
           PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
           CLOSE REPORT-FILE
           DISPLAY "FST1610I ENTRIES " FST-WS-ENTRY-COUNT
               " AWAITING APPROVAL " FST-WS-OUTSTANDING-COUNT
           MOVE 0 TO RETURN-CODE.
       0000-EXIT.
           STOP RUN.

       1000-READ-PARM-CARD.
           OPEN INPUT PARM-FILE
           IF FST-WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "FST1600E PARAMETER CARD FILE COULD NOT BE"
                   " OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARM-FILE
               AT END
                   DISPLAY "FST1601E PARAMETER CARD FILE IS EMPTY"
                   CLOSE PARM-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PARM-FILE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-OPEN-FILES - A JOURNAL THAT HAS NEVER BEEN CREATED MEANS
      * NO MAINTENANCE HAS EVER BEEN DONE; THE REPORT STILL PRINTS,
      * EMPTY, SO AUDIT HAS A PAGE TO SIGN FOR THE DAY.
      *----------------------------------------------------------------
       1200-OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF FST-WS-REPORT-STATUS NOT = "00"
               DISPLAY "FST1603E MAINTENANCE REPORT FILE COULD NOT BE"
                   " OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FST-PARM-BUS-DATE TO FST-MR-HD-REPORT-DATE
           WRITE FST-REPORT-RECORD FROM FST-MR-HEADING-LINE
           OPEN INPUT MAINT-JOURNAL-FILE
           IF FST-WS-JOURNAL-STATUS = "35"
               MOVE 1 TO FST-WS-EOF-SW
               GO TO 1200-EXIT
           END-IF
           IF FST-WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "FST1602E MAINTENANCE JOURNAL COULD NOT BE"
                   " OPENED"
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-REPORT-JOURNAL-ENTRY - READS THE NEXT JOURNAL RECORD AND
      * KEEPS THE PENDING TABLE CURRENT WHATEVER ITS DATE.  ENTRIES
      * DATED THE REPORT DATE ARE PRINTED.  THE TIMESTAMP CARRIES A
      * TWO-DIGIT YEAR FROM ACCEPT FROM DATE, SO THE CENTURY IS
      * WINDOWED AT 70 LIKE THE RUN-LOG ARCHIVE.
      *----------------------------------------------------------------
       2000-REPORT-JOURNAL-ENTRY.
           READ MAINT-JOURNAL-FILE
               AT END
                   MOVE 1 TO FST-WS-EOF-SW
                   CLOSE MAINT-JOURNAL-FILE
                   GO TO 2000-EXIT
           END-READ
           PERFORM 2100-TRACK-PENDING THRU 2100-EXIT
           MOVE SPACES TO FST-WS-ENTRY-DATE
           IF FST-MJ-TIMESTAMP(3:6) NOT NUMERIC
               GO TO 2000-EXIT
           END-IF
           MOVE FST-MJ-TIMESTAMP(3:2) TO FST-WS-ENTRY-YY
           IF FST-WS-ENTRY-YY NOT < 70
               STRING "19" FST-MJ-TIMESTAMP(3:6)
                   DELIMITED BY SIZE INTO FST-WS-ENTRY-DATE
           ELSE
               STRING "20" FST-MJ-TIMESTAMP(3:6)
                   DELIMITED BY SIZE INTO FST-WS-ENTRY-DATE
           END-IF
           IF FST-WS-ENTRY-DATE NOT = FST-PARM-BUS-DATE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO FST-WS-ENTRY-COUNT
           PERFORM 3000-PRINT-ENTRY THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

       2100-TRACK-PENDING.
           IF FST-MJ-PENDING
               IF FST-WS-PENDING-COUNT NOT < 2000
                   DISPLAY "FST1604E PENDING REQUEST TABLE FULL AT"
                       " 2000 ENTRIES - RUN STOPPED"
                   CLOSE MAINT-JOURNAL-FILE
                   CLOSE REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO FST-WS-PENDING-COUNT
               MOVE FST-MJ-ACTION
                   TO FST-WS-PE-ACTION(FST-WS-PENDING-COUNT)
               MOVE FST-MJ-OPERATOR-ID
                   TO FST-WS-PE-OPERATOR-ID(FST-WS-PENDING-COUNT)
               MOVE FST-MJ-TIMESTAMP
                   TO FST-WS-PE-TIMESTAMP(FST-WS-PENDING-COUNT)
               MOVE FST-MJ-ACCOUNT-NUMBER
                   TO FST-WS-PE-ACCOUNT(FST-WS-PENDING-COUNT)
               MOVE "N" TO FST-WS-PE-DECIDED-SW(FST-WS-PENDING-COUNT)
               GO TO 2100-EXIT
           END-IF
           IF FST-MJ-DECISION-ACTION
               MOVE "N" TO FST-WS-MATCH-HIT-SW
               PERFORM 2110-MATCH-PENDING THRU 2110-EXIT
                   VARYING FST-WS-MATCH-SUB FROM 1 BY 1
                   UNTIL FST-WS-MATCH-SUB > FST-WS-PENDING-COUNT
                   OR FST-WS-MATCH-HIT-SW = "Y"
           END-IF.
       2100-EXIT.
           EXIT.

       2110-MATCH-PENDING.
           IF FST-WS-PE-DECIDED-SW(FST-WS-MATCH-SUB) NOT = "Y"
           AND FST-WS-PE-OPERATOR-ID(FST-WS-MATCH-SUB)
                   = FST-MJ-REF-OPERATOR-ID
           AND FST-WS-PE-TIMESTAMP(FST-WS-MATCH-SUB)
                   = FST-MJ-REF-TIMESTAMP
           AND FST-WS-PE-ACCOUNT(FST-WS-MATCH-SUB)
                   = FST-MJ-ACCOUNT-NUMBER
           AND FST-WS-PE-ACTION(FST-WS-MATCH-SUB)
                   = FST-MJ-REF-ACTION
               MOVE "Y" TO FST-WS-PE-DECIDED-SW(FST-WS-MATCH-SUB)
               MOVE "Y" TO FST-WS-MATCH-HIT-SW
           END-IF.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-PRINT-ENTRY - ONE LINE FOR THE ACTION, A REFERENCE LINE
      * WHEN IT DECIDES AN EARLIER REQUEST, THEN A LINE FOR EACH
      * ACCOUNT FIELD THE AFTER IMAGE CHANGES.  A NEW ACCOUNT HAS NO
      * BEFORE IMAGE, SO EVERY FIELD PRINTS FROM BLANK.  THE LAST
      * ACTIVITY AND DORMANT DATES ARE SHOWN WHEN THEY MOVE, SO A
      * RESTARTED DORMANCY CLOCK IS ON THE AUDIT TRAIL.
      *----------------------------------------------------------------
       3000-PRINT-ENTRY.
           MOVE FST-MJ-ACTION TO FST-MR-EN-ACTION
           EVALUATE TRUE
               WHEN FST-MJ-PENDING
                   MOVE "PENDING" TO FST-MR-EN-STATUS
                   ADD 1 TO FST-WS-REQUESTED-COUNT
               WHEN FST-MJ-REJECT-ACTION
                   MOVE "REJECTED" TO FST-MR-EN-STATUS
                   ADD 1 TO FST-WS-REJECTED-COUNT
               WHEN FST-MJ-REFUSED
                   MOVE "REFUSED" TO FST-MR-EN-STATUS
                   ADD 1 TO FST-WS-REJECTED-COUNT
               WHEN FST-MJ-APPROVE-ACTION
                   MOVE "APPLIED" TO FST-MR-EN-STATUS
                   ADD 1 TO FST-WS-APPROVED-COUNT
               WHEN OTHER
                   MOVE "APPLIED" TO FST-MR-EN-STATUS
                   ADD 1 TO FST-WS-APPLIED-COUNT
           END-EVALUATE
           MOVE FST-MJ-ACCOUNT-NUMBER TO FST-MR-EN-ACCOUNT
           MOVE FST-MJ-OPERATOR-ID TO FST-MR-EN-OPERATOR-ID
           MOVE FST-MJ-TIMESTAMP TO FST-MR-EN-TIMESTAMP
           WRITE FST-REPORT-RECORD FROM FST-MR-ENTRY-LINE
           IF FST-MJ-DECISION-ACTION
               MOVE FST-MJ-REF-ACTION TO FST-MR-RF-ACTION
               MOVE FST-MJ-REF-OPERATOR-ID TO FST-MR-RF-OPERATOR-ID
               MOVE FST-MJ-REF-TIMESTAMP TO FST-MR-RF-TIMESTAMP
               WRITE FST-REPORT-RECORD FROM FST-MR-REFERENCE-LINE
           END-IF
           MOVE FST-MJ-BEFORE-IMAGE TO FST-WS-BEFORE-ACCOUNT
           MOVE FST-MJ-AFTER-IMAGE TO FST-WS-AFTER-ACCOUNT
           IF FST-WS-AFTER-ACCOUNT = SPACES
               GO TO 3000-EXIT
           END-IF
           IF FST-WS-BA-ACCOUNT-NAME NOT = FST-WS-AA-ACCOUNT-NAME
               MOVE "NAME" TO FST-MR-FD-LABEL
               MOVE FST-WS-BA-ACCOUNT-NAME TO FST-MR-FD-BEFORE
               MOVE FST-WS-AA-ACCOUNT-NAME TO FST-MR-FD-AFTER
               WRITE FST-REPORT-RECORD FROM FST-MR-FIELD-LINE
           END-IF
           IF FST-WS-BA-ACCOUNT-STATUS NOT = FST-WS-AA-ACCOUNT-STATUS
               MOVE "STATUS" TO FST-MR-FD-LABEL
               MOVE FST-WS-BA-ACCOUNT-STATUS TO FST-MR-FD-BEFORE
               MOVE FST-WS-AA-ACCOUNT-STATUS TO FST-MR-FD-AFTER
               WRITE FST-REPORT-RECORD FROM FST-MR-FIELD-LINE
           END-IF
           IF FST-WS-BEFORE-ACCOUNT = SPACES
               MOVE "BALANCE" TO FST-MR-FD-LABEL
               MOVE SPACES TO FST-MR-FD-BEFORE
               MOVE FST-WS-AA-CURRENT-BALANCE TO FST-WS-EDIT-AMOUNT
               MOVE FST-WS-EDIT-AMOUNT TO FST-MR-FD-AFTER
               WRITE FST-REPORT-RECORD FROM FST-MR-FIELD-LINE
           END-IF
           IF FST-WS-BA-OVERDRAFT-LIMIT NOT = FST-WS-AA-OVERDRAFT-LIMIT
               MOVE "LIMIT" TO FST-MR-FD-LABEL
               MOVE SPACES TO FST-MR-FD-BEFORE
               IF FST-WS-BA-OVERDRAFT-LIMIT NUMERIC
                   MOVE FST-WS-BA-OVERDRAFT-LIMIT TO FST-WS-EDIT-LIMIT
                   MOVE FST-WS-EDIT-LIMIT TO FST-MR-FD-BEFORE
               END-IF
               MOVE SPACES TO FST-MR-FD-AFTER
               IF FST-WS-AA-OVERDRAFT-LIMIT NUMERIC
                   MOVE FST-WS-AA-OVERDRAFT-LIMIT TO FST-WS-EDIT-LIMIT
                   MOVE FST-WS-EDIT-LIMIT TO FST-MR-FD-AFTER
               END-IF
               WRITE FST-REPORT-RECORD FROM FST-MR-FIELD-LINE
           END-IF
           IF FST-WS-BA-LAST-ACTIVITY NOT = FST-WS-AA-LAST-ACTIVITY
               MOVE "LAST ACT" TO FST-MR-FD-LABEL
               MOVE FST-WS-BA-LAST-ACTIVITY TO FST-MR-FD-BEFORE
               MOVE FST-WS-AA-LAST-ACTIVITY TO FST-MR-FD-AFTER
               WRITE FST-REPORT-RECORD FROM FST-MR-FIELD-LINE
           END-IF
           IF FST-WS-BA-DORMANT-DATE NOT = FST-WS-AA-DORMANT-DATE
               MOVE "DORMANT" TO FST-MR-FD-LABEL
               MOVE FST-WS-BA-DORMANT-DATE TO FST-MR-FD-BEFORE
               MOVE FST-WS-AA-DORMANT-DATE TO FST-MR-FD-AFTER
               WRITE FST-REPORT-RECORD FROM FST-MR-FIELD-LINE
           END-IF.
       3000-EXIT.
           EXIT.

       4000-PRINT-OUTSTANDING.
           IF FST-WS-PE-DECIDED-SW(FST-WS-OUTSTANDING-SUB) = "Y"
               GO TO 4000-EXIT
           END-IF
           ADD 1 TO FST-WS-OUTSTANDING-COUNT
           MOVE FST-WS-PE-ACTION(FST-WS-OUTSTANDING-SUB)
               TO FST-MR-OS-ACTION
           MOVE FST-WS-PE-ACCOUNT(FST-WS-OUTSTANDING-SUB)
               TO FST-MR-OS-ACCOUNT
           MOVE FST-WS-PE-OPERATOR-ID(FST-WS-OUTSTANDING-SUB)
               TO FST-MR-OS-OPERATOR-ID
           MOVE FST-WS-PE-TIMESTAMP(FST-WS-OUTSTANDING-SUB)
               TO FST-MR-OS-TIMESTAMP
           WRITE FST-REPORT-RECORD FROM FST-MR-OUTSTANDING-LINE.
       4000-EXIT.
           EXIT.

       5000-PRINT-TOTALS.
           MOVE FST-WS-APPLIED-COUNT TO FST-MR-TL-APPLIED
           MOVE FST-WS-REQUESTED-COUNT TO FST-MR-TL-REQUESTED
           MOVE FST-WS-APPROVED-COUNT TO FST-MR-TL-APPROVED
           MOVE FST-WS-REJECTED-COUNT TO FST-MR-TL-REJECTED
           WRITE FST-REPORT-RECORD FROM FST-MR-TOTAL-LINE
           MOVE FST-WS-OUTSTANDING-COUNT TO FST-MR-OT-COUNT
           WRITE FST-REPORT-RECORD FROM FST-MR-OUTSTANDING-TOTAL-LINE
           MOVE SPACES TO FST-REPORT-RECORD
           WRITE FST-REPORT-RECORD
           WRITE FST-REPORT-RECORD FROM FST-MR-SIGNOFF-LINE.
       5000-EXIT.
           EXIT.
