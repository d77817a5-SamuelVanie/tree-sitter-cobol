       IDENTIFICATION DIVISION.
       PROGRAM-ID. FST-MAINT-APPROVE.
       AUTHOR. D-SHIFT-BATCH-SUPPORT.
       INSTALLATION. NIGHTLY-BATCH-STREAM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026  jrh  ORIGINAL - SECOND-OPERATOR APPROVAL OF
      *                  ACCOUNT MAINTENANCE.  FST-ACCT-MAINT NO
      *                  LONGER CLOSES OR RENAMES AN ACCOUNT ON ONE
      *                  OPERATOR'S WORD; IT JOURNALS THE CHANGE
      *                  PENDING.  THIS SESSION WALKS THE PENDING
      *                  REQUESTS NOBODY HAS DECIDED YET AND LETS A
      *                  DIFFERENT OPERATOR APPROVE OR REJECT EACH
      *                  ONE, THE WAY FST-HOLD-RELEASE WORKS THE
      *                  HOLD FILE.  AN APPROVAL APPLIES THE ONE
      *                  FIELD THE REQUEST CHANGES TO THE MASTER;
      *                  EVERY DECISION IS APPENDED TO THE JOURNAL
      *                  POINTING BACK AT ITS REQUEST.  FOREGROUND
      *                  SESSION LIKE FST-HOLD-RELEASE.
      * 10/15/2026  dlr  PROPOSED RECORD WORK AREA NOW FOLLOWS THE
      *                  ACCTREC LAYOUT - STATUS BEFORE NAME.  THE
      *                  NAME WAS BEING TAKEN ONE BYTE EARLY, SO AN
      *                  APPROVED RENAME STORED THE STATUS BYTE AND A
      *                  TRUNCATED NAME ON THE MASTER.
      * 10/15/2026  dlr  A DECISION NOW CARRIES THE ACTION OF THE
      *                  REQUEST IT DECIDES AND IS MATCHED ON IT.  AN
      *                  AMEND RAISING A RENAME AND A CLOSE TOGETHER
      *                  JOURNALS BOTH UNDER ONE OPERATOR AND
      *                  TIMESTAMP, SO DECIDING THE CLOSE MARKED THE
      *                  RENAME DECIDED AND PUT THE CLOSE BACK UP.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO MNTJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-JOURNAL-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FST-AC-ACCOUNT-NUMBER
               FILE STATUS IS FST-WS-ACCTMSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-JOURNAL-FILE
           RECORD CONTAINS 240 CHARACTERS.
           COPY MNTJRNL.

       FD  ACCOUNT-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY ACCTREC.

       WORKING-STORAGE SECTION.
       01  FST-WS-FILE-STATUSES.
           05  FST-WS-JOURNAL-STATUS       PIC X(02).
           05  FST-WS-ACCTMSTR-STATUS      PIC X(02).

       77  FST-WS-EOF-SW                   PIC 9(01) VALUE ZERO.
       77  FST-WS-APPROVER-ID              PIC X(08) VALUE SPACES.
       77  FST-WS-DECISION                 PIC X(01) VALUE SPACE.
       77  FST-WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
       77  FST-WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
       77  FST-WS-REQUEST-SUB              PIC 9(05) VALUE ZERO.
       77  FST-WS-MATCH-SUB                PIC 9(05) VALUE ZERO.
       77  FST-WS-MATCH-HIT-SW             PIC X(01) VALUE "N".
       77  FST-WS-JOURNAL-ACTION           PIC X(08) VALUE SPACES.
       77  FST-WS-JOURNAL-STATE            PIC X(01) VALUE SPACE.
       77  FST-WS-BEFORE-IMAGE             PIC X(80) VALUE SPACES.
       77  FST-WS-AFTER-IMAGE              PIC X(80) VALUE SPACES.
       77  FST-WS-JOURNAL-FAILED-SW        PIC X(01) VALUE "N".
           88  FST-WS-JOURNAL-FAILED           VALUE "Y".
       77  FST-WS-PENDING-COUNT            PIC 9(07) VALUE ZERO.
       77  FST-WS-APPROVED-COUNT           PIC 9(07) VALUE ZERO.
       77  FST-WS-REJECTED-COUNT           PIC 9(07) VALUE ZERO.
       77  FST-WS-REFUSED-COUNT            PIC 9(07) VALUE ZERO.
       77  FST-WS-SKIPPED-COUNT            PIC 9(07) VALUE ZERO.
       77  FST-WS-OWN-COUNT                PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------------
      * REQUEST TABLE - EVERY PENDING REQUEST ON THE JOURNAL, KEPT
      * WHOLE.  A DECISION RECORD FURTHER DOWN THE JOURNAL MARKS ITS
      * REQUEST DECIDED BY OPERATOR, TIMESTAMP, ACCOUNT AND ACTION,
      * SO A REQUEST IS ONLY EVER PUT TO AN APPROVER ONCE.
      *----------------------------------------------------------------
       01  FST-WS-REQUEST-TABLE.
           05  FST-WS-REQUEST-COUNT        PIC 9(05) VALUE ZERO.
           05  FST-WS-REQUEST-ENTRY OCCURS 2000 TIMES.
               10  FST-WS-RQ-RECORD        PIC X(240).
               10  FST-WS-RQ-DECIDED-SW    PIC X(01).

      *----------------------------------------------------------------
      * WORK COPIES OF A REQUEST AND OF ITS PROPOSED ACCOUNT RECORD.
      *----------------------------------------------------------------
       01  FST-WS-REQUEST-RECORD.
           05  FST-WS-RR-ACTION            PIC X(08).
               88  FST-WS-RR-CLOSE             VALUE "CLOSE".
               88  FST-WS-RR-RENAME            VALUE "RENAME".
           05  FST-WS-RR-STATUS            PIC X(01).
           05  FST-WS-RR-OPERATOR-ID       PIC X(08).
           05  FST-WS-RR-TIMESTAMP         PIC X(16).
           05  FST-WS-RR-ACCOUNT-NUMBER    PIC X(10).
           05  FST-WS-RR-REF-OPERATOR-ID   PIC X(08).
           05  FST-WS-RR-REF-TIMESTAMP     PIC X(16).
           05  FST-WS-RR-BEFORE-IMAGE      PIC X(80).
           05  FST-WS-RR-AFTER-IMAGE       PIC X(80).
           05  FST-WS-RR-REF-ACTION        PIC X(08).
           05  FILLER                      PIC X(05).

       01  FST-WS-PROPOSED-RECORD.
           05  FST-WS-PR-ACCOUNT-NUMBER    PIC X(10).
           05  FST-WS-PR-STATUS            PIC X(01).
           05  FST-WS-PR-ACCOUNT-NAME      PIC X(20).
           05  FILLER                      PIC X(49).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE - PROMPTS FOR THE APPROVER'S OPERATOR ID, LOADS
      * THE UNDECIDED REQUESTS FROM THE JOURNAL, THEN REOPENS THE
      * JOURNAL FOR APPEND AND PUTS EACH REQUEST TO THE APPROVER.
      *----------------------------------------------------------------
       0000-MAINLINE.
           DISPLAY "ENTER APPROVER OPERATOR ID: "
               WITH NO ADVANCING
           ACCEPT FST-WS-APPROVER-ID
           IF FST-WS-APPROVER-ID = SPACES
               DISPLAY "FST1500E OPERATOR ID IS REQUIRED"
               MOVE 16 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           OPEN INPUT MAINT-JOURNAL-FILE
           IF FST-WS-JOURNAL-STATUS = "35"
               DISPLAY "FST1502I NO MAINTENANCE REQUESTS PENDING"
               MOVE 0 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           IF FST-WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "FST1501E MAINTENANCE JOURNAL NOT AVAILABLE"
               MOVE 16 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           PERFORM 1000-LOAD-JOURNAL THRU 1000-EXIT
               UNTIL FST-WS-EOF-SW = 1
           CLOSE MAINT-JOURNAL-FILE
           OPEN EXTEND MAINT-JOURNAL-FILE
           IF FST-WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "FST1501E MAINTENANCE JOURNAL NOT AVAILABLE"
               MOVE 16 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           OPEN I-O ACCOUNT-MASTER-FILE
           IF FST-WS-ACCTMSTR-STATUS NOT = "00"
               DISPLAY "FST1503E ACCOUNT MASTER FILE NOT AVAILABLE"
               CLOSE MAINT-JOURNAL-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           PERFORM 2000-REVIEW-REQUEST THRU 2000-EXIT
               VARYING FST-WS-REQUEST-SUB FROM 1 BY 1
               UNTIL FST-WS-REQUEST-SUB > FST-WS-REQUEST-COUNT
               OR FST-WS-JOURNAL-FAILED
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE MAINT-JOURNAL-FILE
           DISPLAY "FST1510I PENDING " FST-WS-PENDING-COUNT
               " APPROVED " FST-WS-APPROVED-COUNT
               " REJECTED " FST-WS-REJECTED-COUNT
               " REFUSED " FST-WS-REFUSED-COUNT
               " LEFT PENDING " FST-WS-SKIPPED-COUNT
           IF FST-WS-OWN-COUNT > 0
               DISPLAY "FST1511I " FST-WS-OWN-COUNT
                   " REQUESTS RAISED BY THIS OPERATOR NOT SHOWN"
           END-IF
           IF FST-WS-JOURNAL-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       0000-EXIT.
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-LOAD-JOURNAL - READS THE NEXT JOURNAL RECORD.  A PENDING
      * REQUEST GOES INTO THE TABLE UNDECIDED; A DECISION RECORD
      * MARKS THE REQUEST IT POINTS AT DECIDED.  APPLIED ACTIONS NEED
      * NOTHING FROM THIS SESSION AND ARE PASSED OVER.
      *----------------------------------------------------------------
       1000-LOAD-JOURNAL.
           READ MAINT-JOURNAL-FILE
               AT END
                   MOVE 1 TO FST-WS-EOF-SW
                   GO TO 1000-EXIT
           END-READ
           IF FST-MJ-PENDING
               IF FST-WS-REQUEST-COUNT NOT < 2000
                   DISPLAY "FST1505E PENDING REQUEST TABLE FULL AT"
                       " 2000 ENTRIES - RUN STOPPED"
                   CLOSE MAINT-JOURNAL-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO FST-WS-REQUEST-COUNT
               MOVE FST-MAINT-JOURNAL-RECORD
                   TO FST-WS-RQ-RECORD(FST-WS-REQUEST-COUNT)
               MOVE "N" TO FST-WS-RQ-DECIDED-SW(FST-WS-REQUEST-COUNT)
               GO TO 1000-EXIT
           END-IF
           IF FST-MJ-DECISION-ACTION
               MOVE "N" TO FST-WS-MATCH-HIT-SW
               PERFORM 1100-MATCH-REQUEST THRU 1100-EXIT
                   VARYING FST-WS-MATCH-SUB FROM 1 BY 1
                   UNTIL FST-WS-MATCH-SUB > FST-WS-REQUEST-COUNT
                   OR FST-WS-MATCH-HIT-SW = "Y"
           END-IF.
       1000-EXIT.
           EXIT.

       1100-MATCH-REQUEST.
           MOVE FST-WS-RQ-RECORD(FST-WS-MATCH-SUB)
               TO FST-WS-REQUEST-RECORD
           IF FST-WS-RQ-DECIDED-SW(FST-WS-MATCH-SUB) NOT = "Y"
           AND FST-WS-RR-OPERATOR-ID = FST-MJ-REF-OPERATOR-ID
           AND FST-WS-RR-TIMESTAMP = FST-MJ-REF-TIMESTAMP
           AND FST-WS-RR-ACCOUNT-NUMBER = FST-MJ-ACCOUNT-NUMBER
           AND FST-WS-RR-ACTION = FST-MJ-REF-ACTION
               MOVE "Y" TO FST-WS-RQ-DECIDED-SW(FST-WS-MATCH-SUB)
               MOVE "Y" TO FST-WS-MATCH-HIT-SW
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-REVIEW-REQUEST - PUTS ONE UNDECIDED REQUEST TO THE
      * APPROVER.  THE OPERATOR WHO RAISED A REQUEST MAY NOT DECIDE
      * IT, SO THOSE ARE COUNTED AND LEFT FOR SOMEONE ELSE.  A
      * APPROVES, R REJECTS, ANYTHING ELSE LEAVES IT PENDING.
      *----------------------------------------------------------------
       2000-REVIEW-REQUEST.
           IF FST-WS-RQ-DECIDED-SW(FST-WS-REQUEST-SUB) = "Y"
               GO TO 2000-EXIT
           END-IF
           MOVE FST-WS-RQ-RECORD(FST-WS-REQUEST-SUB)
               TO FST-WS-REQUEST-RECORD
           IF FST-WS-RR-OPERATOR-ID = FST-WS-APPROVER-ID
               ADD 1 TO FST-WS-OWN-COUNT
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO FST-WS-PENDING-COUNT
           MOVE FST-WS-RR-AFTER-IMAGE TO FST-WS-PROPOSED-RECORD
           DISPLAY "PENDING " FST-WS-RR-ACTION
               " ACCOUNT " FST-WS-RR-ACCOUNT-NUMBER
               " BY " FST-WS-RR-OPERATOR-ID
               " AT " FST-WS-RR-TIMESTAMP
           MOVE FST-WS-RR-BEFORE-IMAGE TO FST-ACCOUNT-MASTER-RECORD
           IF FST-WS-RR-RENAME
               DISPLAY "  NAME FROM " FST-AC-ACCOUNT-NAME
                   " TO " FST-WS-PR-ACCOUNT-NAME
           ELSE
               DISPLAY "  CLOSE - BALANCE AT REQUEST "
                   FST-AC-CURRENT-BALANCE
           END-IF
           DISPLAY "APPROVE/REJECT/SKIP (A/R/S): "
               WITH NO ADVANCING
           ACCEPT FST-WS-DECISION
           EVALUATE FST-WS-DECISION
               WHEN "A"
                   PERFORM 2100-APPLY-REQUEST THRU 2100-EXIT
               WHEN "R"
                   MOVE "REJECT" TO FST-WS-JOURNAL-ACTION
                   MOVE "R" TO FST-WS-JOURNAL-STATE
                   MOVE FST-WS-RR-BEFORE-IMAGE TO FST-WS-BEFORE-IMAGE
                   MOVE FST-WS-RR-AFTER-IMAGE TO FST-WS-AFTER-IMAGE
                   PERFORM 6000-WRITE-DECISION THRU 6000-EXIT
                   ADD 1 TO FST-WS-REJECTED-COUNT
               WHEN OTHER
                   ADD 1 TO FST-WS-SKIPPED-COUNT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-APPLY-REQUEST - APPLIES AN APPROVED REQUEST TO THE
      * MASTER AS IT STANDS NOW.  ONLY THE FIELD THE REQUEST CHANGES
      * IS TOUCHED - THE BALANCE HAS MOVED SINCE THE REQUEST WAS
      * RAISED AND MUST NOT BE PUT BACK.  AN ACCOUNT GONE FROM THE
      * MASTER, OR A CLOSE OF AN ACCOUNT ALREADY CLOSED, IS JOURNALED
      * AS A REFUSED APPROVAL SO THE REQUEST DOES NOT COME BACK.
      *----------------------------------------------------------------
       2100-APPLY-REQUEST.
           MOVE FST-WS-RR-ACCOUNT-NUMBER TO FST-AC-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "FST1504W ACCOUNT " FST-WS-RR-ACCOUNT-NUMBER
                       " NOT ON THE MASTER - APPROVAL REFUSED"
                   MOVE "APPROVE" TO FST-WS-JOURNAL-ACTION
                   MOVE "R" TO FST-WS-JOURNAL-STATE
                   MOVE SPACES TO FST-WS-BEFORE-IMAGE
                   MOVE SPACES TO FST-WS-AFTER-IMAGE
                   PERFORM 6000-WRITE-DECISION THRU 6000-EXIT
                   ADD 1 TO FST-WS-REFUSED-COUNT
                   GO TO 2100-EXIT
           END-READ
           MOVE FST-ACCOUNT-MASTER-RECORD TO FST-WS-BEFORE-IMAGE
           MOVE "APPROVE" TO FST-WS-JOURNAL-ACTION
           IF FST-WS-RR-CLOSE
           AND FST-AC-CLOSED
               DISPLAY "FST1506W ACCOUNT " FST-WS-RR-ACCOUNT-NUMBER
                   " ALREADY CLOSED - APPROVAL REFUSED"
               MOVE "R" TO FST-WS-JOURNAL-STATE
               MOVE FST-ACCOUNT-MASTER-RECORD TO FST-WS-AFTER-IMAGE
               PERFORM 6000-WRITE-DECISION THRU 6000-EXIT
               ADD 1 TO FST-WS-REFUSED-COUNT
               GO TO 2100-EXIT
           END-IF
           IF FST-WS-RR-CLOSE
               SET FST-AC-CLOSED TO TRUE
           ELSE
               MOVE FST-WS-PR-ACCOUNT-NAME TO FST-AC-ACCOUNT-NAME
           END-IF
           REWRITE FST-ACCOUNT-MASTER-RECORD
           IF FST-WS-ACCTMSTR-STATUS NOT = "00"
               DISPLAY "FST1507E ACCOUNT WRITE FAILED - STATUS "
                   FST-WS-ACCTMSTR-STATUS " - LEFT PENDING"
               ADD 1 TO FST-WS-SKIPPED-COUNT
               GO TO 2100-EXIT
           END-IF
           MOVE "A" TO FST-WS-JOURNAL-STATE
           MOVE FST-ACCOUNT-MASTER-RECORD TO FST-WS-AFTER-IMAGE
           PERFORM 6000-WRITE-DECISION THRU 6000-EXIT
           ADD 1 TO FST-WS-APPROVED-COUNT
           DISPLAY "FST1508I " FST-WS-RR-ACTION " OF ACCOUNT "
               FST-WS-RR-ACCOUNT-NUMBER " APPLIED".
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-WRITE-DECISION - APPENDS THE DECISION TO THE JOURNAL.
      * THE CALLER HAS SET THE ACTION, STATE AND IMAGES; THE REFERENCE
      * FIELDS CARRY THE REQUEST'S OPERATOR, TIMESTAMP AND ACTION SO
      * THE NEXT SESSION AND THE DAILY REPORT CAN PAIR THEM.  A
      * DECISION THAT CANNOT BE JOURNALED ENDS THE SESSION.
      *----------------------------------------------------------------
       6000-WRITE-DECISION.
           ACCEPT FST-WS-CURRENT-DATE FROM DATE
           ACCEPT FST-WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO FST-MAINT-JOURNAL-RECORD
           MOVE FST-WS-JOURNAL-ACTION TO FST-MJ-ACTION
           MOVE FST-WS-JOURNAL-STATE TO FST-MJ-STATUS
           MOVE FST-WS-APPROVER-ID TO FST-MJ-OPERATOR-ID
           STRING FST-WS-CURRENT-DATE FST-WS-CURRENT-TIME
               DELIMITED BY SIZE INTO FST-MJ-TIMESTAMP
           MOVE FST-WS-RR-ACCOUNT-NUMBER TO FST-MJ-ACCOUNT-NUMBER
           MOVE FST-WS-RR-OPERATOR-ID TO FST-MJ-REF-OPERATOR-ID
           MOVE FST-WS-RR-TIMESTAMP TO FST-MJ-REF-TIMESTAMP
           MOVE FST-WS-RR-ACTION TO FST-MJ-REF-ACTION
           MOVE FST-WS-BEFORE-IMAGE TO FST-MJ-BEFORE-IMAGE
           MOVE FST-WS-AFTER-IMAGE TO FST-MJ-AFTER-IMAGE
           WRITE FST-MAINT-JOURNAL-RECORD
           IF FST-WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "FST1509E MAINTENANCE JOURNAL WRITE FAILED -"
                   " STATUS " FST-WS-JOURNAL-STATUS " - SESSION ENDED"
               MOVE "Y" TO FST-WS-JOURNAL-FAILED-SW
           END-IF.
       6000-EXIT.
           EXIT.
