      *                  FOREGROUND SESSION THAT PROMPTS FOR AN
      *                  ACTION AND AN ACCOUNT UNTIL THE OPERATOR
      *                  KEYS "END".
      * 10/15/2026  dlr  OVERDRAFT LIMIT ADDED TO THE ACCOUNT.  IT IS
      *                  KEYED IN WHOLE UNITS AT OPEN, CHANGED BY
      *                  AMEND AND DISPLAYED BY SHOW.  FIXED-START
      *                  REFUSES A DEBIT THAT WOULD TAKE THE BALANCE
      *                  PAST IT.
      * 10/15/2026  jrh  MAINTENANCE JOURNAL.  THE SESSION NOW TAKES
      *                  THE OPERATOR ID UP FRONT AND EVERY ACTION IS
      *                  APPENDED TO THE MAINTENANCE JOURNAL WITH THE
      *                  OPERATOR, A TIMESTAMP AND THE ACCOUNT RECORD
      *                  BEFORE AND AFTER.  A CLOSE - BY THE CLOSE
      *                  ACTION OR BY AMENDING THE STATUS TO C - AND
      *                  A NAME CHANGE NO LONGER REWRITE THE MASTER;
      *                  THEY ARE JOURNALED PENDING UNTIL A SECOND
      *                  OPERATOR APPROVES THEM IN FST-MAINT-APPROVE.
      * 10/15/2026  dlr  ACTIVATE ACTION FOR AN ACCOUNT FST-DORMANCY
      *                  HAS MARKED DORMANT.  IT REOPENS THE ACCOUNT,
      *                  STARTS ITS DORMANCY PERIOD AFRESH FROM TODAY
      *                  AND IS JOURNALED APPLIED.  AMEND NO LONGER
      *                  SETS A DORMANT ACCOUNT BACK TO O.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS FST-AC-ACCOUNT-NUMBER
               FILE STATUS IS FST-WS-ACCTMSTR-STATUS.

           SELECT MAINT-JOURNAL-FILE ASSIGN TO MNTJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY ACCTREC.

       FD  MAINT-JOURNAL-FILE
           RECORD CONTAINS 240 CHARACTERS.
           COPY MNTJRNL.

       WORKING-STORAGE SECTION.
       77  FST-WS-ACCTMSTR-STATUS          PIC X(02).
       77  FST-WS-JOURNAL-STATUS           PIC X(02).
       77  FST-WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       77  FST-WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
       77  FST-WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
       77  FST-WS-JOURNAL-ACTION           PIC X(08) VALUE SPACES.
       77  FST-WS-JOURNAL-STATE            PIC X(01) VALUE SPACE.
       77  FST-WS-BEFORE-IMAGE             PIC X(80) VALUE SPACES.
       77  FST-WS-AFTER-IMAGE              PIC X(80) VALUE SPACES.
       77  FST-WS-HELD-IMAGE               PIC X(80) VALUE SPACES.
       77  FST-WS-CLOSE-REQUEST-SW         PIC X(01) VALUE "N".
       77  FST-WS-JOURNAL-FAILED-SW        PIC X(01) VALUE "N".
           88  FST-WS-JOURNAL-FAILED           VALUE "Y".
       77  FST-WS-ACTION                   PIC X(08) VALUE SPACES.
       77  FST-WS-WORK-ACCOUNT             PIC X(10) VALUE SPACES.
       77  FST-WS-WORK-NAME                PIC X(20) VALUE SPACES.
       77  FST-WS-TODAY                    PIC 9(08) VALUE ZERO.
       77  FST-WS-WORK-LIMIT               PIC 9(09) VALUE ZERO.
       77  FST-WS-CHANGE-LIMIT-SW          PIC X(01) VALUE "N".
       77  FST-WS-MORE-ACTIONS-SW          PIC X(01) VALUE "Y".
           88  FST-WS-MORE-ACTIONS             VALUE "Y".

      * 0000-MAINLINE - OPENS THE ACCOUNT MASTER, CREATING IT ON THE
      * VERY FIRST USE THE SAME WAY FIXED-START CREATES ITS RESTART
      * FILE, THEN PROMPTS FOR MAINTENANCE ACTIONS UNTIL THE
      * OPERATOR KEYS "END".  NO ACTION IS TAKEN WITHOUT AN OPERATOR
      * ID AND AN OPEN JOURNAL TO RECORD IT IN, AND A JOURNAL WRITE
      * THAT FAILS ENDS THE SESSION.
      *----------------------------------------------------------------
       0000-MAINLINE.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
           ACCEPT FST-WS-OPERATOR-ID
           IF FST-WS-OPERATOR-ID = SPACES
               DISPLAY "FST0608E OPERATOR ID IS REQUIRED"
               MOVE 16 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           OPEN EXTEND MAINT-JOURNAL-FILE
           IF FST-WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT MAINT-JOURNAL-FILE
           END-IF
           IF FST-WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "FST0609E MAINTENANCE JOURNAL NOT AVAILABLE"
               MOVE 16 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           OPEN I-O ACCOUNT-MASTER-FILE
           IF FST-WS-ACCTMSTR-STATUS = "35"
               OPEN OUTPUT ACCOUNT-MASTER-FILE
           END-IF
           IF FST-WS-ACCTMSTR-STATUS NOT = "00"
               DISPLAY "FST0600E ACCOUNT MASTER FILE NOT AVAILABLE"
               CLOSE MAINT-JOURNAL-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           PERFORM 1000-ACTION-LOOP THRU 1000-EXIT
               UNTIL FST-WS-MORE-ACTIONS-SW NOT = "Y"
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE MAINT-JOURNAL-FILE
           IF FST-WS-JOURNAL-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       0000-EXIT.
           STOP RUN.

      * ENDS THE SESSION WHEN THE OPERATOR KEYS "END".
      *----------------------------------------------------------------
       1000-ACTION-LOOP.
           DISPLAY "ENTER ACTION - OPEN CLOSE AMEND ACTIVATE SHOW"
               " (END TO QUIT): " WITH NO ADVANCING
           ACCEPT FST-WS-ACTION
           IF FST-WS-ACTION = "END"
                   PERFORM 3000-CLOSE-ACCOUNT THRU 3000-EXIT
               WHEN "AMEND"
                   PERFORM 4000-AMEND-ACCOUNT THRU 4000-EXIT
               WHEN "ACTIVATE"
                   PERFORM 4500-ACTIVATE-ACCOUNT THRU 4500-EXIT
               WHEN "SHOW"
                   PERFORM 5000-SHOW-ACCOUNT THRU 5000-EXIT
               WHEN OTHER
      * 2000-OPEN-ACCOUNT - ADDS A NEW ACCOUNT WITH A ZERO BALANCE.
      * AN ACCOUNT NUMBER ALREADY ON THE MASTER IS REFUSED - A CLOSED
      * ACCOUNT IS REINSTATED WITH AMEND, NOT OPENED AGAIN, SO ITS
      * BALANCE AND HISTORY ARE NEVER WIPED BY A RE-OPEN.  THE
      * OVERDRAFT LIMIT IS KEYED IN WHOLE UNITS; ZERO MEANS THE
      * ACCOUNT MAY NOT GO BELOW ZERO.
      *----------------------------------------------------------------
       2000-OPEN-ACCOUNT.
           MOVE FST-WS-WORK-ACCOUNT TO FST-AC-ACCOUNT-NUMBER
           END-READ
           DISPLAY "ENTER ACCOUNT NAME: " WITH NO ADVANCING
           ACCEPT FST-WS-WORK-NAME
           DISPLAY "ENTER OVERDRAFT LIMIT IN WHOLE UNITS: "
               WITH NO ADVANCING
           MOVE ZERO TO FST-WS-WORK-LIMIT
           ACCEPT FST-WS-WORK-LIMIT
           MOVE SPACES TO FST-ACCOUNT-MASTER-RECORD
           MOVE FST-WS-WORK-ACCOUNT TO FST-AC-ACCOUNT-NUMBER
           SET FST-AC-OPEN TO TRUE
           MOVE ZERO TO FST-AC-CURRENT-BALANCE
           MOVE FST-WS-TODAY TO FST-AC-OPENED-DATE
           MOVE SPACES TO FST-AC-LAST-ACTIVITY-DATE
           MOVE FST-WS-WORK-LIMIT TO FST-AC-OVERDRAFT-LIMIT
           WRITE FST-ACCOUNT-MASTER-RECORD
           IF FST-WS-ACCTMSTR-STATUS NOT = "00"
               DISPLAY "FST0604E ACCOUNT WRITE FAILED - STATUS "
           ELSE
               DISPLAY "FST0610I ACCOUNT " FST-WS-WORK-ACCOUNT
                   " OPENED"
               MOVE "OPEN" TO FST-WS-JOURNAL-ACTION
               MOVE "A" TO FST-WS-JOURNAL-STATE
               MOVE SPACES TO FST-WS-BEFORE-IMAGE
               MOVE FST-ACCOUNT-MASTER-RECORD TO FST-WS-AFTER-IMAGE
               PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-CLOSE-ACCOUNT - REQUESTS THE ACCOUNT BE CLOSED.  ONE
      * OPERATOR MAY NOT CLOSE AN ACCOUNT ALONE, SO THE MASTER IS
      * LEFT AS IT IS AND THE CLOSE IS JOURNALED PENDING, WITH THE
      * CLOSED IMAGE AS ITS AFTER IMAGE, FOR A SECOND OPERATOR TO
      * APPROVE.  ONCE APPROVED THE RECORD STAYS ON THE MASTER WITH
      * ITS BALANCE, SO A TRANSACTION ARRIVING AGAINST IT DRAWS THE
      * CLSD SUSPENSE REASON INSTEAD OF VANISHING.
      *----------------------------------------------------------------
       3000-CLOSE-ACCOUNT.
           MOVE FST-WS-WORK-ACCOUNT TO FST-AC-ACCOUNT-NUMBER
                   " IS ALREADY CLOSED"
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-REQUEST-CLOSE THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

       3100-REQUEST-CLOSE.
           MOVE FST-ACCOUNT-MASTER-RECORD TO FST-WS-BEFORE-IMAGE
           MOVE FST-ACCOUNT-MASTER-RECORD TO FST-WS-HELD-IMAGE
           SET FST-AC-CLOSED TO TRUE
           MOVE FST-ACCOUNT-MASTER-RECORD TO FST-WS-AFTER-IMAGE
           MOVE FST-WS-HELD-IMAGE TO FST-ACCOUNT-MASTER-RECORD
           MOVE "CLOSE" TO FST-WS-JOURNAL-ACTION
           MOVE "P" TO FST-WS-JOURNAL-STATE
           PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
           IF NOT FST-WS-JOURNAL-FAILED
               DISPLAY "FST0614I CLOSE OF ACCOUNT " FST-WS-WORK-ACCOUNT
                   " PENDING SECOND OPERATOR APPROVAL"
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-AMEND-ACCOUNT - CHANGES THE ACCOUNT NAME AND, WHEN THE
      * OPERATOR KEYS O OR C AT THE STATUS PROMPT, THE OPEN/CLOSED
      * STATUS.  A SPACE AT EITHER PROMPT LEAVES THAT FIELD ALONE.
      * A REINSTATEMENT TO O AND A LIMIT CHANGE ARE REWRITTEN AT ONCE
      * AND JOURNALED APPLIED; A NEW NAME AND A CLOSE ARE EACH
      * JOURNALED PENDING FOR A SECOND OPERATOR, THE SAME AS THE
      * CLOSE ACTION.
      * THE OVERDRAFT LIMIT IS ONLY PROMPTED FOR WHEN THE OPERATOR
      * KEYS Y TO CHANGE IT.
      * THE BALANCE IS NEVER AMENDED BY HAND - IT ONLY MOVES BY
      * POSTING.  A DORMANT ACCOUNT IS NOT SET BACK TO O HERE - THAT
      * IS THE ACTIVATE ACTION, WHICH ALSO RESTARTS ITS DORMANCY
      * PERIOD.
      *----------------------------------------------------------------
       4000-AMEND-ACCOUNT.
           MOVE FST-WS-WORK-ACCOUNT TO FST-AC-ACCOUNT-NUMBER
                       " NOT ON THE MASTER"
                   GO TO 4000-EXIT
           END-READ
           MOVE FST-ACCOUNT-MASTER-RECORD TO FST-WS-BEFORE-IMAGE
           MOVE "N" TO FST-WS-CLOSE-REQUEST-SW
           DISPLAY "ENTER NEW NAME (SPACE TO KEEP): "
               WITH NO ADVANCING
           ACCEPT FST-WS-WORK-NAME
           DISPLAY "ENTER NEW STATUS O/C (SPACE TO KEEP): "
               WITH NO ADVANCING
           ACCEPT FST-WS-ACTION
           EVALUATE FST-WS-ACTION
               WHEN "O"
                   IF FST-AC-DORMANT
                       DISPLAY "FST0618E ACCOUNT " FST-WS-WORK-ACCOUNT
                           " IS DORMANT - USE ACTIVATE"
                   ELSE
                       SET FST-AC-OPEN TO TRUE
                   END-IF
               WHEN "C"
                   IF FST-AC-CLOSED
                       DISPLAY "FST0606E ACCOUNT " FST-WS-WORK-ACCOUNT
                           " IS ALREADY CLOSED"
                   ELSE
                       MOVE "Y" TO FST-WS-CLOSE-REQUEST-SW
                   END-IF
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "FST0607E STATUS MUST BE O OR C - STATUS"
                       " LEFT UNCHANGED"
           END-EVALUATE
           DISPLAY "CHANGE OVERDRAFT LIMIT Y/N: " WITH NO ADVANCING
           ACCEPT FST-WS-CHANGE-LIMIT-SW
           IF FST-WS-CHANGE-LIMIT-SW = "Y"
               DISPLAY "ENTER NEW OVERDRAFT LIMIT IN WHOLE UNITS: "
                   WITH NO ADVANCING
               MOVE ZERO TO FST-WS-WORK-LIMIT
               ACCEPT FST-WS-WORK-LIMIT
               MOVE FST-WS-WORK-LIMIT TO FST-AC-OVERDRAFT-LIMIT
           END-IF
           IF FST-ACCOUNT-MASTER-RECORD NOT = FST-WS-BEFORE-IMAGE
               PERFORM 4100-APPLY-AMENDMENT THRU 4100-EXIT
           END-IF
           IF FST-WS-JOURNAL-FAILED
               GO TO 4000-EXIT
           END-IF
           IF FST-WS-WORK-NAME NOT = SPACES
           AND FST-WS-WORK-NAME NOT = FST-AC-ACCOUNT-NAME
               PERFORM 4200-REQUEST-RENAME THRU 4200-EXIT
           END-IF
           IF FST-WS-CLOSE-REQUEST-SW = "Y"
           AND NOT FST-WS-JOURNAL-FAILED
               PERFORM 3100-REQUEST-CLOSE THRU 3100-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-APPLY-AMENDMENT.
           REWRITE FST-ACCOUNT-MASTER-RECORD
           IF FST-WS-ACCTMSTR-STATUS NOT = "00"
               DISPLAY "FST0604E ACCOUNT WRITE FAILED - STATUS "
                   FST-WS-ACCTMSTR-STATUS
               GO TO 4100-EXIT
           END-IF
           DISPLAY "FST0612I ACCOUNT " FST-WS-WORK-ACCOUNT
               " AMENDED"
           MOVE "AMEND" TO FST-WS-JOURNAL-ACTION
           MOVE "A" TO FST-WS-JOURNAL-STATE
           MOVE FST-ACCOUNT-MASTER-RECORD TO FST-WS-AFTER-IMAGE
           PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
       4100-EXIT.
           EXIT.

       4200-REQUEST-RENAME.
           MOVE FST-ACCOUNT-MASTER-RECORD TO FST-WS-BEFORE-IMAGE
           MOVE FST-ACCOUNT-MASTER-RECORD TO FST-WS-HELD-IMAGE
           MOVE FST-WS-WORK-NAME TO FST-AC-ACCOUNT-NAME
           MOVE FST-ACCOUNT-MASTER-RECORD TO FST-WS-AFTER-IMAGE
           MOVE FST-WS-HELD-IMAGE TO FST-ACCOUNT-MASTER-RECORD
           MOVE "RENAME" TO FST-WS-JOURNAL-ACTION
           MOVE "P" TO FST-WS-JOURNAL-STATE
           PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
           IF NOT FST-WS-JOURNAL-FAILED
               DISPLAY "FST0615I NAME CHANGE FOR ACCOUNT "
                   FST-WS-WORK-ACCOUNT
                   " PENDING SECOND OPERATOR APPROVAL"
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-ACTIVATE-ACCOUNT - BRINGS A DORMANT ACCOUNT BACK INTO
      * USE, NORMALLY WHEN THE CUSTOMER HAS BEEN IN TOUCH ABOUT A
      * TRANSACTION HELD IN SUSPENSE AS DORM.  THE ACCOUNT IS OPEN
      * AGAIN, ITS DORMANT DATE IS CLEARED, AND TODAY COUNTS AS ITS
      * LAST ACTIVITY SO THE NEXT DORMANCY RUN DOES NOT MARK IT
      * STRAIGHT BACK.  IT IS REWRITTEN AT ONCE AND JOURNALED
      * APPLIED, THE SAME AS A REINSTATEMENT BY AMEND.
      *----------------------------------------------------------------
       4500-ACTIVATE-ACCOUNT.
           MOVE FST-WS-WORK-ACCOUNT TO FST-AC-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "FST0605E ACCOUNT " FST-WS-WORK-ACCOUNT
                       " NOT ON THE MASTER"
                   GO TO 4500-EXIT
           END-READ
           IF NOT FST-AC-DORMANT
               DISPLAY "FST0616E ACCOUNT " FST-WS-WORK-ACCOUNT
                   " IS NOT DORMANT"
               GO TO 4500-EXIT
           END-IF
           MOVE FST-ACCOUNT-MASTER-RECORD TO FST-WS-BEFORE-IMAGE
           SET FST-AC-OPEN TO TRUE
           MOVE FST-WS-TODAY TO FST-AC-LAST-ACTIVITY-DATE
           MOVE SPACES TO FST-AC-DORMANT-DATE
           REWRITE FST-ACCOUNT-MASTER-RECORD
           IF FST-WS-ACCTMSTR-STATUS NOT = "00"
               DISPLAY "FST0604E ACCOUNT WRITE FAILED - STATUS "
                   FST-WS-ACCTMSTR-STATUS
               GO TO 4500-EXIT
           END-IF
           DISPLAY "FST0617I ACCOUNT " FST-WS-WORK-ACCOUNT
               " ACTIVATED"
           MOVE "ACTIVATE" TO FST-WS-JOURNAL-ACTION
           MOVE "A" TO FST-WS-JOURNAL-STATE
           MOVE FST-ACCOUNT-MASTER-RECORD TO FST-WS-AFTER-IMAGE
           PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------
                   DISPLAY "NAME............: " FST-AC-ACCOUNT-NAME
                   DISPLAY "STATUS..........: " FST-AC-ACCOUNT-STATUS
                   DISPLAY "BALANCE.........: " FST-AC-CURRENT-BALANCE
                   IF FST-AC-OVERDRAFT-LIMIT NUMERIC
                       DISPLAY "OVERDRAFT LIMIT.: "
                           FST-AC-OVERDRAFT-LIMIT
                   ELSE
                       DISPLAY "OVERDRAFT LIMIT.: NONE"
                   END-IF
                   DISPLAY "OPENED..........: " FST-AC-OPENED-DATE
                   DISPLAY "LAST ACTIVITY...: "
                       FST-AC-LAST-ACTIVITY-DATE
                   IF FST-AC-DORMANT
                       DISPLAY "DORMANT SINCE...: "
                           FST-AC-DORMANT-DATE
                   END-IF
           END-READ.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-WRITE-JOURNAL - APPENDS ONE RECORD TO THE MAINTENANCE
      * JOURNAL FROM THE ACTION, STATE AND BEFORE/AFTER IMAGES SET
      * BY THE CALLER, STAMPED WITH THE SESSION'S OPERATOR AND THE
      * TIME OF THE ACTION.  A MAINTENANCE ACTION THAT CANNOT BE
      * JOURNALED MUST NOT GO ON UNRECORDED, SO A FAILED WRITE ENDS
      * THE SESSION.
      *----------------------------------------------------------------
       6000-WRITE-JOURNAL.
           ACCEPT FST-WS-CURRENT-DATE FROM DATE
           ACCEPT FST-WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO FST-MAINT-JOURNAL-RECORD
           MOVE FST-WS-JOURNAL-ACTION TO FST-MJ-ACTION
           MOVE FST-WS-JOURNAL-STATE TO FST-MJ-STATUS
           MOVE FST-WS-OPERATOR-ID TO FST-MJ-OPERATOR-ID
           STRING FST-WS-CURRENT-DATE FST-WS-CURRENT-TIME
               DELIMITED BY SIZE INTO FST-MJ-TIMESTAMP
           MOVE FST-WS-WORK-ACCOUNT TO FST-MJ-ACCOUNT-NUMBER
           MOVE FST-WS-BEFORE-IMAGE TO FST-MJ-BEFORE-IMAGE
           MOVE FST-WS-AFTER-IMAGE TO FST-MJ-AFTER-IMAGE
           WRITE FST-MAINT-JOURNAL-RECORD
           IF FST-WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "FST0613E MAINTENANCE JOURNAL WRITE FAILED -"
                   " STATUS " FST-WS-JOURNAL-STATUS " - SESSION ENDED"
               MOVE "Y" TO FST-WS-JOURNAL-FAILED-SW
               MOVE "N" TO FST-WS-MORE-ACTIONS-SW
           END-IF.
       6000-EXIT.
           EXIT.
