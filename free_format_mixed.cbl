      *                  WAS APPENDING TONIGHT BEHIND THE PRIOR
      *                  NIGHT AND DELIVERING LAST NIGHT'S POSTINGS
      *                  AND SUSPENSE DOWNSTREAM A SECOND TIME.
      * 10/15/2026  dlr  REVERSAL TRAN CODES RD AND RC.  A REVERSAL
      *                  NAMES THE POSTING IT UNDOES BY ACCOUNT,
      *                  ORIGINAL RUN-ID AND POST TIMESTAMP, AND THE
      *                  EDITS LOOK THAT POSTING UP IN THE HISTORY -
      *                  NO ORIGINAL GOES TO SUSPENSE AS RVNF, ONE
      *                  ALREADY REVERSED AS RVDN AND ONE FOR A
      *                  DIFFERENT AMOUNT AS RVAM.  REVERSALS CARRY
      *                  THE ORIGINAL REFERENCE ONTO THE POSTED AND
      *                  HISTORY RECORDS (NOW 100 BYTES) AND GET
      *                  THEIR OWN TRAN CODE LINES ON THE TRIAL
      *                  BALANCE AND THE GL EXTRACT.  RD COUNTS TO
      *                  THE CREDIT SIDE AND RC TO THE DEBIT SIDE.
      * 10/15/2026  dlr  OVERDRAFT LIMITS.  A DEBIT THAT WOULD TAKE ITS
      *                  ACCOUNT BELOW THE NEGATIVE OF THE ACCOUNT'S
      *                  OVERDRAFT LIMIT NO LONGER POSTS - IT GOES TO
      *                  SUSPENSE AS NSF, OR TO THE HOLD FILE WHEN
      *                  THE FEED'S REGISTRY CARD SAYS SO.  HOLD
      *                  RECORDS NOW CARRY WHICH CHECK HELD THEM, AND
      *                  A SUPERVISOR-APPROVED FUNDS HOLD POSTS
      *                  WITHOUT A SECOND FUNDS CHECK.  AN OVERDRAWN
      *                  ACCOUNTS PAGE LISTING EVERY ACCOUNT LEFT
      *                  NEGATIVE IS NOW WRITTEN AFTER THE GL EXTRACT.
      * 10/15/2026  dlr  POSTED AND HISTORY RECORDS NOW CARRY THE
      *                  BUSINESS DATE OF THE RUN THAT POSTED THEM,
      *                  FOR THE NEW FST-BAL-PROOF STEP.
      * 10/15/2026  dlr  POSTING HISTORY IS NOW AN INDEXED FILE KEYED
      *                  BY BUSINESS MONTH AND ACCOUNT, WITH ACCOUNT
      *                  AS AN ALTERNATE KEY.  EACH POSTING IS FILED
      *                  UNDER ITS BUSINESS MONTH WITH A SEQUENCE
      *                  NUMBER WITHIN THE RUN.  THE DUPLICATE TABLE
      *                  LOAD STARTS AT THE MONTH OF THE WINDOW
      *                  CUTOFF INSTEAD OF READING EVERYTHING, AND
      *                  THE REVERSAL LOOKUP READS ONLY THE ACCOUNT'S
      *                  OWN POSTINGS BY THE ALTERNATE KEY.  CLOSED
      *                  MONTHS ROLL OFF TO MONTHLY ARCHIVES THROUGH
      *                  FST-HIST-ROLL.
      * 10/15/2026  dlr  DORMANT ACCOUNTS.  A TRANSACTION AGAINST AN
      *                  ACCOUNT FST-DORMANCY HAS MARKED DORMANT NO
      *                  LONGER POSTS - IT GOES TO SUSPENSE AS DORM
      *                  FOR REVIEW UNTIL THE ACCOUNT IS ACTIVATED.
      * 10/15/2026  dlr  CLOSED BUSINESS DATES.  1150 NOW REFUSES A
      *                  PARM BUSINESS DATE THAT FST-CLOSE-OUT HAS
      *                  CERTIFIED AND CLOSED ON CLOSEDT, UNLESS A
      *                  SUPERVISOR-AUTHORIZED REOPEN HAS BEEN
      *                  RECORDED FOR IT SINCE.
      * 10/15/2026  dlr  THE DUPLICATE TABLE LOAD NOW STARTS ONE
      *                  BUSINESS MONTH BEFORE THE MONTH OF THE
      *                  WINDOW CUTOFF.  A BUSINESS DAY POSTED AFTER
      *                  MIDNIGHT, OR RERUN DAYS LATER, IS FILED UNDER
      *                  ITS OWN MONTH BUT STAMPED INSIDE THE WINDOW,
      *                  SO A CUTOFF EARLY IN A MONTH WAS SKIPPING THE
      *                  END OF THE MONTH BEFORE AND LETTING A
      *                  RETRANSMISSION OF IT POST AGAIN.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS FST-WS-ALERT-STATUS.

           SELECT POSTING-HISTORY-FILE ASSIGN TO POSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FST-PH-KEY
               ALTERNATE RECORD KEY IS FST-PH-ACCOUNT-KEY
                   WITH DUPLICATES
               FILE STATUS IS FST-WS-POSTHIST-STATUS.

           SELECT PROCESSED-FEED-LOG ASSIGN TO FEEDLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-HOLDIN-STATUS.

           SELECT CLOSED-DATE-FILE ASSIGN TO CLOSEDT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-CLOSEDT-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           COPY RPTLINE.

       FD  POSTED-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY PMSTREC.

       FD  SUSPENSE-FILE
           COPY ALERTREC.

       FD  POSTING-HISTORY-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY PHISTREC.

       FD  PROCESSED-FEED-LOG
           RECORD CONTAINS 80 CHARACTERS.
           RECORD CONTAINS 132 CHARACTERS.
       01  FST-HOLD-IN-RECORD              PIC X(132).

       FD  CLOSED-DATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CLOSEREC.

       FD  ACCOUNT-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY ACCTREC.
           05  FST-WS-GLEXTR-STATUS        PIC X(02).
           05  FST-WS-HOLDOUT-STATUS       PIC X(02).
           05  FST-WS-HOLDIN-STATUS        PIC X(02).
           05  FST-WS-CLOSEDT-STATUS       PIC X(02).

           COPY TRANREC.

               10  FST-WS-FEED-CREDIT-AMOUNT
                                           PIC 9(11)V99.
               10  FST-WS-FEED-HOLD-LIMIT  PIC 9(09)V99.
               10  FST-WS-FEED-NSF-ACTION  PIC X(01).
               10  FST-WS-FEED-SKIP-COUNT  PIC 9(07).
               10  FST-WS-FEED-REBUILT-SW  PIC X(01).
                   88  FST-WS-FEED-REBUILT     VALUE "Y".
       77  FST-WS-BUS-DAY-TYPE             PIC X(01) VALUE SPACE.
       77  FST-WS-BUS-MONTH-END            PIC X(01) VALUE "N".
       77  FST-WS-NEXT-PROC-DATE           PIC X(08) VALUE SPACES.
       77  FST-WS-DATE-STATE               PIC X(01) VALUE SPACE.
           88  FST-WS-DATE-CLOSED              VALUE "C".
           88  FST-WS-DATE-REOPENED            VALUE "R".
       77  FST-WS-REOPEN-OPERATOR          PIC X(08) VALUE SPACES.
       77  FST-WS-REOPEN-AUTHORIZER        PIC X(08) VALUE SPACES.
       77  FST-WS-MONTH-END-SW             PIC X(01) VALUE "N".
           88  FST-WS-MONTH-END-RUN            VALUE "Y".
       77  FST-WS-RUN-LOG-OPEN-SW          PIC X(01) VALUE "N".
       77  FST-WS-DR-POSTED-AMOUNT         PIC 9(11)V99 VALUE ZERO.
       77  FST-WS-CR-POSTED-COUNT          PIC 9(07) VALUE ZERO.
       77  FST-WS-CR-POSTED-AMOUNT         PIC 9(11)V99 VALUE ZERO.
       77  FST-WS-RD-POSTED-COUNT          PIC 9(07) VALUE ZERO.
       77  FST-WS-RD-POSTED-AMOUNT         PIC 9(11)V99 VALUE ZERO.
       77  FST-WS-RC-POSTED-COUNT          PIC 9(07) VALUE ZERO.
       77  FST-WS-RC-POSTED-AMOUNT         PIC 9(11)V99 VALUE ZERO.
       77  FST-WS-DEBIT-SIDE-AMOUNT        PIC 9(11)V99 VALUE ZERO.
       77  FST-WS-CREDIT-SIDE-AMOUNT       PIC 9(11)V99 VALUE ZERO.
       77  FST-WS-REPRO-DEBIT-AMOUNT       PIC 9(11)V99 VALUE ZERO.
       77  FST-WS-REPRO-CREDIT-AMOUNT      PIC 9(11)V99 VALUE ZERO.
       77  FST-WS-NET-AMOUNT               PIC S9(12)V99 VALUE ZERO.
       77  FST-WS-LIMIT-SUB                PIC 9(02) VALUE ZERO.
       77  FST-WS-HOLD-ITEM-SW             PIC X(01) VALUE "N".
           88  FST-WS-ITEM-HELD                VALUE "Y".
       77  FST-WS-HOLD-REASON              PIC X(01) VALUE SPACE.
       77  FST-WS-RELEASE-REASON           PIC X(01) VALUE SPACE.
       77  FST-WS-NSF-ACTION               PIC X(01) VALUE SPACE.
       77  FST-WS-OVERDRAFT-LIMIT          PIC 9(09)V99 VALUE ZERO.
       77  FST-WS-FUNDS-AVAILABLE          PIC S9(12)V99 VALUE ZERO.
       77  FST-WS-ACCT-EOF-SW              PIC 9(01) VALUE ZERO.
       77  FST-WS-OVERDRAWN-COUNT          PIC 9(07) VALUE ZERO.
       77  FST-WS-OVER-LIMIT-COUNT         PIC 9(07) VALUE ZERO.
       77  FST-WS-RESUME-SW                PIC X(01) VALUE "N".
           88  FST-WS-RESUMING-RUN             VALUE "Y".
       77  FST-WS-PRESERVE-SW              PIC X(01) VALUE "N".
       77  FST-WS-DUP-WINDOW-DAYS          PIC 9(03) VALUE 10.
       77  FST-WS-DUP-CUTOFF               PIC 9(08) VALUE ZERO.
       77  FST-WS-DUP-CUTOFF-X             PIC X(08) VALUE SPACES.
       77  FST-WS-DUP-START-YEAR           PIC 9(04) VALUE ZERO.
       77  FST-WS-DUP-START-MM             PIC 9(02) VALUE ZERO.
       77  FST-WS-HIST-RECORD              PIC X(100) VALUE SPACES.
       77  FST-WS-HIST-DATE                PIC X(08) VALUE SPACES.
       77  FST-WS-HIST-YY                  PIC 9(02) VALUE ZERO.
       77  FST-WS-HIST-SEQ                 PIC 9(06) VALUE ZERO.
       77  FST-WS-DUP-KEY                  PIC X(39) VALUE SPACES.
       77  FST-WS-DUP-SUB                  PIC 9(05) VALUE ZERO.
       77  FST-WS-DUP-HIT-SW               PIC X(01) VALUE "N".
       77  FST-WS-DUP-OVERFLOW-SW          PIC X(01) VALUE "N".
       77  FST-WS-DUP-BYPASS-SW            PIC X(01) VALUE "N".
           88  FST-WS-DUP-CHECK-BYPASSED      VALUE "Y".
       77  FST-WS-RVS-EOF-SW               PIC 9(01) VALUE ZERO.
       77  FST-WS-RVS-ORIG-CODE            PIC X(02) VALUE SPACES.
       77  FST-WS-RVS-ORIG-COUNT           PIC 9(05) VALUE ZERO.
       77  FST-WS-RVS-MATCH-COUNT          PIC 9(05) VALUE ZERO.
       77  FST-WS-RVS-DONE-COUNT           PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------
      * DUPLICATE CHECK TABLE - KEYS OF EVERYTHING POSTED FOR RECENT
        PERFORM 5000-RECONCILE THRU 5000-EXIT
        PERFORM 5500-TRIAL-BALANCE THRU 5500-EXIT
        PERFORM 5600-WRITE-GL-EXTRACT THRU 5600-EXIT
        PERFORM 5700-OVERDRAWN-ACCOUNTS THRU 5700-EXIT
    END-IF
    PERFORM 6100-WRITE-RUN-LOG-RECORD THRU 6100-EXIT
    PERFORM 6110-WRITE-CHECKPOINT THRU 6110-EXIT
*> LANDING AFTER MIDNIGHT STILL BELONGS TO THE PRIOR CALENDAR DAY -
*> THE NEXT-EXPECTED SCAN IS ANCHORED TO YESTERDAY BEFORE 06:00 SO
*> A LEGITIMATE OVERNIGHT RUN DOES NOT PAGE THE DAY SHIFT.  THE
*> CALENDAR MONTH-END MARK PUTS THE RUN IN MONTH-END MODE.  A DATE
*> FST-CLOSE-OUT HAS CLOSED STOPS THE RUN UNLESS IT HAS SINCE BEEN
*> REOPENED - SEE 1170.
*>----------------------------------------------------------------
1150-VALIDATE-BUS-DATE.
    ACCEPT FST-WS-SYSTEM-DATE FROM DATE YYYYMMDD
        MOVE "BUSINESS DATE NOT A PROCESSING DAY" TO FST-WS-ALERT-TEXT
        GO TO 9000-ABEND-EXIT
    END-IF
    PERFORM 1170-CHECK-CLOSED-DATE THRU 1170-EXIT
    IF FST-WS-NEXT-PROC-DATE NOT = SPACES
    AND FST-WS-NEXT-PROC-DATE NOT = FST-PARM-BUS-DATE
        DISPLAY "FST0152W BUSINESS DATE " FST-PARM-BUS-DATE
1160-EXIT.
    EXIT.

*>----------------------------------------------------------------
*> 1170-CHECK-CLOSED-DATE - THE LAST CLOSEDT RECORD FOR THE PARM
*> DATE IS ITS STATE: A CLOSE MEANS THE NIGHT IS ALREADY BOOKED
*> AND THE RUN IS REFUSED; A REOPEN AUTHORIZED THROUGH
*> FST-CLOSE-OUT LETS IT THROUGH AND NAMES WHO ALLOWED IT.  NO
*> CLOSEDT YET MEANS NO DATE HAS BEEN CLOSED.
*>----------------------------------------------------------------
1170-CHECK-CLOSED-DATE.
    MOVE SPACE TO FST-WS-DATE-STATE
    OPEN INPUT CLOSED-DATE-FILE
    IF FST-WS-CLOSEDT-STATUS = "35"
        GO TO 1170-EXIT
    END-IF
    IF FST-WS-CLOSEDT-STATUS NOT = "00"
        DISPLAY "FST0155E CLOSED DATE FILE COULD NOT BE OPENED"
        MOVE "FST0155E" TO FST-WS-ALERT-MSG-ID
        MOVE "CLOSED DATE FILE COULD NOT BE OPENED" TO FST-WS-ALERT-TEXT
        GO TO 9000-ABEND-EXIT
    END-IF
    MOVE 0 TO FST-WS-EOF-SW
    PERFORM 1175-SCAN-CLOSED-DATE-RECORD THRU 1175-EXIT
        UNTIL FST-WS-EOF-SW = 1
    CLOSE CLOSED-DATE-FILE
    IF FST-WS-DATE-CLOSED
        DISPLAY "FST0156E BUSINESS DATE " FST-PARM-BUS-DATE
            " IS CLOSED - NO AUTHORIZED REOPEN IS RECORDED"
        MOVE "FST0156E" TO FST-WS-ALERT-MSG-ID
        MOVE "BUSINESS DATE IS CLOSED - RUN REFUSED"
            TO FST-WS-ALERT-TEXT
        GO TO 9000-ABEND-EXIT
    END-IF
    IF FST-WS-DATE-REOPENED
        DISPLAY "FST0157I BUSINESS DATE " FST-PARM-BUS-DATE
            " REOPENED BY " FST-WS-REOPEN-OPERATOR
            " AUTHORIZED BY " FST-WS-REOPEN-AUTHORIZER
    END-IF.
1170-EXIT.
    EXIT.

1175-SCAN-CLOSED-DATE-RECORD.
    READ CLOSED-DATE-FILE
        AT END
            MOVE 1 TO FST-WS-EOF-SW
        NOT AT END
            IF FST-CD-BUS-DATE = FST-PARM-BUS-DATE
                MOVE FST-CD-RECORD-TYPE TO FST-WS-DATE-STATE
                MOVE FST-CD-OPERATOR-ID TO FST-WS-REOPEN-OPERATOR
                MOVE FST-CD-AUTHORIZED-BY TO FST-WS-REOPEN-AUTHORIZER
            END-IF
    END-READ.
1175-EXIT.
    EXIT.

*>----------------------------------------------------------------
*> 1200-OPEN-RESTART-FILE - OPENS THE CHECKPOINT/RESTART FILE,
*> CREATING IT ON THE VERY FIRST RUN.
    ELSE
        MOVE 0 TO FST-WS-FEED-HOLD-LIMIT(FST-WS-FEED-COUNT)
    END-IF
    MOVE FST-CT-NSF-ACTION
        TO FST-WS-FEED-NSF-ACTION(FST-WS-FEED-COUNT)
    MOVE 0 TO FST-WS-FEED-SKIP-COUNT(FST-WS-FEED-COUNT)
    MOVE "N" TO FST-WS-FEED-REBUILT-SW(FST-WS-FEED-COUNT)
    MOVE 0 TO FST-WS-FEED-ACTUAL-AMOUNT(FST-WS-FEED-COUNT)
        MOVE "SUSPENSE FILE COULD NOT BE OPENED" TO FST-WS-ALERT-TEXT
        GO TO 9000-ABEND-EXIT
    END-IF
    OPEN I-O POSTING-HISTORY-FILE
    IF FST-WS-POSTHIST-STATUS = "35"
        OPEN OUTPUT POSTING-HISTORY-FILE
        CLOSE POSTING-HISTORY-FILE
        OPEN I-O POSTING-HISTORY-FILE
    END-IF
    IF FST-WS-POSTHIST-STATUS NOT = "00"
        DISPLAY "FST0149E POSTING HISTORY FILE COULD NOT BE OPENED"
    ADD FST-PM-AMOUNT TO FST-WS-POSTED-AMOUNT
    MOVE FST-PM-SOURCE-FEED TO FST-WS-REBUILD-FEED-ID
    PERFORM 4025-FIND-REBUILD-FEED THRU 4025-EXIT
    EVALUATE FST-PM-TRAN-CODE
        WHEN "DR"
            ADD 1 TO FST-WS-DR-POSTED-COUNT
            ADD FST-PM-AMOUNT TO FST-WS-DR-POSTED-AMOUNT
        WHEN "RD"
            ADD 1 TO FST-WS-RD-POSTED-COUNT
            ADD FST-PM-AMOUNT TO FST-WS-RD-POSTED-AMOUNT
        WHEN "RC"
            ADD 1 TO FST-WS-RC-POSTED-COUNT
            ADD FST-PM-AMOUNT TO FST-WS-RC-POSTED-AMOUNT
        WHEN OTHER
            ADD 1 TO FST-WS-CR-POSTED-COUNT
            ADD FST-PM-AMOUNT TO FST-WS-CR-POSTED-AMOUNT
    END-EVALUATE
    IF FST-PM-TRAN-CODE = "DR" OR "RC"
        IF FST-WS-REBUILD-SUB > 0
            ADD FST-PM-AMOUNT
                TO FST-WS-FEED-DEBIT-AMOUNT(FST-WS-REBUILD-SUB)
            ADD FST-PM-AMOUNT TO FST-WS-REPRO-DEBIT-AMOUNT
        END-IF
    ELSE
        IF FST-WS-REBUILD-SUB > 0
            ADD FST-PM-AMOUNT
                TO FST-WS-FEED-CREDIT-AMOUNT(FST-WS-REBUILD-SUB)
*> WITHIN THE RECENT-DATE WINDOW ARE KEPT - THE HISTORY GROWS
*> WITHOUT BOUND AND A RE-TRANSMISSION ARRIVES WITHIN DAYS, NOT
*> MONTHS.  NO HISTORY FILE YET MEANS NOTHING TO CHECK AGAINST.
*> THE HISTORY IS KEYED BY BUSINESS MONTH BUT THE WINDOW IS ON
*> THE POST DATE, AND A BUSINESS DAY CAN POST AFTER MIDNIGHT OR
*> BE RERUN DAYS LATER, SO THE READ STARTS ONE MONTH BEFORE THE
*> MONTH THE CUTOFF FALLS IN AND NOTHING OLDER IS TOUCHED.
*> THE TIMESTAMP CARRIES A TWO-DIGIT YEAR FROM ACCEPT FROM DATE,
*> SO THE CENTURY IS WINDOWED AT 70 LIKE THE RUN-LOG ARCHIVE.
*>----------------------------------------------------------------
        MOVE "POSTING HISTORY FILE COULD NOT BE OPENED" TO FST-WS-ALERT-TEXT
        GO TO 9000-ABEND-EXIT
    END-IF
    MOVE FST-WS-DUP-CUTOFF-X(1:4) TO FST-WS-DUP-START-YEAR
    MOVE FST-WS-DUP-CUTOFF-X(5:2) TO FST-WS-DUP-START-MM
    IF FST-WS-DUP-START-MM = 1
        MOVE 12 TO FST-WS-DUP-START-MM
        SUBTRACT 1 FROM FST-WS-DUP-START-YEAR
    ELSE
        SUBTRACT 1 FROM FST-WS-DUP-START-MM
    END-IF
    MOVE LOW-VALUES TO FST-PH-KEY
    MOVE FST-WS-DUP-START-YEAR TO FST-PH-BUS-MONTH(1:4)
    MOVE FST-WS-DUP-START-MM TO FST-PH-BUS-MONTH(5:2)
    START POSTING-HISTORY-FILE KEY IS NOT LESS THAN FST-PH-KEY
        INVALID KEY
            CLOSE POSTING-HISTORY-FILE
            GO TO 4050-EXIT
    END-START
    MOVE 0 TO FST-WS-EOF-SW
    PERFORM 4060-LOAD-DUP-RECORD THRU 4060-EXIT
        UNTIL FST-WS-EOF-SW = 1
*> FAILING THE NIGHT.
*>----------------------------------------------------------------
4060-LOAD-DUP-RECORD.
    READ POSTING-HISTORY-FILE NEXT RECORD
        AT END
            MOVE 1 TO FST-WS-EOF-SW
            GO TO 4060-EXIT
    END-READ
    MOVE FST-PH-POSTING TO FST-WS-HIST-RECORD
    MOVE SPACES TO FST-WS-HIST-DATE
    IF FST-WS-HIST-RECORD(50:6) NUMERIC
        MOVE FST-WS-HIST-RECORD(50:2) TO FST-WS-HIST-YY
*> AUDIT TRAIL.  THE RELEASE PHASE EXEMPTS APPROVED ITEMS FROM
*> THE HOLD LIMIT - THEY WERE APPROVED OVER IT - BUT NOT FROM THE
*> EDITS, SO AN ACCOUNT CLOSED SINCE THE HOLD STILL BOUNCES TO
*> SUSPENSE.  AN ITEM HELD FOR INSUFFICIENT FUNDS WAS APPROVED
*> INTO THE OVERDRAFT, SO IT IS ALSO EXEMPT FROM THE FUNDS CHECK;
*> ONE HELD OVER THE LIMIT STILL HAS TO FIND THE FUNDS.
*>----------------------------------------------------------------
4400-POST-RELEASED-HOLDS.
    OPEN INPUT HOLD-IN-FILE
            IF FST-HD-APPROVED
                ADD 1 TO FST-WS-RELEASED-COUNT
                MOVE FST-HD-SOURCE-FEED TO FST-WS-CURRENT-FEED-ID
                MOVE FST-HD-HOLD-REASON TO FST-WS-RELEASE-REASON
                MOVE FST-HD-RECORD-IMAGE TO FST-TRAN-RECORD
                PERFORM 4500-EDIT-AND-POST THRU 4500-EXIT
            ELSE
*>----------------------------------------------------------------
*> 4500-EDIT-AND-POST - EDITS THE TRANSACTION JUST READ FROM THE
*> CURRENT FEED AND APPLIES THE GOOD ONES TO THE POSTED MASTER.
*> AN ITEM NOT HELD OVER THE FEED LIMIT IS THEN CHECKED FOR FUNDS
*> AGAINST ITS ACCOUNT'S OVERDRAFT LIMIT, WHICH MAY HOLD IT OR
*> FAIL IT TO SUSPENSE.
*>----------------------------------------------------------------
4500-EDIT-AND-POST.
    PERFORM 4510-EDIT-TRANSACTION THRU 4510-EXIT
    IF FST-WS-EDIT-PASSED
        PERFORM 4540-CHECK-HOLD-LIMIT THRU 4540-EXIT
        IF NOT FST-WS-ITEM-HELD
            PERFORM 4560-CHECK-FUNDS THRU 4560-EXIT
        END-IF
    END-IF
    IF FST-WS-EDIT-PASSED
        IF FST-WS-ITEM-HELD
            PERFORM 4550-WRITE-HOLD THRU 4550-EXIT
        ELSE
*>----------------------------------------------------------------
*> 4510-EDIT-TRANSACTION - THE FIELD EDITS EVERY FEED TRANSACTION
*> MUST PASS BEFORE IT MAY BE POSTED.  THE REASON CODE OF THE FIRST
*> EDIT THAT FAILS IS KEPT FOR THE SUSPENSE RECORD.  A REVERSAL
*> MUST ALSO NAME A POSTING IT CAN UNDO - SEE 4516.
*>----------------------------------------------------------------
4510-EDIT-TRANSACTION.
    MOVE "Y" TO FST-WS-EDIT-OK-SW
    IF FST-WS-EDIT-FAILED
        GO TO 4510-EXIT
    END-IF
    IF FST-TR-REVERSAL
        PERFORM 4516-CHECK-REVERSAL THRU 4516-EXIT
        IF FST-WS-EDIT-FAILED
            GO TO 4510-EXIT
        END-IF
    END-IF
    PERFORM 4515-CHECK-ACCOUNT THRU 4515-EXIT.
4510-EXIT.
    EXIT.
*> OPEN ACCOUNT ON THE ACCOUNT MASTER.  AN UNKNOWN ACCOUNT IS
*> REJECTED AS NOAC AND A CLOSED ONE AS CLSD, SO BOTH LAND ON THE
*> SUSPENSE FILE FOR A HUMAN INSTEAD OF POSTING INTO THIN AIR.
*> A DORMANT ONE IS REJECTED AS DORM - ACTIVITY ON AN ACCOUNT
*> QUIET THAT LONG IS REVIEWED BEFORE IT POSTS, AND THE ITEM IS
*> REPROCESSED ONCE THE ACCOUNT HAS BEEN ACTIVATED.
*> THE MASTER RECORD IS LEFT IN THE RECORD AREA FOR THE POSTING
*> STEP TO APPLY THE BALANCE AGAINST.
*>----------------------------------------------------------------
                MOVE "N" TO FST-WS-EDIT-OK-SW
                MOVE "CLSD" TO FST-WS-REJECT-REASON
            END-IF
            IF FST-AC-DORMANT
                MOVE "N" TO FST-WS-EDIT-OK-SW
                MOVE "DORM" TO FST-WS-REJECT-REASON
            END-IF
    END-READ.
4515-EXIT.
    EXIT.

*>----------------------------------------------------------------
*> 4516-CHECK-REVERSAL - LOOKS UP THE POSTING THE REVERSAL NAMES.
*> THE ORIGINAL IS THE SAME ACCOUNT, RUN-ID AND POST TIMESTAMP ON
*> THE OPPOSITE CODE - AN RD UNDOES A DR, AN RC UNDOES A CR.  NONE
*> THERE IS RVNF; ORIGINALS THERE BUT NONE FOR THIS AMOUNT IS RVAM;
*> AS MANY REVERSALS ALREADY POSTED AGAINST IT AS THERE ARE
*> ORIGINALS FOR THE AMOUNT IS RVDN.  ONLY THE ACCOUNT'S OWN
*> POSTINGS ARE READ, BY THE ALTERNATE ACCOUNT KEY OF THE HISTORY
*> THE WORK PASS HOLDS OPEN, SO A REVERSAL POSTED EARLIER TONIGHT
*> IS ALREADY ON IT AND COUNTS AS DONE.  AN ORIGINAL IN A MONTH
*> ALREADY ROLLED OFF TO THE ARCHIVE IS NOT FOUND.
*>----------------------------------------------------------------
4516-CHECK-REVERSAL.
    IF FST-TR-ORIG-RUN-ID = SPACES
    OR FST-TR-ORIG-POST-TIMESTAMP = SPACES
        MOVE "N" TO FST-WS-EDIT-OK-SW
        MOVE "RVNF" TO FST-WS-REJECT-REASON
        GO TO 4516-EXIT
    END-IF
    IF FST-TR-REVERSE-DEBIT
        MOVE "DR" TO FST-WS-RVS-ORIG-CODE
    ELSE
        MOVE "CR" TO FST-WS-RVS-ORIG-CODE
    END-IF
    MOVE 0 TO FST-WS-RVS-ORIG-COUNT
    MOVE 0 TO FST-WS-RVS-MATCH-COUNT
    MOVE 0 TO FST-WS-RVS-DONE-COUNT
    MOVE 0 TO FST-WS-RVS-EOF-SW
    MOVE LOW-VALUES TO FST-PH-ACCOUNT-KEY
    MOVE FST-TR-ACCOUNT-NUMBER TO FST-PH-AK-ACCOUNT-NUMBER
    START POSTING-HISTORY-FILE KEY IS NOT LESS THAN FST-PH-ACCOUNT-KEY
        INVALID KEY
            MOVE 1 TO FST-WS-RVS-EOF-SW
    END-START
    PERFORM 4517-SCAN-REVERSAL-HISTORY THRU 4517-EXIT
        UNTIL FST-WS-RVS-EOF-SW = 1
    IF FST-WS-RVS-ORIG-COUNT = 0
        MOVE "N" TO FST-WS-EDIT-OK-SW
        MOVE "RVNF" TO FST-WS-REJECT-REASON
        GO TO 4516-EXIT
    END-IF
    IF FST-WS-RVS-MATCH-COUNT = 0
        MOVE "N" TO FST-WS-EDIT-OK-SW
        MOVE "RVAM" TO FST-WS-REJECT-REASON
        GO TO 4516-EXIT
    END-IF
    IF FST-WS-RVS-DONE-COUNT NOT < FST-WS-RVS-MATCH-COUNT
        MOVE "N" TO FST-WS-EDIT-OK-SW
        MOVE "RVDN" TO FST-WS-REJECT-REASON
    END-IF.
4516-EXIT.
    EXIT.

4517-SCAN-REVERSAL-HISTORY.
    READ POSTING-HISTORY-FILE NEXT RECORD
        AT END
            MOVE 1 TO FST-WS-RVS-EOF-SW
            GO TO 4517-EXIT
    END-READ
    IF FST-PH-AK-ACCOUNT-NUMBER NOT = FST-TR-ACCOUNT-NUMBER
        MOVE 1 TO FST-WS-RVS-EOF-SW
        GO TO 4517-EXIT
    END-IF
    MOVE FST-PH-POSTING TO FST-POSTED-MASTER-RECORD
    IF FST-PM-TRAN-CODE = FST-WS-RVS-ORIG-CODE
    AND FST-PM-RUN-ID = FST-TR-ORIG-RUN-ID
    AND FST-PM-POST-TIMESTAMP = FST-TR-ORIG-POST-TIMESTAMP
        ADD 1 TO FST-WS-RVS-ORIG-COUNT
        IF FST-PM-AMOUNT = FST-TR-AMOUNT
            ADD 1 TO FST-WS-RVS-MATCH-COUNT
        END-IF
        GO TO 4517-EXIT
    END-IF
    IF FST-PM-TRAN-CODE = FST-TR-TRAN-CODE
    AND FST-PM-ORIG-RUN-ID = FST-TR-ORIG-RUN-ID
    AND FST-PM-ORIG-POST-TIMESTAMP = FST-TR-ORIG-POST-TIMESTAMP
    AND FST-PM-AMOUNT = FST-TR-AMOUNT
        ADD 1 TO FST-WS-RVS-DONE-COUNT
    END-IF.
4517-EXIT.
    EXIT.

4520-POST-TRANSACTION.
    MOVE SPACES TO FST-POSTED-MASTER-RECORD
    MOVE FST-TR-ACCOUNT-NUMBER TO FST-PM-ACCOUNT-NUMBER
    MOVE FST-WS-CURRENT-FEED-ID TO FST-PM-SOURCE-FEED
    MOVE FST-PARM-RUN-ID TO FST-PM-RUN-ID
    MOVE FST-WS-POST-TIMESTAMP TO FST-PM-POST-TIMESTAMP
    MOVE FST-PARM-BUS-DATE TO FST-PM-BUS-DATE
    IF FST-TR-REVERSAL
        MOVE FST-TR-ORIG-RUN-ID TO FST-PM-ORIG-RUN-ID
        MOVE FST-TR-ORIG-POST-TIMESTAMP TO FST-PM-ORIG-POST-TIMESTAMP
    END-IF
    IF FST-WS-MONTH-END-RUN
        SET FST-PM-MONTH-END-CYCLE TO TRUE
    ELSE
        SET FST-PM-DAILY-CYCLE TO TRUE
    END-IF
    WRITE FST-POSTED-MASTER-RECORD
    PERFORM 4521-WRITE-HISTORY THRU 4521-EXIT
    ADD 1 TO FST-WS-POSTED-COUNT
    ADD FST-TR-AMOUNT TO FST-WS-POSTED-AMOUNT
    PERFORM 4523-TALLY-TRIAL-BALANCE THRU 4523-EXIT
4520-EXIT.
    EXIT.

*>----------------------------------------------------------------
*> 4521-WRITE-HISTORY - FILES THE POSTING JUST WRITTEN ON THE
*> KEYED HISTORY UNDER ITS BUSINESS MONTH AND ACCOUNT.  THE POST
*> TIMESTAMP IS ONE PER RUN, SO THE SEQUENCE NUMBER KEEPS TWO
*> POSTINGS TO ONE ACCOUNT IN ONE RUN APART.  A KEY ALREADY ON
*> FILE MEANS THE HISTORY CAN NO LONGER BE TRUSTED TO MATCH THE
*> POSTED MASTER, SO THE RUN IS FAILED.
*>----------------------------------------------------------------
4521-WRITE-HISTORY.
    ADD 1 TO FST-WS-HIST-SEQ
    MOVE SPACES TO FST-POSTING-HISTORY-RECORD
    MOVE FST-PM-BUS-DATE(1:6) TO FST-PH-BUS-MONTH
    MOVE FST-PM-ACCOUNT-NUMBER TO FST-PH-ACCOUNT-NUMBER
    MOVE FST-PM-POST-TIMESTAMP TO FST-PH-POST-TIMESTAMP
    MOVE FST-WS-HIST-SEQ TO FST-PH-POST-SEQ
    MOVE FST-PM-ACCOUNT-NUMBER TO FST-PH-AK-ACCOUNT-NUMBER
    MOVE FST-PM-BUS-DATE(1:6) TO FST-PH-AK-BUS-MONTH
    SET FST-PH-DETAIL TO TRUE
    MOVE FST-POSTED-MASTER-RECORD TO FST-PH-POSTING
    WRITE FST-POSTING-HISTORY-RECORD
        INVALID KEY
            DISPLAY "FST0154E POSTING HISTORY WRITE FAILED - STATUS "
                FST-WS-POSTHIST-STATUS
            MOVE "FST0154E" TO FST-WS-ALERT-MSG-ID
            MOVE "POSTING HISTORY WRITE FAILED" TO FST-WS-ALERT-TEXT
            GO TO 9000-ABEND-EXIT
    END-WRITE.
4521-EXIT.
    EXIT.

*>----------------------------------------------------------------
*> 4523-TALLY-TRIAL-BALANCE - COUNTS THE POSTING JUST WRITTEN INTO
*> THE DEBIT OR CREDIT SIDE OF THE TRIAL BALANCE.  DURING THE FEED
*> PASS THE AMOUNT ALSO GOES TO THE CURRENT FEED'S BUCKET;
*> POSTINGS FOLDED BACK IN FROM SUSPENSE OR FROM A SUPERVISOR
*> RELEASE ARE BUCKETED ON THE REENTRY LINE BECAUSE THE FEED
*> SUBSCRIPT NO LONGER POINTS AT A REGISTRY ENTRY THEN.  EACH TRAN
*> CODE KEEPS ITS OWN COUNT FOR THE CODE LINES; A REVERSAL OF A
*> CREDIT BUCKETS ON THE DEBIT SIDE AND A REVERSAL OF A DEBIT ON
*> THE CREDIT SIDE.
*>----------------------------------------------------------------
4523-TALLY-TRIAL-BALANCE.
    EVALUATE TRUE
        WHEN FST-TR-DEBIT
            ADD 1 TO FST-WS-DR-POSTED-COUNT
            ADD FST-TR-AMOUNT TO FST-WS-DR-POSTED-AMOUNT
        WHEN FST-TR-REVERSE-DEBIT
            ADD 1 TO FST-WS-RD-POSTED-COUNT
            ADD FST-TR-AMOUNT TO FST-WS-RD-POSTED-AMOUNT
        WHEN FST-TR-REVERSE-CREDIT
            ADD 1 TO FST-WS-RC-POSTED-COUNT
            ADD FST-TR-AMOUNT TO FST-WS-RC-POSTED-AMOUNT
        WHEN OTHER
            ADD 1 TO FST-WS-CR-POSTED-COUNT
            ADD FST-TR-AMOUNT TO FST-WS-CR-POSTED-AMOUNT
    END-EVALUATE
    IF FST-TR-DEBIT-SIDE
        IF FST-WS-POSTING-PHASE = "F"
            ADD FST-TR-AMOUNT
                TO FST-WS-FEED-DEBIT-AMOUNT(FST-WS-FEED-SUB)
            ADD FST-TR-AMOUNT TO FST-WS-REPRO-DEBIT-AMOUNT
        END-IF
    ELSE
        IF FST-WS-POSTING-PHASE = "F"
            ADD FST-TR-AMOUNT
                TO FST-WS-FEED-CREDIT-AMOUNT(FST-WS-FEED-SUB)

*>----------------------------------------------------------------
*> 4525-APPLY-TO-ACCOUNT - APPLIES THE POSTING JUST WRITTEN TO THE
*> ACCOUNT'S RUNNING BALANCE ON THE MASTER - DEBITS AND REVERSED
*> CREDITS DOWN, CREDITS AND REVERSED DEBITS UP - AND STAMPS THE
*> BUSINESS DATE AS THE LAST ACTIVITY.  THE MASTER RECORD WAS
*> READ BY THE ACCOUNT EDIT, SO IT IS CURRENT.
*>----------------------------------------------------------------
4525-APPLY-TO-ACCOUNT.
    IF FST-TR-DEBIT-SIDE
        SUBTRACT FST-TR-AMOUNT FROM FST-AC-CURRENT-BALANCE
    ELSE
        ADD FST-TR-AMOUNT TO FST-AC-CURRENT-BALANCE
*>----------------------------------------------------------------
4540-CHECK-HOLD-LIMIT.
    MOVE "N" TO FST-WS-HOLD-ITEM-SW
    MOVE SPACE TO FST-WS-HOLD-REASON
    IF FST-WS-POSTING-PHASE = "H"
        GO TO 4540-EXIT
    END-IF
    IF FST-WS-HOLD-LIMIT > 0
    AND FST-TR-AMOUNT > FST-WS-HOLD-LIMIT
        MOVE "Y" TO FST-WS-HOLD-ITEM-SW
        MOVE "L" TO FST-WS-HOLD-REASON
    END-IF.
4540-EXIT.
    EXIT.
    EXIT.

*>----------------------------------------------------------------
*> 4560-CHECK-FUNDS - JUDGES A DEBIT-SIDE TRANSACTION AGAINST THE
*> ACCOUNT'S BALANCE PLUS ITS OVERDRAFT LIMIT.  THE MASTER RECORD
*> WAS READ BY THE ACCOUNT EDIT AND IS REWRITTEN BY EVERY POSTING,
*> SO EARLIER POSTINGS TONIGHT ARE ALREADY IN THE BALANCE.  A
*> LIMIT THAT IS NOT NUMERIC - AN ACCOUNT OPENED BEFORE THE FIELD
*> EXISTED - IS TAKEN AS NO OVERDRAFT.  A DEBIT THE FUNDS DO NOT
*> COVER IS HELD WHEN ITS FEED'S REGISTRY CARD ASKS FOR THAT, AND
*> OTHERWISE FAILS TO SUSPENSE AS NSF.
*>----------------------------------------------------------------
4560-CHECK-FUNDS.
    IF NOT FST-TR-DEBIT-SIDE
        GO TO 4560-EXIT
    END-IF
    IF FST-WS-POSTING-PHASE = "H"
    AND FST-WS-RELEASE-REASON = "F"
        GO TO 4560-EXIT
    END-IF
    IF FST-AC-OVERDRAFT-LIMIT NUMERIC
        MOVE FST-AC-OVERDRAFT-LIMIT TO FST-WS-OVERDRAFT-LIMIT
    ELSE
        MOVE 0 TO FST-WS-OVERDRAFT-LIMIT
    END-IF
    COMPUTE FST-WS-FUNDS-AVAILABLE =
        FST-AC-CURRENT-BALANCE + FST-WS-OVERDRAFT-LIMIT
    IF FST-TR-AMOUNT NOT > FST-WS-FUNDS-AVAILABLE
        GO TO 4560-EXIT
    END-IF
    MOVE SPACE TO FST-WS-NSF-ACTION
    PERFORM 4565-FIND-FEED-NSF-ACTION THRU 4565-EXIT
        VARYING FST-WS-LIMIT-SUB FROM 1 BY 1
        UNTIL FST-WS-LIMIT-SUB > FST-WS-FEED-COUNT
    IF FST-WS-NSF-ACTION = "H"
        MOVE "Y" TO FST-WS-HOLD-ITEM-SW
        MOVE "F" TO FST-WS-HOLD-REASON
    ELSE
        MOVE "N" TO FST-WS-EDIT-OK-SW
        MOVE "NSF " TO FST-WS-REJECT-REASON
    END-IF.
4560-EXIT.
    EXIT.

4565-FIND-FEED-NSF-ACTION.
    IF FST-WS-FEED-ID(FST-WS-LIMIT-SUB) = FST-WS-CURRENT-FEED-ID
        MOVE FST-WS-FEED-NSF-ACTION(FST-WS-LIMIT-SUB)
            TO FST-WS-NSF-ACTION
    END-IF.
4565-EXIT.
    EXIT.

*>----------------------------------------------------------------
*> 4550-WRITE-HOLD - WRITES THE HELD TRANSACTION TO THE
*> PENDING-APPROVAL HOLD FILE INSTEAD OF POSTING IT, STAMPED WITH
*> THE CHECK THAT HELD IT.  THE DUTY SUPERVISOR APPROVES OR
*> REJECTS IT THROUGH FST-HOLD-RELEASE AND APPROVED ITEMS POST ON
*> A LATER RELEASE RUN.
*>----------------------------------------------------------------
4550-WRITE-HOLD.
    MOVE SPACES TO FST-HOLD-RECORD
    MOVE FST-PARM-RUN-ID TO FST-HD-RUN-ID
    MOVE FST-PARM-BUS-DATE TO FST-HD-BUS-DATE
    MOVE FST-TRAN-RECORD TO FST-HD-RECORD-IMAGE
    MOVE FST-WS-HOLD-REASON TO FST-HD-HOLD-REASON
    WRITE FST-HOLD-RECORD
    ADD 1 TO FST-WS-HELD-COUNT
    IF FST-WS-HOLD-REASON = "F"
        DISPLAY "FST0181I TRANSACTION HELD INSUFFICIENT FUNDS FEED "
            FST-WS-CURRENT-FEED-ID " ACCOUNT "
            FST-TR-ACCOUNT-NUMBER " AMOUNT " FST-TR-AMOUNT
    ELSE
        DISPLAY "FST0134I TRANSACTION HELD OVER LIMIT FEED "
            FST-WS-CURRENT-FEED-ID " ACCOUNT "
            FST-TR-ACCOUNT-NUMBER " AMOUNT " FST-TR-AMOUNT
    END-IF.
4550-EXIT.
    EXIT.

*> CREDITS RAISE AN ALERT AND END THE RUN WITH RETURN CODE 8 SO
*> ACCOUNTING NEVER LEARNS ABOUT AN UNBALANCED NIGHT FROM THE
*> LEDGER.  LINE LABELS ARE SET EXPLICITLY - FILE SECTION VALUE
*> CLAUSES NEVER REACH THE RECORD AREA AT RUN TIME.  REVERSALS
*> PRINT ON THEIR OWN RD AND RC CODE LINES; THE TOTALS JUDGE THE
*> DEBIT SIDE (DR PLUS RC) AGAINST THE CREDIT SIDE (CR PLUS RD).
*>----------------------------------------------------------------
5500-TRIAL-BALANCE.
    COMPUTE FST-WS-DEBIT-SIDE-AMOUNT =
        FST-WS-DR-POSTED-AMOUNT + FST-WS-RC-POSTED-AMOUNT
    COMPUTE FST-WS-CREDIT-SIDE-AMOUNT =
        FST-WS-CR-POSTED-AMOUNT + FST-WS-RD-POSTED-AMOUNT
    OPEN EXTEND REPORT-FILE
    MOVE SPACES TO FST-TB-HEADING-LINE
    MOVE "TRIAL BALANCE DATE" TO FST-TB-HD-LABEL
    MOVE FST-WS-CR-POSTED-COUNT TO FST-TB-CD-COUNT
    MOVE FST-WS-CR-POSTED-AMOUNT TO FST-TB-CD-AMOUNT
    WRITE FST-TB-CODE-LINE
    MOVE SPACES TO FST-TB-CODE-LINE
    MOVE "TRAN CODE" TO FST-TB-CD-LABEL
    MOVE " COUNT" TO FST-TB-CD-COUNT-LABEL
    MOVE " AMOUNT" TO FST-TB-CD-AMT-LABEL
    MOVE "RD" TO FST-TB-CD-TRAN-CODE
    MOVE FST-WS-RD-POSTED-COUNT TO FST-TB-CD-COUNT
    MOVE FST-WS-RD-POSTED-AMOUNT TO FST-TB-CD-AMOUNT
    WRITE FST-TB-CODE-LINE
    MOVE SPACES TO FST-TB-CODE-LINE
    MOVE "TRAN CODE" TO FST-TB-CD-LABEL
    MOVE " COUNT" TO FST-TB-CD-COUNT-LABEL
    MOVE " AMOUNT" TO FST-TB-CD-AMT-LABEL
    MOVE "RC" TO FST-TB-CD-TRAN-CODE
    MOVE FST-WS-RC-POSTED-COUNT TO FST-TB-CD-COUNT
    MOVE FST-WS-RC-POSTED-AMOUNT TO FST-TB-CD-AMOUNT
    WRITE FST-TB-CODE-LINE
    MOVE SPACES TO FST-TB-TOTAL-LINE
    MOVE "TOTAL DR" TO FST-TB-TL-DR-LABEL
    MOVE " CR" TO FST-TB-TL-CR-LABEL
    MOVE " NET" TO FST-TB-TL-NET-LABEL
    MOVE FST-WS-DEBIT-SIDE-AMOUNT TO FST-TB-TL-DR-AMOUNT
    MOVE FST-WS-CREDIT-SIDE-AMOUNT TO FST-TB-TL-CR-AMOUNT
    COMPUTE FST-WS-NET-AMOUNT =
        FST-WS-CREDIT-SIDE-AMOUNT - FST-WS-DEBIT-SIDE-AMOUNT
    MOVE FST-WS-NET-AMOUNT TO FST-TB-TL-NET-AMOUNT
    IF FST-WS-DEBIT-SIDE-AMOUNT = FST-WS-CREDIT-SIDE-AMOUNT
        MOVE "IN BALANCE" TO FST-TB-TL-VERDICT
    ELSE
        MOVE "OUT OF BALANCE" TO FST-TB-TL-VERDICT
    END-IF
    WRITE FST-TB-TOTAL-LINE
    CLOSE REPORT-FILE
    IF FST-WS-DEBIT-SIDE-AMOUNT NOT = FST-WS-CREDIT-SIDE-AMOUNT
        DISPLAY "FST0174E NIGHT OUT OF BALANCE - DEBITS "
            FST-WS-DEBIT-SIDE-AMOUNT " CREDITS "
            FST-WS-CREDIT-SIDE-AMOUNT
        MOVE "FST0174E" TO FST-WS-ALERT-MSG-ID
        MOVE "TRIAL BALANCE OUT OF BALANCE" TO FST-WS-ALERT-TEXT
        PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
*> SUMMARY RECORD PER TRAN CODE FOR THE NIGHT - SO ACCOUNTING
*> CARRIES OUR TOTALS INTO THE LEDGER FROM A FILE INSTEAD OF
*> REKEYING THEM.  THE EXTRACT IS REBUILT EVERY RUN LIKE THE POSTED
*> MASTER.  REVERSALS GO ACROSS ON THEIR OWN RD AND RC RECORDS.
*>----------------------------------------------------------------
5600-WRITE-GL-EXTRACT.
    OPEN OUTPUT GL-EXTRACT-FILE
    MOVE FST-WS-CR-POSTED-COUNT TO FST-GL-POSTED-COUNT
    MOVE FST-WS-CR-POSTED-AMOUNT TO FST-GL-POSTED-AMOUNT
    WRITE FST-GL-EXTRACT-RECORD
    MOVE SPACES TO FST-GL-EXTRACT-RECORD
    MOVE FST-PARM-BUS-DATE TO FST-GL-BUS-DATE
    MOVE FST-PARM-RUN-ID TO FST-GL-RUN-ID
    MOVE "RD" TO FST-GL-TRAN-CODE
    MOVE FST-WS-RD-POSTED-COUNT TO FST-GL-POSTED-COUNT
    MOVE FST-WS-RD-POSTED-AMOUNT TO FST-GL-POSTED-AMOUNT
    WRITE FST-GL-EXTRACT-RECORD
    MOVE SPACES TO FST-GL-EXTRACT-RECORD
    MOVE FST-PARM-BUS-DATE TO FST-GL-BUS-DATE
    MOVE FST-PARM-RUN-ID TO FST-GL-RUN-ID
    MOVE "RC" TO FST-GL-TRAN-CODE
    MOVE FST-WS-RC-POSTED-COUNT TO FST-GL-POSTED-COUNT
    MOVE FST-WS-RC-POSTED-AMOUNT TO FST-GL-POSTED-AMOUNT
    WRITE FST-GL-EXTRACT-RECORD
    CLOSE GL-EXTRACT-FILE.
5600-EXIT.
    EXIT.

*>----------------------------------------------------------------
*> 5700-OVERDRAWN-ACCOUNTS - WRITES THE OVERDRAWN ACCOUNTS PAGE -
*> EVERY ACCOUNT ON THE MASTER LEFT WITH A NEGATIVE BALANCE AFTER
*> THE NIGHT'S POSTINGS, WITH ITS OVERDRAFT LIMIT.  AN ACCOUNT
*> BELOW ITS LIMIT CAN ONLY GET THERE BY A SUPERVISOR-APPROVED
*> FUNDS HOLD OR A LIMIT CUT AFTER THE FACT, SO IT IS FLAGGED ON
*> THE LINE AND RAISES A WARNING ALERT.  LINE LABELS ARE SET
*> EXPLICITLY - FILE SECTION VALUE CLAUSES NEVER REACH THE RECORD
*> AREA AT RUN TIME.
*>----------------------------------------------------------------
5700-OVERDRAWN-ACCOUNTS.
    OPEN INPUT ACCOUNT-MASTER-FILE
    IF FST-WS-ACCTMSTR-STATUS NOT = "00"
        DISPLAY "FST0146E ACCOUNT MASTER FILE COULD NOT BE OPENED"
        MOVE "FST0146E" TO FST-WS-ALERT-MSG-ID
        MOVE "ACCOUNT MASTER FILE COULD NOT BE OPENED" TO FST-WS-ALERT-TEXT
        GO TO 9000-ABEND-EXIT
    END-IF
    OPEN EXTEND REPORT-FILE
    MOVE SPACES TO FST-OD-HEADING-LINE
    MOVE "OVERDRAWN ACCOUNTS DATE" TO FST-OD-HD-LABEL
    MOVE FST-PARM-BUS-DATE TO FST-OD-HD-BUS-DATE
    WRITE FST-OD-HEADING-LINE
    MOVE 0 TO FST-WS-OVERDRAWN-COUNT
    MOVE 0 TO FST-WS-OVER-LIMIT-COUNT
    MOVE 0 TO FST-WS-ACCT-EOF-SW
    PERFORM 5710-LIST-OVERDRAWN-ACCOUNT THRU 5710-EXIT
        UNTIL FST-WS-ACCT-EOF-SW = 1
    MOVE SPACES TO FST-OD-TOTAL-LINE
    MOVE "ACCOUNTS OVERDRAWN" TO FST-OD-TL-LABEL
    MOVE " OVER LIMIT" TO FST-OD-TL-OVER-LABEL
    MOVE FST-WS-OVERDRAWN-COUNT TO FST-OD-TL-COUNT
    MOVE FST-WS-OVER-LIMIT-COUNT TO FST-OD-TL-OVER-COUNT
    WRITE FST-OD-TOTAL-LINE
    CLOSE REPORT-FILE
    CLOSE ACCOUNT-MASTER-FILE
    DISPLAY "FST0182I ACCOUNTS OVERDRAWN " FST-WS-OVERDRAWN-COUNT
        " OVER LIMIT " FST-WS-OVER-LIMIT-COUNT
    IF FST-WS-OVER-LIMIT-COUNT > 0
        MOVE "W" TO FST-WS-ALERT-SEVERITY
        MOVE "FST0183W" TO FST-WS-ALERT-MSG-ID
        MOVE "ACCOUNTS OVERDRAWN PAST THEIR LIMIT"
            TO FST-WS-ALERT-TEXT
        PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
        MOVE "E" TO FST-WS-ALERT-SEVERITY
    END-IF.
5700-EXIT.
    EXIT.

5710-LIST-OVERDRAWN-ACCOUNT.
    READ ACCOUNT-MASTER-FILE NEXT RECORD
        AT END
            MOVE 1 TO FST-WS-ACCT-EOF-SW
            GO TO 5710-EXIT
    END-READ
    IF FST-AC-CURRENT-BALANCE NOT < 0
        GO TO 5710-EXIT
    END-IF
    IF FST-AC-OVERDRAFT-LIMIT NUMERIC
        MOVE FST-AC-OVERDRAFT-LIMIT TO FST-WS-OVERDRAFT-LIMIT
    ELSE
        MOVE 0 TO FST-WS-OVERDRAFT-LIMIT
    END-IF
    ADD 1 TO FST-WS-OVERDRAWN-COUNT
    MOVE SPACES TO FST-OD-DETAIL-LINE
    MOVE "ACCOUNT" TO FST-OD-DT-LABEL
    MOVE " BAL" TO FST-OD-DT-BAL-LABEL
    MOVE " LIM" TO FST-OD-DT-LIM-LABEL
    MOVE FST-AC-ACCOUNT-NUMBER TO FST-OD-DT-ACCOUNT
    MOVE FST-AC-ACCOUNT-NAME TO FST-OD-DT-NAME
    MOVE FST-AC-CURRENT-BALANCE TO FST-OD-DT-BALANCE
    MOVE FST-WS-OVERDRAFT-LIMIT TO FST-OD-DT-LIMIT
    COMPUTE FST-WS-FUNDS-AVAILABLE =
        FST-AC-CURRENT-BALANCE + FST-WS-OVERDRAFT-LIMIT
    IF FST-WS-FUNDS-AVAILABLE < 0
        MOVE " OVER" TO FST-OD-DT-FLAG
        ADD 1 TO FST-WS-OVER-LIMIT-COUNT
    END-IF
    WRITE FST-OD-DETAIL-LINE.
5710-EXIT.
    EXIT.

*>----------------------------------------------------------------
*> 6100-WRITE-RUN-LOG-RECORD - RECORDS WHICH STOP RUN PATH FIRED.
*>----------------------------------------------------------------
