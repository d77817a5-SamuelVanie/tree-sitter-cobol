      *                  IN ITS OWN MONTH'S STATEMENTS AND THE
      *                  PRIOR MONTH'S SMALL-HOURS POSTINGS NO
      *                  LONGER LEAK IN.
      * 10/15/2026  dlr  REVERSALS - AN RC (REVERSED CREDIT) NOW
      *                  COUNTS WITH THE DEBITS AND AN RD WITH THE
      *                  CREDITS, THE WAY THEY MOVE THE BALANCE.
      *                  POSTED MASTER AND HISTORY RECORDS ARE NOW
      *                  100 BYTES.
      * 10/15/2026  dlr  POSTING HISTORY IS NOW KEYED BY BUSINESS
      *                  MONTH.  THE ROLL-UP STARTS AT THE STATEMENT
      *                  MONTH AND STOPS AT THE END OF IT INSTEAD OF
      *                  READING THE WHOLE HISTORY, AND A POSTING
      *                  BELONGS TO THE MONTH IT IS FILED UNDER - THE
      *                  BUSINESS MONTH OF THE RUN THAT POSTED IT -
      *                  SO THE 06:00 TIMESTAMP ANCHOR IS NO LONGER
      *                  NEEDED HERE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS FST-WS-POSTMSTR-STATUS.

           SELECT POSTING-HISTORY-FILE ASSIGN TO POSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FST-PH-KEY
               ALTERNATE RECORD KEY IS FST-PH-ACCOUNT-KEY
                   WITH DUPLICATES
               FILE STATUS IS FST-WS-POSTHIST-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMSTR
           COPY PARMCARD.

       FD  POSTED-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  FST-POSTED-IN-RECORD            PIC X(100).

       FD  POSTING-HISTORY-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY PHISTREC.

       FD  ACCOUNT-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       77  FST-WS-EXCEPTION-COUNT          PIC 9(07) VALUE ZERO.
       77  FST-WS-OPENING-POSITION         PIC S9(12)V99 VALUE ZERO.
       77  FST-WS-CLOSING-POSITION         PIC S9(12)V99 VALUE ZERO.
       77  FST-WS-STMT-MONTH               PIC X(06) VALUE SPACES.

      *----------------------------------------------------------------
      * STATEMENT TABLE - THE MONTH'S POSTING HISTORY ROLLED UP BY
      * ACCOUNT.  ONE PASS OVER THE MONTH'S SLICE BUILDS IT; ONE PASS
      * OVER IT PRINTS THE STATEMENTS, PULLING EACH CLOSING BALANCE
      * FROM THE ACCOUNT MASTER BY KEY.
      *----------------------------------------------------------------
           EXIT.

      *----------------------------------------------------------------
      * 2000-ROLL-UP-HISTORY - COLLECTS THE STATEMENT MONTH'S
      * ACTIVITY BY ACCOUNT.  THE HISTORY IS KEYED BY BUSINESS MONTH
      * THEN ACCOUNT, SO THE READ STARTS AT THE FIRST KEY OF THE
      * MONTH AND ENDS AT THE FIRST KEY OF THE NEXT.  A MONTH WITH
      * NO POSTINGS PRODUCES NO STATEMENTS.
      *----------------------------------------------------------------
       2000-ROLL-UP-HISTORY.
           OPEN INPUT POSTING-HISTORY-FILE
               STOP RUN
           END-IF
           MOVE 0 TO FST-WS-EOF-SW
           MOVE LOW-VALUES TO FST-PH-KEY
           MOVE FST-WS-STMT-MONTH TO FST-PH-BUS-MONTH
           START POSTING-HISTORY-FILE KEY IS NOT LESS THAN FST-PH-KEY
               INVALID KEY
                   MOVE 1 TO FST-WS-EOF-SW
           END-START
           PERFORM 2100-ROLL-UP-RECORD THRU 2100-EXIT
               UNTIL FST-WS-EOF-SW = 1
           CLOSE POSTING-HISTORY-FILE.
           EXIT.

       2100-ROLL-UP-RECORD.
           READ POSTING-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 1 TO FST-WS-EOF-SW
                   GO TO 2100-EXIT
           END-READ
           IF FST-PH-BUS-MONTH NOT = FST-WS-STMT-MONTH
               MOVE 1 TO FST-WS-EOF-SW
               GO TO 2100-EXIT
           END-IF
           MOVE FST-PH-POSTING TO FST-POSTED-MASTER-RECORD
           MOVE "N" TO FST-WS-MATCH-HIT-SW
           PERFORM 2200-MATCH-STMT-ENTRY THRU 2200-EXIT
               VARYING FST-WS-MATCH-SUB FROM 1 BY 1
       2100-EXIT.
           EXIT.

       2200-MATCH-STMT-ENTRY.
           IF FST-WS-ST-ACCOUNT(FST-WS-MATCH-SUB) =
                   FST-PM-ACCOUNT-NUMBER
           EXIT.

       2300-TALLY-STMT-ENTRY.
           IF FST-PM-TRAN-CODE = "DR" OR "RC"
               ADD 1 TO FST-WS-ST-DR-COUNT(FST-WS-MATCH-SUB)
               ADD FST-PM-AMOUNT
                   TO FST-WS-ST-DR-AMOUNT(FST-WS-MATCH-SUB)
