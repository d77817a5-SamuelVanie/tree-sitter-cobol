      * A REAL, OPEN ACCOUNT BEFORE POSTING, AND APPLY EACH GOOD
      * DEBIT OR CREDIT TO THE RUNNING BALANCE SO DOWNSTREAM SHOPS NO
      * LONGER RE-DERIVE BALANCES BY HAND FROM POSTMSTR.  ACCOUNTS
      * ARE OPENED, CLOSED AND AMENDED BY FST-ACCT-MAINT.  THE
      * OVERDRAFT LIMIT IS HOW FAR BELOW ZERO A DEBIT MAY TAKE THE
      * BALANCE; SPACES (ACCOUNTS OPENED BEFORE THE FIELD EXISTED)
      * READ AS ZERO - NO OVERDRAFT.  AN OPEN ACCOUNT WITH NO
      * ACTIVITY FOR THE DORMANCY PERIOD IS MARKED DORMANT BY
      * FST-DORMANCY, WHICH STAMPS THE DATE IT WENT DORMANT; IT TAKES
      * NO POSTINGS UNTIL FST-ACCT-MAINT ACTIVATES IT AGAIN.
      *----------------------------------------------------------------
       01  FST-ACCOUNT-MASTER-RECORD.
           05  FST-AC-ACCOUNT-NUMBER       PIC X(10).
           05  FST-AC-ACCOUNT-STATUS       PIC X(01).
               88  FST-AC-OPEN                 VALUE "O".
               88  FST-AC-CLOSED               VALUE "C".
               88  FST-AC-DORMANT              VALUE "D".
           05  FST-AC-ACCOUNT-NAME         PIC X(20).
           05  FST-AC-CURRENT-BALANCE      PIC S9(11)V99.
           05  FST-AC-OPENED-DATE          PIC X(08).
           05  FST-AC-LAST-ACTIVITY-DATE   PIC X(08).
           05  FST-AC-OVERDRAFT-LIMIT      PIC 9(09)V99.
           05  FST-AC-DORMANT-DATE         PIC X(08).
           05  FILLER                      PIC X(01).
