      *----------------------------------------------------------------
      * MNTJRNL - ACCOUNT MAINTENANCE JOURNAL RECORD
      * ONE RECORD APPENDED FOR EVERY ACCOUNT MASTER MAINTENANCE
      * ACTION - WHO DID IT, WHEN, AND THE ACCOUNT RECORD BEFORE AND
      * AFTER.  THE JOURNAL IS NEVER REWRITTEN.  ACTIONS THAT TAKE
      * EFFECT AT ONCE ARE WRITTEN APPLIED; A CLOSE OR A NAME CHANGE
      * IS WRITTEN PENDING, WITH THE AFTER IMAGE IT WOULD PRODUCE,
      * AND ONLY REACHES THE MASTER WHEN A SECOND OPERATOR APPROVES
      * IT THROUGH FST-MAINT-APPROVE.  THE DECISION IS ITSELF A
      * JOURNAL RECORD THAT POINTS BACK AT THE REQUEST BY ITS
      * OPERATOR, TIMESTAMP AND ACTION - AN AMEND CAN RAISE A RENAME
      * AND A CLOSE IN THE SAME HUNDREDTH OF A SECOND, SO OPERATOR
      * AND TIMESTAMP ALONE DO NOT TELL THEM APART.  FST-DORMANCY
      * JOURNALS EACH ACCOUNT IT MARKS DORMANT, APPLIED, UNDER ITS
      * OWN STEP NAME.
      *----------------------------------------------------------------
       01  FST-MAINT-JOURNAL-RECORD.
           05  FST-MJ-ACTION               PIC X(08).
               88  FST-MJ-OPEN-ACTION          VALUE "OPEN".
               88  FST-MJ-CLOSE-ACTION         VALUE "CLOSE".
               88  FST-MJ-RENAME-ACTION        VALUE "RENAME".
               88  FST-MJ-AMEND-ACTION         VALUE "AMEND".
               88  FST-MJ-DORMANT-ACTION       VALUE "DORMANT".
               88  FST-MJ-ACTIVATE-ACTION      VALUE "ACTIVATE".
               88  FST-MJ-APPROVE-ACTION       VALUE "APPROVE".
               88  FST-MJ-REJECT-ACTION        VALUE "REJECT".
               88  FST-MJ-DECISION-ACTION      VALUES "APPROVE"
                                                      "REJECT".
           05  FST-MJ-STATUS               PIC X(01).
               88  FST-MJ-APPLIED              VALUE "A".
               88  FST-MJ-PENDING              VALUE "P".
               88  FST-MJ-REFUSED              VALUE "R".
           05  FST-MJ-OPERATOR-ID          PIC X(08).
           05  FST-MJ-TIMESTAMP            PIC X(16).
           05  FST-MJ-ACCOUNT-NUMBER       PIC X(10).
           05  FST-MJ-REF-OPERATOR-ID      PIC X(08).
           05  FST-MJ-REF-TIMESTAMP        PIC X(16).
           05  FST-MJ-BEFORE-IMAGE         PIC X(80).
           05  FST-MJ-AFTER-IMAGE          PIC X(80).
           05  FST-MJ-REF-ACTION           PIC X(08).
           05  FILLER                      PIC X(05).
