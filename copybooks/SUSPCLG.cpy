      *----------------------------------------------------------------
      * SUSPCLG - SUSPENSE CORRECTION LOG RECORD
      * ONE RECORD APPENDED FOR EVERY DECISION TAKEN IN
      * FST-SUSP-CORRECT - WHO TOOK IT, WHEN, THE SUSPENSE ITEM IT
      * WAS TAKEN ON AND THE TRANSACTION IMAGE BEFORE AND AFTER.  THE
      * LOG IS NEVER REWRITTEN.  A CORRECTED OR RESUBMITTED ITEM GOES
      * TO SUSPIN FOR THE NEXT REPROCESS RUN; AN ABANDONED ITEM HAS A
      * BLANK AFTER IMAGE AND IS WRITTEN OFF BY FST-SUSP-LEDGER, WHICH
      * FINDS ITS LEDGER ENTRY BY FEED, FIRST-SEEN DATE AND IMAGE.
      *----------------------------------------------------------------
       01  FST-SUSP-CORRECTION-RECORD.
           05  FST-SC-ACTION               PIC X(08).
               88  FST-SC-CORRECT-ACTION       VALUE "CORRECT".
               88  FST-SC-RESUBMIT-ACTION      VALUE "RESUBMIT".
               88  FST-SC-ABANDON-ACTION       VALUE "ABANDON".
           05  FST-SC-OPERATOR-ID          PIC X(08).
           05  FST-SC-TIMESTAMP            PIC X(16).
           05  FST-SC-REASON-CODE          PIC X(04).
           05  FST-SC-SOURCE-FEED          PIC X(08).
           05  FST-SC-RUN-ID               PIC X(08).
           05  FST-SC-FIRST-SEEN-DATE      PIC X(08).
           05  FST-SC-BEFORE-IMAGE         PIC X(80).
           05  FST-SC-AFTER-IMAGE          PIC X(80).
           05  FILLER                      PIC X(20).
