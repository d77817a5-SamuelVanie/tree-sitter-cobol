      * AREA, EDIT IT, AND POST THE GOOD ONES TO THE POSTED MASTER.
      * DETAIL RECORDS CARRY TYPE DT - SEE FEEDHT FOR THE HEADER AND
      * TRAILER RECORDS THAT BRACKET THEM ON EVERY FEED.
      * A REVERSAL - RD UNDOES A DEBIT, RC UNDOES A CREDIT - NAMES
      * THE POSTING IT UNDOES BY THE ACCOUNT ON THE RECORD AND THE
      * ORIGINAL RUN-ID AND POST TIMESTAMP FROM THE POSTING HISTORY.
      * THE ORIGINAL FIELDS ARE SPACES ON AN ORDINARY DR OR CR.
      *----------------------------------------------------------------
       01  FST-TRAN-RECORD.
           05  FST-TR-RECORD-TYPE          PIC X(02).
           05  FST-TR-TRAN-CODE            PIC X(02).
               88  FST-TR-DEBIT                VALUE "DR".
               88  FST-TR-CREDIT               VALUE "CR".
               88  FST-TR-REVERSE-DEBIT        VALUE "RD".
               88  FST-TR-REVERSE-CREDIT       VALUE "RC".
               88  FST-TR-REVERSAL            VALUES "RD" "RC".
               88  FST-TR-DEBIT-SIDE          VALUES "DR" "RC".
               88  FST-TR-VALID-TRAN-CODE     VALUES "DR" "CR"
                                                      "RD" "RC".
           05  FST-TR-AMOUNT               PIC 9(09)V99.
           05  FST-TR-EFFECTIVE-DATE       PIC X(08).
           05  FST-TR-ORIG-RUN-ID          PIC X(08).
           05  FST-TR-ORIG-POST-TIMESTAMP  PIC X(16).
           05  FILLER                      PIC X(23).
