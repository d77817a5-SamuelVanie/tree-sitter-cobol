      *----------------------------------------------------------------
      * PHISTREC - KEYED POSTING HISTORY RECORD
      * ONE RECORD PER POSTING ON THE LIVE POSTING HISTORY, AN
      * INDEXED FILE KEYED BY BUSINESS MONTH, ACCOUNT, POST TIMESTAMP
      * AND A SEQUENCE NUMBER THE POSTING RUN ASSIGNS, SO A MONTH IS
      * ONE CONTIGUOUS SLICE OF THE FILE.  THE ALTERNATE KEY - ACCOUNT
      * THEN BUSINESS MONTH, DUPLICATES ALLOWED - MAKES ONE ACCOUNT'S
      * POSTINGS A SLICE AS WELL.  THE POSTING ITSELF IS CARRIED WHOLE
      * IN THE PMSTREC LAYOUT.
      * FST-HIST-ROLL MOVES A CLOSED MONTH OFF THE LIVE FILE INTO
      * THAT MONTH'S ARCHIVE FILE IN THE SAME LAYOUT, IN KEY ORDER,
      * FOLLOWED BY ONE TRAILER RECORD CARRYING THE DETAIL COUNT.
      * A TRAILER ONLY EVER APPEARS ON AN ARCHIVE FILE.
      *----------------------------------------------------------------
       01  FST-POSTING-HISTORY-RECORD.
           05  FST-PH-KEY.
               10  FST-PH-BUS-MONTH        PIC X(06).
               10  FST-PH-ACCOUNT-NUMBER   PIC X(10).
               10  FST-PH-POST-TIMESTAMP   PIC X(16).
               10  FST-PH-POST-SEQ         PIC 9(06).
           05  FST-PH-ACCOUNT-KEY.
               10  FST-PH-AK-ACCOUNT-NUMBER PIC X(10).
               10  FST-PH-AK-BUS-MONTH     PIC X(06).
           05  FST-PH-RECORD-TYPE          PIC X(01).
               88  FST-PH-DETAIL               VALUE "D".
               88  FST-PH-TRAILER              VALUE "T".
           05  FST-PH-POSTING              PIC X(100).
           05  FST-PH-TRAILER-DATA REDEFINES FST-PH-POSTING.
               10  FST-PH-TR-RECORD-COUNT  PIC 9(09).
               10  FILLER                  PIC X(91).
           05  FILLER                      PIC X(05).
