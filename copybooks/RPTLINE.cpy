      * WHEN A SUBORDINATE STEP'S ACTUAL WORK COUNT DOES NOT MATCH
      * ITS EXPECTED CONTROL TOTAL; AND THE END-OF-RUN TRIAL BALANCE
      * PAGE THAT NETS THE NIGHT'S DEBITS AND CREDITS PER SOURCE
      * FEED AND PER TRAN CODE FOR ACCOUNTING; AND THE OVERDRAWN
      * ACCOUNTS PAGE LISTING EVERY ACCOUNT LEFT NEGATIVE AFTER THE
      * RUN.
      *----------------------------------------------------------------
       01  FST-BANNER-LINE.
           05  FST-BN-JOB-LABEL            PIC X(08) VALUE "JOB NAME".
           05  FST-TB-TL-NET-AMOUNT        PIC +9(11).99.
           05  FST-TB-TL-VERDICT           PIC X(15).
           05  FILLER                      PIC X(04).

       01  FST-OD-HEADING-LINE.
           05  FST-OD-HD-LABEL             PIC X(24) VALUE
               "OVERDRAWN ACCOUNTS DATE".
           05  FST-OD-HD-BUS-DATE          PIC X(08).
           05  FILLER                      PIC X(48).

       01  FST-OD-DETAIL-LINE.
           05  FST-OD-DT-LABEL             PIC X(08) VALUE "ACCOUNT".
           05  FST-OD-DT-ACCOUNT           PIC X(10).
           05  FILLER                      PIC X(01).
           05  FST-OD-DT-NAME              PIC X(20).
           05  FST-OD-DT-BAL-LABEL         PIC X(04) VALUE " BAL".
           05  FST-OD-DT-BALANCE           PIC -9(11).99.
           05  FST-OD-DT-LIM-LABEL         PIC X(04) VALUE " LIM".
           05  FST-OD-DT-LIMIT             PIC 9(09).99.
           05  FST-OD-DT-FLAG              PIC X(06).

       01  FST-OD-TOTAL-LINE.
           05  FST-OD-TL-LABEL             PIC X(19) VALUE
               "ACCOUNTS OVERDRAWN".
           05  FST-OD-TL-COUNT             PIC 9(07).
           05  FST-OD-TL-OVER-LABEL        PIC X(12) VALUE
               " OVER LIMIT".
           05  FST-OD-TL-OVER-COUNT        PIC 9(07).
           05  FILLER                      PIC X(35).
