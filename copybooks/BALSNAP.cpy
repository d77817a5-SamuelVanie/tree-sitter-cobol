      *----------------------------------------------------------------
      * BALSNAP - ACCOUNT BALANCE SNAPSHOT RECORD
      * ONE RECORD PER ACCOUNT ON THE MASTER, WRITTEN IN ACCOUNT
      * ORDER BY FST-BAL-PROOF AT THE END OF EVERY PROOF AND CARRIED
      * TO THE NEXT NIGHT'S PROOF AS ITS STARTING POINT.  THE
      * CLOSING BALANCE IS THE MASTER BALANCE THE NIGHT FINISHED
      * WITH; THE OPENING BALANCE IS WHERE THE NIGHT STARTED, KEPT SO
      * A PROOF RERUN FOR THE SAME BUSINESS DATE STARTS FROM THE
      * SAME PLACE INSTEAD OF COUNTING THE NIGHT TWICE.
      *----------------------------------------------------------------
       01  FST-BAL-SNAPSHOT-RECORD.
           05  FST-BS-ACCOUNT-NUMBER       PIC X(10).
           05  FST-BS-BUS-DATE             PIC X(08).
           05  FST-BS-OPENING-BALANCE      PIC S9(11)V99.
           05  FST-BS-CLOSING-BALANCE      PIC S9(11)V99.
           05  FILLER                      PIC X(36).
