      * NIGHTLY STREAM TAKES IN PLACE OF THE RAW UPSTREAM FEEDS.
      * THE CYCLE CODE TELLS THE DOWNSTREAM STEPS WHETHER THE RUN
      * POSTED A DAILY OR A MONTH-END NIGHT.
      * A REVERSAL POSTING (RD OR RC) CARRIES THE RUN-ID AND POST
      * TIMESTAMP OF THE POSTING IT UNDOES, SO THE PAIR CAN BE
      * MATCHED IN THE HISTORY.  RECORD LENGTH WENT 80 TO 100 FOR
      * THE ORIGINAL FIELDS - AN 80-BYTE HISTORY LINE WRITTEN BEFORE
      * THEN READS WITH THEM SPACES.  THE BUSINESS DATE OF THE RUN
      * THAT POSTED THE RECORD RIDES AT THE END SO THE BALANCE PROOF
      * CAN PICK ONE NIGHT OUT OF THE HISTORY; OLDER LINES CARRY
      * SPACES THERE.
      *----------------------------------------------------------------
       01  FST-POSTED-MASTER-RECORD.
           05  FST-PM-ACCOUNT-NUMBER       PIC X(10).
           05  FST-PM-CYCLE-CODE           PIC X(01).
               88  FST-PM-DAILY-CYCLE          VALUE "D".
               88  FST-PM-MONTH-END-CYCLE      VALUE "M".
           05  FST-PM-ORIG-RUN-ID          PIC X(08).
           05  FST-PM-ORIG-POST-TIMESTAMP  PIC X(16).
           05  FST-PM-BUS-DATE             PIC X(08).
           05  FILLER                      PIC X(04).
