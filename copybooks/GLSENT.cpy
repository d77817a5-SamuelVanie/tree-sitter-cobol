      *----------------------------------------------------------------
      * GLSENT - GL EXTRACT SENT REGISTER RECORD
      * ONE RECORD PER TRAN CODE LINE OF A GL EXTRACT SENT TO
      * ACCOUNTING, CARRIED FROM NIGHT TO NIGHT BY FST-GL-ACK UNTIL
      * THE LEDGER'S ACKNOWLEDGEMENT MATCHES IT.  GLEXTR ITSELF IS
      * REBUILT EVERY RUN, SO THIS REGISTER IS THE ONLY RECORD OF
      * WHAT WAS SENT FOR A DATE AND UNDER WHICH RUN-ID.  A LINE
      * STAYS PENDING UNTIL ITS DATE IS ACKNOWLEDGED; A MISMATCHED
      * OR MISSING LINE STAYS AS A BREAK UNTIL A LATER
      * ACKNOWLEDGEMENT AGREES WITH IT.
      *----------------------------------------------------------------
       01  FST-GL-SENT-RECORD.
           05  FST-GS-BUS-DATE             PIC X(08).
           05  FST-GS-RUN-ID               PIC X(08).
           05  FST-GS-TRAN-CODE            PIC X(02).
           05  FST-GS-SENT-COUNT           PIC 9(07).
           05  FST-GS-SENT-AMOUNT          PIC 9(11)V99.
           05  FST-GS-ACK-STATUS           PIC X(01).
               88  FST-GS-PENDING              VALUE "P".
               88  FST-GS-MATCHED              VALUE "M".
               88  FST-GS-MISMATCHED           VALUE "X".
               88  FST-GS-MISSING              VALUE "N".
               88  FST-GS-BREAK                VALUES "X" "N".
           05  FST-GS-ACK-COUNT            PIC 9(07).
           05  FST-GS-ACK-AMOUNT           PIC 9(11)V99.
           05  FST-GS-ACK-DATE             PIC X(08).
           05  FILLER                      PIC X(13).
