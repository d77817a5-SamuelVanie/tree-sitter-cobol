      *----------------------------------------------------------------
      * GLAPARM - GL ACKNOWLEDGEMENT MATCHING PARAMETER CARD LAYOUT
      * ONE CARD IMAGE PER EXECUTION OF FST-GL-ACK - THE BUSINESS
      * DATE AND RUN-ID OF TONIGHT'S GL EXTRACT, AND THE NUMBER OF
      * DAYS A SENT EXTRACT MAY GO UNACKNOWLEDGED BEFORE IT RAISES
      * A BREAK ON ALERTQ.
      *----------------------------------------------------------------
       01  FST-GL-ACK-PARM-CARD.
           05  FST-GK-BUS-DATE             PIC X(08).
           05  FST-GK-RUN-ID               PIC X(08).
           05  FST-GK-OVERDUE-DAYS         PIC 9(03).
           05  FILLER                      PIC X(61).
