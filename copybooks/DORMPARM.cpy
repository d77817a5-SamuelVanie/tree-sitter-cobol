      *----------------------------------------------------------------
      * DORMPARM - DORMANCY PARAMETER CARD LAYOUT
      * ONE CARD IMAGE PER EXECUTION OF FST-DORMANCY - THE BUSINESS
      * DATE THE ACCOUNTS ARE JUDGED AS AT, THE NUMBER OF DAYS
      * WITHOUT ACTIVITY AFTER WHICH AN OPEN ACCOUNT IS MARKED
      * DORMANT, AND THE NUMBER OF DAYS WITHOUT ACTIVITY AFTER WHICH
      * A DORMANT ACCOUNT STILL HOLDING FUNDS IS LISTED FOR
      * COMPLIANCE AS AN ESCHEATMENT CANDIDATE.
      *----------------------------------------------------------------
       01  FST-DORMANCY-PARM-CARD.
           05  FST-DP-BUS-DATE             PIC X(08).
           05  FST-DP-DORMANT-DAYS         PIC 9(05).
           05  FST-DP-ESCHEAT-DAYS         PIC 9(05).
           05  FILLER                      PIC X(62).
