      *----------------------------------------------------------------
      * CLSPARM - BUSINESS-DATE CLOSE PARAMETER CARD LAYOUT
      * ONE CARD IMAGE PER EXECUTION OF FST-CLOSE-OUT.  FUNCTION C IS
      * THE END-OF-NIGHT CERTIFICATION OF THE BUSINESS DATE AND THE
      * RUN-ID THE NIGHT POSTED UNDER.  FUNCTION R RECORDS AN
      * AUTHORIZED REOPEN OF A CLOSED DATE SO FIXED-START WILL ACCEPT
      * A RERUN FOR IT - THE OPERATOR ASKING, A DIFFERENT SUPERVISOR
      * AUTHORIZING, AND THE REASON.
      *----------------------------------------------------------------
       01  FST-CLOSE-PARM-CARD.
           05  FST-CP-FUNCTION             PIC X(01).
               88  FST-CP-CLOSE                VALUE "C".
               88  FST-CP-REOPEN               VALUE "R".
           05  FST-CP-BUS-DATE             PIC X(08).
           05  FST-CP-RUN-ID               PIC X(08).
           05  FST-CP-OPERATOR-ID          PIC X(08).
           05  FST-CP-AUTHORIZED-BY        PIC X(08).
           05  FST-CP-REASON               PIC X(30).
           05  FILLER                      PIC X(17).
