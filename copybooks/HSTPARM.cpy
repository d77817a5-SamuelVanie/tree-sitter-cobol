      *----------------------------------------------------------------
      * HSTPARM - POSTING HISTORY ROLL PARAMETER CARD LAYOUT
      * ONE CARD IMAGE PER EXECUTION OF FST-HIST-ROLL - THE BUSINESS
      * DATE OF THE NIGHT, WHAT TO DO, AND FOR A ROLL THE BUSINESS
      * MONTH TO MOVE OFF THE LIVE HISTORY.  THE SCHEDULER ALLOCATES
      * THAT MONTH'S ARCHIVE FILE AS PHARCH FOR THE STEP.  A LOAD IS
      * THE ONE-TIME CONVERSION OF THE OLD FLAT HISTORY, ALLOCATED AS
      * POSTHSEQ, ONTO THE KEYED FILE.
      *----------------------------------------------------------------
       01  FST-HIST-PARM-CARD.
           05  FST-HP-BUS-DATE             PIC X(08).
           05  FST-HP-FUNCTION             PIC X(01).
               88  FST-HP-LOAD                 VALUE "L".
               88  FST-HP-ROLL                 VALUE "R".
           05  FST-HP-ROLL-MONTH           PIC X(06).
           05  FILLER                      PIC X(65).
