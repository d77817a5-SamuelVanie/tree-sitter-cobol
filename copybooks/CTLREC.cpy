      * CHANGE, NOT A PROGRAM CHANGE, UP TO THE SLOT LIMIT.  THE
      * HOLD LIMIT DIVERTS ANY TRANSACTION OVER THAT AMOUNT TO THE
      * PENDING-APPROVAL HOLD FILE INSTEAD OF POSTING; ZERO MEANS
      * NO LIMIT FOR THE FEED.  THE NSF ACTION SAYS WHERE A DEBIT
      * THAT WOULD TAKE ITS ACCOUNT PAST THE OVERDRAFT LIMIT GOES -
      * H TO THE HOLD FILE FOR A SUPERVISOR, ANYTHING ELSE TO
      * SUSPENSE AS NSF.
      *----------------------------------------------------------------
       01  FST-CONTROL-RECORD.
           05  FST-CT-FILE-ID              PIC X(08).
           05  FST-CT-EXPECT-COUNT         PIC 9(07).
           05  FST-CT-EXPECT-AMOUNT        PIC 9(11)V99.
           05  FST-CT-HOLD-LIMIT           PIC 9(09)V99.
           05  FST-CT-NSF-ACTION           PIC X(01).
               88  FST-CT-NSF-TO-HOLD          VALUE "H".
           05  FILLER                      PIC X(39).
