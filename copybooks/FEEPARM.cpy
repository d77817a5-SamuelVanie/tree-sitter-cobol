      *----------------------------------------------------------------
      * FEEPARM - MONTH-END FEE AND INTEREST PARAMETER CARD LAYOUT
      * ONE CARD IMAGE PER EXECUTION OF FST-FEE-GEN - THE MONTH-END
      * BUSINESS DATE WHOSE MONTH IS CHARGED, THE FEED ID THE CHARGES
      * TRAVEL UNDER (SPACES FOR THE STANDARD FEEINT), AND THE NSF
      * ACTION FOR THE FEED'S REGISTRY CARD - H SENDS A CHARGE THE
      * ACCOUNT CANNOT COVER TO THE HOLD FILE, ANYTHING ELSE TO
      * SUSPENSE AS NSF.  THE NIGHT MUST STILL BALANCE, SO THE FEES
      * AND DEBIT INTEREST ARE OFFSET BY A CREDIT TO THE FEE INCOME
      * ACCOUNT AND THE CREDIT INTEREST BY A DEBIT TO THE INTEREST
      * EXPENSE ACCOUNT - BOTH OPEN ACCOUNTS ON THE MASTER.
      *----------------------------------------------------------------
       01  FST-FEE-PARM-CARD.
           05  FST-FP-BUS-DATE             PIC X(08).
           05  FST-FP-FEED-ID              PIC X(08).
           05  FST-FP-NSF-ACTION           PIC X(01).
           05  FST-FP-INCOME-ACCOUNT       PIC X(10).
           05  FST-FP-EXPENSE-ACCOUNT      PIC X(10).
           05  FILLER                      PIC X(43).
