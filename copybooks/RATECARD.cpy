      *----------------------------------------------------------------
      * RATECARD - MONTH-END FEE AND INTEREST RATE CARD LAYOUT
      * ONE CARD PER CHARGE PER RATE CHANGE.  FST-FEE-GEN USES, FOR
      * EACH CHARGE CODE, THE CARD WITH THE LATEST EFFECTIVE DATE NOT
      * AFTER THE MONTH-END BUSINESS DATE, SO A NEW RATE IS A NEW
      * CARD AND THE OLD ONE STAYS AS HISTORY.  A CHARGE WITH NO CARD
      * IN EFFECT IS NOT RAISED.
      *   MNTF  MONTHLY MAINTENANCE FEE - FLAT AMOUNT, WAIVED WHEN THE
      *         MONTH-END BALANCE IS AT LEAST THE WAIVE BALANCE (ZERO
      *         MEANS NEVER WAIVED)
      *   ITMF  ITEM FEE - FLAT AMOUNT PER POSTING IN THE MONTH OVER
      *         THE FREE ITEMS
      *   ODFE  OVERDRAWN FEE - FLAT AMOUNT WHEN THE MONTH-END BALANCE
      *         IS BELOW ZERO
      *   DRIN  DEBIT INTEREST - ANNUAL PERCENTAGE RATE ON A NEGATIVE
      *         MONTH-END BALANCE FOR THE DAYS IN THE MONTH
      *   CRIN  CREDIT INTEREST - ANNUAL PERCENTAGE RATE ON A POSITIVE
      *         MONTH-END BALANCE FOR THE DAYS IN THE MONTH
      *----------------------------------------------------------------
       01  FST-RATE-CARD.
           05  FST-RT-CHARGE-CODE          PIC X(04).
               88  FST-RT-MAINTENANCE-FEE      VALUE "MNTF".
               88  FST-RT-ITEM-FEE             VALUE "ITMF".
               88  FST-RT-OVERDRAWN-FEE        VALUE "ODFE".
               88  FST-RT-DEBIT-INTEREST       VALUE "DRIN".
               88  FST-RT-CREDIT-INTEREST      VALUE "CRIN".
               88  FST-RT-VALID-CHARGE-CODE    VALUES "MNTF" "ITMF"
                                                      "ODFE" "DRIN"
                                                      "CRIN".
           05  FST-RT-EFFECTIVE-DATE       PIC X(08).
           05  FST-RT-FLAT-AMOUNT          PIC 9(07)V99.
           05  FST-RT-ANNUAL-RATE          PIC 9(03)V9(04).
           05  FST-RT-FREE-ITEMS           PIC 9(05).
           05  FST-RT-WAIVE-BALANCE        PIC 9(11)V99.
           05  FST-RT-DESCRIPTION          PIC X(20).
           05  FILLER                      PIC X(14).
