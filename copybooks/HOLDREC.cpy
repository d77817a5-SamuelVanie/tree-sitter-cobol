      * OR REJECTS IT THROUGH FST-HOLD-RELEASE, WHICH STAMPS THE
      * REVIEWER AND TIMESTAMP ON THE RECORD.  APPROVED ITEMS ARE
      * FOLDED BACK IN BY A RELEASE RUN THE WAY CORRECTED SUSPENSE
      * RECORDS ARE.  THE HOLD REASON SAYS WHICH CHECK HELD THE
      * ITEM - L OVER THE FEED HOLD LIMIT, F INSUFFICIENT FUNDS
      * UNDER THE ACCOUNT'S OVERDRAFT LIMIT.  HOLDS WRITTEN BEFORE
      * THE FIELD EXISTED CARRY A SPACE AND ARE LIMIT HOLDS.
      *----------------------------------------------------------------
       01  FST-HOLD-RECORD.
           05  FST-HD-STATUS               PIC X(01).
           05  FST-HD-REVIEWER-ID          PIC X(08).
           05  FST-HD-REVIEW-TIMESTAMP     PIC X(16).
           05  FST-HD-RECORD-IMAGE         PIC X(80).
           05  FST-HD-HOLD-REASON          PIC X(01).
               88  FST-HD-OVER-LIMIT           VALUES "L" " ".
               88  FST-HD-INSUFFICIENT-FUNDS   VALUE "F".
           05  FILLER                      PIC X(02).
