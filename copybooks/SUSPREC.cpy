               88  FST-SP-UNKNOWN-ACCOUNT      VALUE "NOAC".
               88  FST-SP-CLOSED-ACCOUNT       VALUE "CLSD".
               88  FST-SP-DUPLICATE            VALUE "DUPE".
               88  FST-SP-REVERSAL-NO-ORIGINAL VALUE "RVNF".
               88  FST-SP-REVERSAL-DONE        VALUE "RVDN".
               88  FST-SP-REVERSAL-AMOUNT      VALUE "RVAM".
               88  FST-SP-INSUFFICIENT-FUNDS   VALUE "NSF ".
               88  FST-SP-DORMANT-ACCOUNT      VALUE "DORM".
           05  FST-SP-SOURCE-FEED          PIC X(08).
           05  FST-SP-RUN-ID               PIC X(08).
           05  FST-SP-RECORD-IMAGE         PIC X(80).
