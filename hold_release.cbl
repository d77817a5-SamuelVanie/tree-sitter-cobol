      *                  NO CICS REGION IN THIS SUITE, SO LIKE
      *                  FST-STATUS-INQ THIS RUNS AS A FOREGROUND
      *                  SESSION.
      * 10/15/2026  dlr  HELD ITEM NOW SHOWS WHY IT WAS HELD - OVER
      *                  THE FEED HOLD LIMIT OR INSUFFICIENT FUNDS
      *                  UNDER THE ACCOUNT'S OVERDRAFT LIMIT.  A
      *                  FUNDS HOLD APPROVED HERE POSTS INTO THE
      *                  OVERDRAFT ON THE RELEASE RUN.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * THE SUPERVISOR'S DECISION.  A APPROVES, R REJECTS, ANYTHING
      * ELSE LEAVES THE ITEM PENDING FOR A LATER SESSION.  APPROVE
      * AND REJECT BOTH STAMP THE REVIEWER AND THE TIMESTAMP.
      * APPROVING A FUNDS HOLD APPROVES THE OVERDRAFT IT CAUSES.
      *----------------------------------------------------------------
       1100-JUDGE-HELD-ITEM.
           MOVE FST-HD-RECORD-IMAGE TO FST-TRAN-RECORD
               " TRAN " FST-TR-TRAN-CODE
               " AMOUNT " FST-TR-AMOUNT
               " EFFECTIVE " FST-TR-EFFECTIVE-DATE
           IF FST-HD-INSUFFICIENT-FUNDS
               DISPLAY "  HELD FOR INSUFFICIENT FUNDS - APPROVAL"
                   " POSTS IT PAST THE OVERDRAFT LIMIT"
           ELSE
               DISPLAY "  HELD OVER THE FEED HOLD LIMIT"
           END-IF
           DISPLAY "APPROVE/REJECT/SKIP (A/R/S): "
               WITH NO ADVANCING
           ACCEPT FST-WS-DECISION
