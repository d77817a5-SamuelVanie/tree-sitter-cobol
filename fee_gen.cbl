       IDENTIFICATION DIVISION.
       PROGRAM-ID. FST-FEE-GEN.
       AUTHOR. D-SHIFT-BATCH-SUPPORT.
       INSTALLATION. NIGHTLY-BATCH-STREAM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026  dlr  ORIGINAL - MONTH-END FEE AND INTEREST
      *                  GENERATION.  SERVICE CHARGES AND INTEREST
      *                  WERE KEYED BY HAND THE DAY AFTER MONTH-END.
      *                  THIS STEP RUNS ON THE MONTH-END NIGHT AFTER
      *                  FST-STMT-RUN, PRICES EVERY OPEN ACCOUNT FROM
      *                  THE RATE CARDS IN EFFECT, AND WRITES THE
      *                  CHARGES AS AN ORDINARY FEED - HEADER, DETAIL
      *                  AND TRAILER - DATED FOR THE NEXT PROCESSING
      *                  DAY ON THE BUSINESS CALENDAR, TOGETHER WITH
      *                  THE FEED'S REGISTRY CARD FOR CTLFILE.  THE
      *                  NEXT FIXED-START POSTS THEM THROUGH THE SAME
      *                  EDITS, DUPLICATE CHECK, HOLD LIMIT, TRIAL
      *                  BALANCE AND GL EXTRACT AS ANY OTHER FEED.  A
      *                  GENERATION REPORT SHOWS EVERY CHARGE AND THE
      *                  RATE IT WAS PRICED AT.
      * 10/15/2026  dlr  OFFSET ENTRIES - A CREDIT TO THE FEE INCOME
      *                  ACCOUNT FOR THE FEES AND DEBIT INTEREST AND A
      *                  DEBIT TO THE INTEREST EXPENSE ACCOUNT FOR THE
      *                  CREDIT INTEREST, SO THE POSTING NIGHT STILL
      *                  PASSES THE TRIAL BALANCE.  BOTH ACCOUNTS
      *                  COME FROM THE PARM CARD AND ARE NOT CHARGED.
      * 10/15/2026  dlr  AN ACCOUNT'S DEBIT IS NOW ONLY RAISED WHEN
      *                  THE BALANCE AND OVERDRAFT LIMIT COVER IT, AS
      *                  THE FUNDS CHECK IN FIXED-START TESTS IT.  THE
      *                  OVERDRAWN FEE AND DEBIT INTEREST WERE BEING
      *                  REFUSED THERE WHILE THE FEE INCOME OFFSET
      *                  POSTED IN FULL, SO THE NIGHT FAILED ITS TRIAL
      *                  BALANCE.  A DEBIT NOT RAISED IS LISTED ON THE
      *                  REPORT AND LEFT OUT OF THE OFFSET.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-PARM-FILE ASSIGN TO FEEPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-PARM-FILE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO CALFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-CALENDAR-STATUS.

           SELECT RATE-CARD-FILE ASSIGN TO RATECARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-RATE-CARD-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FST-AC-ACCOUNT-NUMBER
               FILE STATUS IS FST-WS-ACCTMSTR-STATUS.

           SELECT POSTING-HISTORY-FILE ASSIGN TO POSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FST-PH-KEY
               ALTERNATE RECORD KEY IS FST-PH-ACCOUNT-KEY
                   WITH DUPLICATES
               FILE STATUS IS FST-WS-POSTHIST-STATUS.

           SELECT FEE-FEED-FILE ASSIGN TO FEEFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-FEED-STATUS.

           SELECT REGISTRY-CARD-FILE ASSIGN TO FEECTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-REGISTRY-STATUS.

           SELECT REPORT-FILE ASSIGN TO FEERPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY FEEPARM.

       FD  CALENDAR-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CALREC.

       FD  RATE-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FST-RATE-CARD-RECORD            PIC X(80).

       FD  ACCOUNT-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY ACCTREC.

       FD  POSTING-HISTORY-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY PHISTREC.

       FD  FEE-FEED-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FST-FEE-FEED-RECORD             PIC X(80).

       FD  REGISTRY-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CTLREC.

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FST-REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
       01  FST-WS-FILE-STATUSES.
           05  FST-WS-PARM-FILE-STATUS     PIC X(02).
           05  FST-WS-CALENDAR-STATUS      PIC X(02).
           05  FST-WS-RATE-CARD-STATUS     PIC X(02).
           05  FST-WS-ACCTMSTR-STATUS      PIC X(02).
           05  FST-WS-POSTHIST-STATUS      PIC X(02).
           05  FST-WS-FEED-STATUS          PIC X(02).
           05  FST-WS-REGISTRY-STATUS      PIC X(02).
           05  FST-WS-REPORT-STATUS        PIC X(02).

           COPY RATECARD.

           COPY FEEDHT.

           COPY TRANREC.

       77  FST-WS-EOF-SW                   PIC 9(01) VALUE ZERO.
       77  FST-WS-HIST-EOF-SW              PIC 9(01) VALUE ZERO.
       77  FST-WS-CAL-FOUND-SW             PIC X(01) VALUE "N".
       77  FST-WS-BUS-DAY-TYPE             PIC X(01) VALUE SPACE.
       77  FST-WS-BUS-MONTH-END            PIC X(01) VALUE "N".
       77  FST-WS-POST-DATE                PIC X(08) VALUE SPACES.
       77  FST-WS-FEED-ID                  PIC X(08) VALUE SPACES.
       77  FST-WS-CHARGE-MONTH             PIC X(06) VALUE SPACES.
       77  FST-WS-MONTH-START              PIC 9(08) VALUE ZERO.
       77  FST-WS-NEXT-MONTH-START         PIC 9(08) VALUE ZERO.
       77  FST-WS-MONTH-YEAR               PIC 9(04) VALUE ZERO.
       77  FST-WS-MONTH-NUM                PIC 9(02) VALUE ZERO.
       77  FST-WS-MONTH-DAYS               PIC 9(03) VALUE ZERO.
       77  FST-WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
       77  FST-WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
       77  FST-WS-CG-SUB                   PIC 9(01) VALUE ZERO.
       77  FST-WS-CG-HIT-SUB               PIC 9(01) VALUE ZERO.
       77  FST-WS-ITEM-COUNT               PIC 9(07) VALUE ZERO.
       77  FST-WS-BASIS                    PIC S9(11)V99 VALUE ZERO.
       77  FST-WS-CHARGE                   PIC 9(09)V99 VALUE ZERO.
       77  FST-WS-ACCOUNT-DEBIT            PIC 9(09)V99 VALUE ZERO.
       77  FST-WS-ACCOUNT-CREDIT           PIC 9(09)V99 VALUE ZERO.
       77  FST-WS-OVERDRAFT-LIMIT          PIC 9(09)V99 VALUE ZERO.
       77  FST-WS-FUNDS-AVAILABLE          PIC S9(11)V99 VALUE ZERO.
       77  FST-WS-RATE-CARD-COUNT          PIC 9(05) VALUE ZERO.
       77  FST-WS-MISSING-CARD-COUNT       PIC 9(01) VALUE ZERO.
       77  FST-WS-ACCOUNTS-READ            PIC 9(07) VALUE ZERO.
       77  FST-WS-ACCOUNTS-CHARGED         PIC 9(07) VALUE ZERO.
       77  FST-WS-ACCOUNTS-NOT-OPEN        PIC 9(07) VALUE ZERO.
       77  FST-WS-NOT-RAISED-COUNT         PIC 9(07) VALUE ZERO.
       77  FST-WS-NOT-RAISED-AMOUNT        PIC 9(11)V99 VALUE ZERO.
       77  FST-WS-DEBIT-COUNT              PIC 9(07) VALUE ZERO.
       77  FST-WS-DEBIT-AMOUNT             PIC 9(11)V99 VALUE ZERO.
       77  FST-WS-CREDIT-COUNT             PIC 9(07) VALUE ZERO.
       77  FST-WS-CREDIT-AMOUNT            PIC 9(11)V99 VALUE ZERO.
       77  FST-WS-DETAIL-COUNT             PIC 9(07) VALUE ZERO.
       77  FST-WS-FEED-TOTAL               PIC 9(11)V99 VALUE ZERO.
       77  FST-WS-OFFSET-ACCOUNT           PIC X(10) VALUE SPACES.
       77  FST-WS-EDIT-AMOUNT              PIC -9(11).99.
       77  FST-WS-EDIT-COUNT               PIC 9(07).
       77  FST-WS-EDIT-FLAT                PIC 9(07).99.
       77  FST-WS-EDIT-RATE                PIC 9(03).9999.

      *----------------------------------------------------------------
      * CHARGE TABLE - ONE ENTRY PER CHARGE CODE HOLDING THE RATE CARD
      * IN EFFECT FOR IT, IN THE ORDER THE CHARGES ARE PRICED.
      *----------------------------------------------------------------
       01  FST-WS-CHARGE-TABLE.
           05  FST-WS-CHARGE-ENTRY OCCURS 5 TIMES.
               10  FST-WS-CG-CODE          PIC X(04).
               10  FST-WS-CG-FOUND-SW      PIC X(01).
               10  FST-WS-CG-CARD          PIC X(80).

       01  FST-FG-HEADING-LINE.
           05  FILLER                      PIC X(34) VALUE
               "MONTH-END FEES AND INTEREST MONTH".
           05  FST-FG-HD-MONTH             PIC X(06).
           05  FILLER                      PIC X(06) VALUE " FEED".
           05  FST-FG-HD-FEED-ID           PIC X(08).
           05  FILLER                      PIC X(07) VALUE " POSTS".
           05  FST-FG-HD-POST-DATE         PIC X(08).
           05  FILLER                      PIC X(11) VALUE SPACES.

       01  FST-FG-CARD-COLUMN-LINE.
           05  FILLER                      PIC X(05) VALUE "CODE".
           05  FILLER                      PIC X(09) VALUE "EFF DATE".
           05  FILLER                      PIC X(21) VALUE
               "DESCRIPTION".
           05  FILLER                      PIC X(11) VALUE
               "  FLAT AMT".
           05  FILLER                      PIC X(09) VALUE "    RATE".
           05  FILLER                      PIC X(06) VALUE " FREE".
           05  FILLER                      PIC X(14) VALUE
               "   WAIVE ABOVE".
           05  FILLER                      PIC X(05) VALUE SPACES.

       01  FST-FG-CARD-LINE.
           05  FST-FG-CD-CODE              PIC X(04).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-FG-CD-EFF-DATE          PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-FG-CD-DESCRIPTION       PIC X(20).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-FG-CD-FLAT              PIC 9(07).99.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-FG-CD-RATE              PIC 9(03).9999.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-FG-CD-FREE              PIC 9(05).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-FG-CD-WAIVE             PIC 9(11).99.
           05  FILLER                      PIC X(05) VALUE SPACES.

       01  FST-FG-NO-CARD-LINE.
           05  FILLER                      PIC X(27) VALUE
               "NO RATE CARD IN EFFECT FOR".
           05  FST-FG-NC-CODE              PIC X(04).
           05  FILLER                      PIC X(25) VALUE
               " - NOT CHARGED THIS MONTH".
           05  FILLER                      PIC X(24) VALUE SPACES.

       01  FST-FG-COLUMN-LINE.
           05  FILLER                      PIC X(11) VALUE "ACCOUNT".
           05  FILLER                      PIC X(05) VALUE "CODE".
           05  FILLER                      PIC X(16) VALUE
               "          BASIS".
           05  FILLER                      PIC X(13) VALUE "RATE".
           05  FILLER                      PIC X(12) VALUE
               "      CHARGE".
           05  FILLER                      PIC X(23) VALUE SPACES.

       01  FST-FG-DETAIL-LINE.
           05  FST-FG-DT-ACCOUNT           PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-FG-DT-CODE              PIC X(04).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-FG-DT-BASIS             PIC X(15).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-FG-DT-RATE              PIC X(12).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-FG-DT-CHARGE            PIC 9(09).99.
           05  FILLER                      PIC X(23) VALUE SPACES.

       01  FST-FG-ACCOUNT-LINE.
           05  FILLER                      PIC X(16) VALUE
               "  ACCOUNT TOTAL".
           05  FILLER                      PIC X(04) VALUE " DR".
           05  FST-FG-AT-DEBIT             PIC 9(09).99.
           05  FILLER                      PIC X(04) VALUE " CR".
           05  FST-FG-AT-CREDIT            PIC 9(09).99.
           05  FILLER                      PIC X(32) VALUE SPACES.

       01  FST-FG-NOT-RAISED-LINE.
           05  FILLER                      PIC X(16) VALUE
               "  DEBIT".
           05  FST-FG-NR-AMOUNT            PIC 9(09).99.
           05  FILLER                      PIC X(35) VALUE
               " NOT RAISED - INSUFFICIENT FUNDS".
           05  FILLER                      PIC X(17) VALUE SPACES.

       01  FST-FG-OFFSET-LINE.
           05  FILLER                      PIC X(11) VALUE "OFFSET".
           05  FST-FG-OF-ACCOUNT           PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-FG-OF-TRAN-CODE         PIC X(02).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-FG-OF-AMOUNT            PIC 9(09).99.
           05  FILLER                      PIC X(43) VALUE SPACES.

       01  FST-FG-TOTAL-LINE-1.
           05  FILLER                      PIC X(14) VALUE
               "ACCOUNTS READ".
           05  FST-FG-TL-READ              PIC 9(07).
           05  FILLER                      PIC X(09) VALUE
               " CHARGED".
           05  FST-FG-TL-CHARGED           PIC 9(07).
           05  FILLER                      PIC X(10) VALUE
               " NOT OPEN".
           05  FST-FG-TL-NOT-OPEN          PIC 9(07).
           05  FILLER                      PIC X(26) VALUE SPACES.

       01  FST-FG-TOTAL-LINE-2.
           05  FILLER                      PIC X(07) VALUE "DEBITS".
           05  FST-FG-TL-DEBIT-COUNT       PIC 9(07).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-FG-TL-DEBIT-AMOUNT      PIC 9(11).99.
           05  FILLER                      PIC X(09) VALUE
               " CREDITS".
           05  FST-FG-TL-CREDIT-COUNT      PIC 9(07).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-FG-TL-CREDIT-AMOUNT     PIC 9(11).99.
           05  FILLER                      PIC X(18) VALUE SPACES.

       01  FST-FG-TOTAL-LINE-3.
           05  FILLER                      PIC X(34) VALUE
               "DEBITS NOT RAISED - INSUFF FUNDS".
           05  FST-FG-TL-NOT-RAISED-COUNT  PIC 9(07).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-FG-TL-NOT-RAISED-AMOUNT PIC 9(11).99.
           05  FILLER                      PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE - CHECKS THE NIGHT IS A MONTH-END, PICKS THE
      * RATE CARDS IN EFFECT, PRICES EVERY ACCOUNT ON THE MASTER INTO
      * THE FEED, THEN CLOSES THE FEED WITH ITS TRAILER AND WRITES
      * ITS REGISTRY CARD.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-READ-PARM-CARD THRU 1000-EXIT
           PERFORM 1100-CHECK-CALENDAR THRU 1100-EXIT
           PERFORM 1200-LOAD-RATE-CARDS THRU 1200-EXIT
           PERFORM 1300-OPEN-FILES THRU 1300-EXIT
           PERFORM 1400-PRINT-RATE-CARDS THRU 1400-EXIT
           PERFORM 2000-WRITE-FEED-HEADER THRU 2000-EXIT
           MOVE 0 TO FST-WS-EOF-SW
           MOVE LOW-VALUES TO FST-AC-ACCOUNT-NUMBER
           START ACCOUNT-MASTER-FILE
               KEY IS NOT LESS THAN FST-AC-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 1 TO FST-WS-EOF-SW
           END-START
           PERFORM 3000-CHARGE-ACCOUNT THRU 3000-EXIT
               UNTIL FST-WS-EOF-SW = 1
           PERFORM 3500-WRITE-OFFSETS THRU 3500-EXIT
           PERFORM 4000-WRITE-FEED-TRAILER THRU 4000-EXIT
           PERFORM 4100-WRITE-REGISTRY-CARD THRU 4100-EXIT
           PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE POSTING-HISTORY-FILE
           CLOSE FEE-FEED-FILE
           CLOSE REGISTRY-CARD-FILE
           CLOSE REPORT-FILE
           DISPLAY "FST1915I FEED " FST-WS-FEED-ID " FOR "
               FST-WS-POST-DATE " DEBITS " FST-WS-DEBIT-COUNT
               " CREDITS " FST-WS-CREDIT-COUNT
               " ACCOUNTS CHARGED " FST-WS-ACCOUNTS-CHARGED
           IF FST-WS-NOT-RAISED-COUNT > 0
               DISPLAY "FST1918W " FST-WS-NOT-RAISED-COUNT
                   " ACCOUNT DEBITS NOT RAISED - INSUFFICIENT FUNDS"
           END-IF
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       1000-READ-PARM-CARD.
           OPEN INPUT FEE-PARM-FILE
           IF FST-WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "FST1900E FEE PARAMETER CARD COULD NOT BE"
                   " OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ FEE-PARM-FILE
               AT END
                   DISPLAY "FST1901E FEE PARAMETER CARD IS EMPTY"
                   CLOSE FEE-PARM-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE FEE-PARM-FILE
           IF FST-FP-BUS-DATE NOT NUMERIC
               DISPLAY "FST1902E FEE PARAMETER CARD BUSINESS DATE "
                   FST-FP-BUS-DATE " IS NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FST-FP-INCOME-ACCOUNT = SPACES
           OR FST-FP-EXPENSE-ACCOUNT = SPACES
               DISPLAY "FST1916E FEE PARAMETER CARD MUST NAME THE FEE"
                   " INCOME AND INTEREST EXPENSE ACCOUNTS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FST-FP-FEED-ID = SPACES
               MOVE "FEEINT" TO FST-WS-FEED-ID
           ELSE
               MOVE FST-FP-FEED-ID TO FST-WS-FEED-ID
           END-IF
           MOVE FST-FP-BUS-DATE(1:6) TO FST-WS-CHARGE-MONTH
           MOVE "MNTF" TO FST-WS-CG-CODE(1)
           MOVE "ITMF" TO FST-WS-CG-CODE(2)
           MOVE "ODFE" TO FST-WS-CG-CODE(3)
           MOVE "DRIN" TO FST-WS-CG-CODE(4)
           MOVE "CRIN" TO FST-WS-CG-CODE(5)
           PERFORM 1010-CLEAR-CHARGE-ENTRY THRU 1010-EXIT
               VARYING FST-WS-CG-SUB FROM 1 BY 1
               UNTIL FST-WS-CG-SUB > 5
           PERFORM 1020-FIND-MONTH-DAYS THRU 1020-EXIT.
       1000-EXIT.
           EXIT.

       1010-CLEAR-CHARGE-ENTRY.
           MOVE "N" TO FST-WS-CG-FOUND-SW(FST-WS-CG-SUB)
           MOVE SPACES TO FST-WS-CG-CARD(FST-WS-CG-SUB).
       1010-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1020-FIND-MONTH-DAYS - DAYS IN THE MONTH BEING CHARGED, FOR
      * THE INTEREST CHARGES: FROM THE FIRST OF THE MONTH TO THE
      * FIRST OF THE NEXT.
      *----------------------------------------------------------------
       1020-FIND-MONTH-DAYS.
           MOVE FST-FP-BUS-DATE(1:4) TO FST-WS-MONTH-YEAR
           MOVE FST-FP-BUS-DATE(5:2) TO FST-WS-MONTH-NUM
           COMPUTE FST-WS-MONTH-START = FST-WS-MONTH-YEAR * 10000
               + FST-WS-MONTH-NUM * 100 + 1
           IF FST-WS-MONTH-NUM = 12
               ADD 1 TO FST-WS-MONTH-YEAR
               MOVE 1 TO FST-WS-MONTH-NUM
           ELSE
               ADD 1 TO FST-WS-MONTH-NUM
           END-IF
           COMPUTE FST-WS-NEXT-MONTH-START = FST-WS-MONTH-YEAR * 10000
               + FST-WS-MONTH-NUM * 100 + 1
           COMPUTE FST-WS-MONTH-DAYS =
               FUNCTION INTEGER-OF-DATE(FST-WS-NEXT-MONTH-START)
               - FUNCTION INTEGER-OF-DATE(FST-WS-MONTH-START).
       1020-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-CHECK-CALENDAR - THE PARM DATE MUST BE A MONTH-END
      * PROCESSING NIGHT ON THE BUSINESS CALENDAR, SO A MID-MONTH
      * RUN CANNOT CHARGE A MONTH TWICE.  THE FEED IS DATED FOR THE
      * FIRST PROCESSING DAY AFTER IT - THE RUN THAT WILL POST IT -
      * SINCE FIXED-START REFUSES A FEED WHOSE HEADER DATE IS NOT
      * ITS OWN.
      *----------------------------------------------------------------
       1100-CHECK-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF FST-WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "FST1903E BUSINESS CALENDAR FILE COULD NOT BE"
                   " OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO FST-WS-EOF-SW
           PERFORM 1110-SCAN-CALENDAR-RECORD THRU 1110-EXIT
               UNTIL FST-WS-EOF-SW = 1
           CLOSE CALENDAR-FILE
           IF FST-WS-CAL-FOUND-SW NOT = "Y"
           OR FST-WS-BUS-DAY-TYPE NOT = "P"
           OR FST-WS-BUS-MONTH-END NOT = "Y"
               DISPLAY "FST1904E BUSINESS DATE " FST-FP-BUS-DATE
                   " IS NOT A MONTH-END PROCESSING DAY ON THE CALENDAR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FST-WS-POST-DATE = SPACES
               DISPLAY "FST1905E NO PROCESSING DAY AFTER "
                   FST-FP-BUS-DATE " ON THE BUSINESS CALENDAR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1100-EXIT.
           EXIT.

       1110-SCAN-CALENDAR-RECORD.
           READ CALENDAR-FILE
               AT END
                   MOVE 1 TO FST-WS-EOF-SW
               NOT AT END
                   IF FST-CL-CAL-DATE = FST-FP-BUS-DATE
                       MOVE "Y" TO FST-WS-CAL-FOUND-SW
                       MOVE FST-CL-DAY-TYPE TO FST-WS-BUS-DAY-TYPE
                       MOVE FST-CL-MONTH-END-FLAG
                           TO FST-WS-BUS-MONTH-END
                   END-IF
                   IF FST-CL-PROCESSING-DAY
                   AND FST-CL-CAL-DATE > FST-FP-BUS-DATE
                   AND (FST-WS-POST-DATE = SPACES
                       OR FST-CL-CAL-DATE < FST-WS-POST-DATE)
                       MOVE FST-CL-CAL-DATE TO FST-WS-POST-DATE
                   END-IF
           END-READ.
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-RATE-CARDS - KEEPS, FOR EACH CHARGE CODE, THE CARD
      * WITH THE LATEST EFFECTIVE DATE NOT AFTER THE MONTH-END DATE.
      * A CARD DATED LATER IS A RATE CHANGE NOT YET IN FORCE.  A CARD
      * THAT CANNOT BE READ AS A RATE STOPS THE STEP - A CHARGE
      * PRICED FROM A BAD CARD WOULD POST TO EVERY ACCOUNT.
      *----------------------------------------------------------------
       1200-LOAD-RATE-CARDS.
           OPEN INPUT RATE-CARD-FILE
           IF FST-WS-RATE-CARD-STATUS NOT = "00"
               DISPLAY "FST1906E RATE CARD FILE COULD NOT BE OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO FST-WS-EOF-SW
           PERFORM 1210-READ-RATE-CARD THRU 1210-EXIT
               UNTIL FST-WS-EOF-SW = 1
           CLOSE RATE-CARD-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-RATE-CARD.
           READ RATE-CARD-FILE INTO FST-RATE-CARD
               AT END
                   MOVE 1 TO FST-WS-EOF-SW
                   GO TO 1210-EXIT
           END-READ
           ADD 1 TO FST-WS-RATE-CARD-COUNT
           IF NOT FST-RT-VALID-CHARGE-CODE
           OR FST-RT-EFFECTIVE-DATE NOT NUMERIC
           OR FST-RT-FLAT-AMOUNT NOT NUMERIC
           OR FST-RT-ANNUAL-RATE NOT NUMERIC
           OR FST-RT-FREE-ITEMS NOT NUMERIC
           OR FST-RT-WAIVE-BALANCE NOT NUMERIC
               DISPLAY "FST1907E RATE CARD " FST-WS-RATE-CARD-COUNT
                   " IS NOT VALID - CODE " FST-RT-CHARGE-CODE
                   " EFFECTIVE " FST-RT-EFFECTIVE-DATE
               CLOSE RATE-CARD-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FST-RT-EFFECTIVE-DATE > FST-FP-BUS-DATE
               GO TO 1210-EXIT
           END-IF
           MOVE 0 TO FST-WS-CG-HIT-SUB
           PERFORM 1220-MATCH-CHARGE-CODE THRU 1220-EXIT
               VARYING FST-WS-CG-SUB FROM 1 BY 1
               UNTIL FST-WS-CG-SUB > 5
               OR FST-WS-CG-HIT-SUB > 0
           IF FST-WS-CG-FOUND-SW(FST-WS-CG-HIT-SUB) = "Y"
           AND FST-WS-CG-CARD(FST-WS-CG-HIT-SUB)(5:8)
                   > FST-RT-EFFECTIVE-DATE
               GO TO 1210-EXIT
           END-IF
           MOVE "Y" TO FST-WS-CG-FOUND-SW(FST-WS-CG-HIT-SUB)
           MOVE FST-RATE-CARD TO FST-WS-CG-CARD(FST-WS-CG-HIT-SUB).
       1210-EXIT.
           EXIT.

       1220-MATCH-CHARGE-CODE.
           IF FST-WS-CG-CODE(FST-WS-CG-SUB) = FST-RT-CHARGE-CODE
               MOVE FST-WS-CG-SUB TO FST-WS-CG-HIT-SUB
           END-IF.
       1220-EXIT.
           EXIT.

       1300-OPEN-FILES.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF FST-WS-ACCTMSTR-STATUS NOT = "00"
               DISPLAY "FST1909E ACCOUNT MASTER FILE COULD NOT BE"
                   " OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FST-FP-INCOME-ACCOUNT TO FST-WS-OFFSET-ACCOUNT
           PERFORM 1310-CHECK-OFFSET-ACCOUNT THRU 1310-EXIT
           MOVE FST-FP-EXPENSE-ACCOUNT TO FST-WS-OFFSET-ACCOUNT
           PERFORM 1310-CHECK-OFFSET-ACCOUNT THRU 1310-EXIT
           OPEN INPUT POSTING-HISTORY-FILE
           IF FST-WS-POSTHIST-STATUS NOT = "00"
               DISPLAY "FST1910E POSTING HISTORY FILE COULD NOT BE"
                   " OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FEE-FEED-FILE
           IF FST-WS-FEED-STATUS NOT = "00"
               DISPLAY "FST1911E FEE FEED FILE COULD NOT BE OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REGISTRY-CARD-FILE
           IF FST-WS-REGISTRY-STATUS NOT = "00"
               DISPLAY "FST1912E FEE FEED REGISTRY CARD FILE COULD NOT"
                   " BE OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF FST-WS-REPORT-STATUS NOT = "00"
               DISPLAY "FST1913E FEE GENERATION REPORT FILE COULD NOT"
                   " BE OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1300-EXIT.
           EXIT.

       1310-CHECK-OFFSET-ACCOUNT.
           MOVE FST-WS-OFFSET-ACCOUNT TO FST-AC-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE SPACE TO FST-AC-ACCOUNT-STATUS
           END-READ
           IF NOT FST-AC-OPEN
               DISPLAY "FST1917E OFFSET ACCOUNT " FST-WS-OFFSET-ACCOUNT
                   " IS NOT AN OPEN ACCOUNT ON THE MASTER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1400-PRINT-RATE-CARDS - THE REPORT OPENS WITH THE CARD EACH
      * CHARGE WAS PRICED FROM.  A CHARGE WITH NO CARD IN EFFECT IS
      * LISTED AS NOT CHARGED AND WARNED ON THE CONSOLE.
      *----------------------------------------------------------------
       1400-PRINT-RATE-CARDS.
           MOVE FST-WS-CHARGE-MONTH TO FST-FG-HD-MONTH
           MOVE FST-WS-FEED-ID TO FST-FG-HD-FEED-ID
           MOVE FST-WS-POST-DATE TO FST-FG-HD-POST-DATE
           WRITE FST-REPORT-RECORD FROM FST-FG-HEADING-LINE
           WRITE FST-REPORT-RECORD FROM FST-FG-CARD-COLUMN-LINE
           PERFORM 1410-PRINT-RATE-CARD THRU 1410-EXIT
               VARYING FST-WS-CG-SUB FROM 1 BY 1
               UNTIL FST-WS-CG-SUB > 5
           WRITE FST-REPORT-RECORD FROM FST-FG-COLUMN-LINE.
       1400-EXIT.
           EXIT.

       1410-PRINT-RATE-CARD.
           IF FST-WS-CG-FOUND-SW(FST-WS-CG-SUB) NOT = "Y"
               ADD 1 TO FST-WS-MISSING-CARD-COUNT
               MOVE FST-WS-CG-CODE(FST-WS-CG-SUB) TO FST-FG-NC-CODE
               WRITE FST-REPORT-RECORD FROM FST-FG-NO-CARD-LINE
               DISPLAY "FST1914W NO RATE CARD IN EFFECT FOR "
                   FST-WS-CG-CODE(FST-WS-CG-SUB) " - NOT CHARGED"
               GO TO 1410-EXIT
           END-IF
           MOVE FST-WS-CG-CARD(FST-WS-CG-SUB) TO FST-RATE-CARD
           MOVE FST-RT-CHARGE-CODE TO FST-FG-CD-CODE
           MOVE FST-RT-EFFECTIVE-DATE TO FST-FG-CD-EFF-DATE
           MOVE FST-RT-DESCRIPTION TO FST-FG-CD-DESCRIPTION
           MOVE FST-RT-FLAT-AMOUNT TO FST-FG-CD-FLAT
           MOVE FST-RT-ANNUAL-RATE TO FST-FG-CD-RATE
           MOVE FST-RT-FREE-ITEMS TO FST-FG-CD-FREE
           MOVE FST-RT-WAIVE-BALANCE TO FST-FG-CD-WAIVE
           WRITE FST-REPORT-RECORD FROM FST-FG-CARD-LINE.
       1410-EXIT.
           EXIT.

       2000-WRITE-FEED-HEADER.
           ACCEPT FST-WS-CURRENT-DATE FROM DATE
           ACCEPT FST-WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO FST-FEED-HEADER-RECORD
           SET FST-FH-HEADER TO TRUE
           MOVE FST-WS-FEED-ID TO FST-FH-FEED-ID
           MOVE FST-WS-POST-DATE TO FST-FH-BUS-DATE
           STRING FST-WS-CURRENT-DATE FST-WS-CURRENT-TIME
               DELIMITED BY SIZE INTO FST-FH-CREATE-TIMESTAMP
           WRITE FST-FEE-FEED-RECORD FROM FST-FEED-HEADER-RECORD.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-CHARGE-ACCOUNT - PRICES ONE ACCOUNT.  ONLY OPEN ACCOUNTS
      * ARE CHARGED - A CLOSED OR DORMANT ACCOUNT WOULD ONLY SEND THE
      * CHARGE TO SUSPENSE.  THE ACCOUNT'S CHARGES ARE NETTED INTO
      * ONE DEBIT AND ONE CREDIT, EFFECTIVE THE MONTH-END DATE; TWO
      * SEPARATE CHARGES OF THE SAME AMOUNT WOULD OTHERWISE LOOK
      * ALIKE TO THE DUPLICATE CHECK.  THE REPORT KEEPS EACH CHARGE
      * ON ITS OWN LINE.  THE DEBIT IS ONLY RAISED WHEN THE BALANCE
      * AND OVERDRAFT LIMIT COVER IT, AS FIXED-START'S FUNDS CHECK
      * WILL TEST IT - THE DEBIT GOES TO THE FEED AHEAD OF THE
      * CREDIT, SO THE CREDIT INTEREST DOES NOT COUNT TOWARDS IT.  A
      * DEBIT NOT COVERED IS LISTED AND KEPT OUT OF THE OFFSET.
      *----------------------------------------------------------------
       3000-CHARGE-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 1 TO FST-WS-EOF-SW
                   GO TO 3000-EXIT
           END-READ
           ADD 1 TO FST-WS-ACCOUNTS-READ
           IF FST-AC-ACCOUNT-NUMBER = FST-FP-INCOME-ACCOUNT
           OR FST-AC-ACCOUNT-NUMBER = FST-FP-EXPENSE-ACCOUNT
               GO TO 3000-EXIT
           END-IF
           IF NOT FST-AC-OPEN
               ADD 1 TO FST-WS-ACCOUNTS-NOT-OPEN
               GO TO 3000-EXIT
           END-IF
           MOVE 0 TO FST-WS-ACCOUNT-DEBIT
           MOVE 0 TO FST-WS-ACCOUNT-CREDIT
           PERFORM 3100-COUNT-ITEMS THRU 3100-EXIT
           PERFORM 3200-PRICE-CHARGE THRU 3200-EXIT
               VARYING FST-WS-CG-SUB FROM 1 BY 1
               UNTIL FST-WS-CG-SUB > 5
           IF FST-WS-ACCOUNT-DEBIT > 0
               PERFORM 3050-CHECK-FUNDS THRU 3050-EXIT
           END-IF
           IF FST-WS-ACCOUNT-DEBIT = 0
           AND FST-WS-ACCOUNT-CREDIT = 0
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO FST-WS-ACCOUNTS-CHARGED
           MOVE FST-AC-ACCOUNT-NUMBER TO FST-TR-ACCOUNT-NUMBER
           IF FST-WS-ACCOUNT-DEBIT > 0
               MOVE "DR" TO FST-TR-TRAN-CODE
               MOVE FST-WS-ACCOUNT-DEBIT TO FST-TR-AMOUNT
               PERFORM 3300-WRITE-FEED-DETAIL THRU 3300-EXIT
               ADD 1 TO FST-WS-DEBIT-COUNT
               ADD FST-WS-ACCOUNT-DEBIT TO FST-WS-DEBIT-AMOUNT
           END-IF
           IF FST-WS-ACCOUNT-CREDIT > 0
               MOVE "CR" TO FST-TR-TRAN-CODE
               MOVE FST-WS-ACCOUNT-CREDIT TO FST-TR-AMOUNT
               PERFORM 3300-WRITE-FEED-DETAIL THRU 3300-EXIT
               ADD 1 TO FST-WS-CREDIT-COUNT
               ADD FST-WS-ACCOUNT-CREDIT TO FST-WS-CREDIT-AMOUNT
           END-IF
           MOVE FST-WS-ACCOUNT-DEBIT TO FST-FG-AT-DEBIT
           MOVE FST-WS-ACCOUNT-CREDIT TO FST-FG-AT-CREDIT
           WRITE FST-REPORT-RECORD FROM FST-FG-ACCOUNT-LINE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3050-CHECK-FUNDS - THE ACCOUNT'S DEBIT AGAINST ITS BALANCE
      * PLUS OVERDRAFT LIMIT, A LIMIT THAT IS NOT NUMERIC COUNTING AS
      * NONE, THE SAME TEST FIXED-START MAKES BEFORE IT POSTS A
      * DEBIT.  A DEBIT THE ACCOUNT CANNOT COVER IS NOT RAISED.
      *----------------------------------------------------------------
       3050-CHECK-FUNDS.
           IF FST-AC-OVERDRAFT-LIMIT NUMERIC
               MOVE FST-AC-OVERDRAFT-LIMIT TO FST-WS-OVERDRAFT-LIMIT
           ELSE
               MOVE 0 TO FST-WS-OVERDRAFT-LIMIT
           END-IF
           COMPUTE FST-WS-FUNDS-AVAILABLE = FST-AC-CURRENT-BALANCE
               + FST-WS-OVERDRAFT-LIMIT
           IF FST-WS-ACCOUNT-DEBIT NOT > FST-WS-FUNDS-AVAILABLE
               GO TO 3050-EXIT
           END-IF
           MOVE FST-WS-ACCOUNT-DEBIT TO FST-FG-NR-AMOUNT
           WRITE FST-REPORT-RECORD FROM FST-FG-NOT-RAISED-LINE
           ADD 1 TO FST-WS-NOT-RAISED-COUNT
           ADD FST-WS-ACCOUNT-DEBIT TO FST-WS-NOT-RAISED-AMOUNT
           MOVE 0 TO FST-WS-ACCOUNT-DEBIT.
       3050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-COUNT-ITEMS - POSTINGS TO THE ACCOUNT IN THE MONTH, FOR
      * THE ITEM FEE, READ FROM THE ACCOUNT'S PART OF THE MONTH'S
      * SLICE OF THE POSTING HISTORY.
      *----------------------------------------------------------------
       3100-COUNT-ITEMS.
           MOVE 0 TO FST-WS-ITEM-COUNT
           IF FST-WS-CG-FOUND-SW(2) NOT = "Y"
               GO TO 3100-EXIT
           END-IF
           MOVE 0 TO FST-WS-HIST-EOF-SW
           MOVE LOW-VALUES TO FST-PH-KEY
           MOVE FST-WS-CHARGE-MONTH TO FST-PH-BUS-MONTH
           MOVE FST-AC-ACCOUNT-NUMBER TO FST-PH-ACCOUNT-NUMBER
           START POSTING-HISTORY-FILE KEY IS NOT LESS THAN FST-PH-KEY
               INVALID KEY
                   MOVE 1 TO FST-WS-HIST-EOF-SW
           END-START
           PERFORM 3110-COUNT-ITEM THRU 3110-EXIT
               UNTIL FST-WS-HIST-EOF-SW = 1.
       3100-EXIT.
           EXIT.

       3110-COUNT-ITEM.
           READ POSTING-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 1 TO FST-WS-HIST-EOF-SW
                   GO TO 3110-EXIT
           END-READ
           IF FST-PH-BUS-MONTH NOT = FST-WS-CHARGE-MONTH
           OR FST-PH-ACCOUNT-NUMBER NOT = FST-AC-ACCOUNT-NUMBER
               MOVE 1 TO FST-WS-HIST-EOF-SW
               GO TO 3110-EXIT
           END-IF
           ADD 1 TO FST-WS-ITEM-COUNT.
       3110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-PRICE-CHARGE - ONE CHARGE CODE AGAINST THE ACCOUNT'S
      * MONTH-END BALANCE.  INTEREST IS THE ANNUAL PERCENTAGE RATE
      * FOR THE DAYS IN THE MONTH ON A 365-DAY YEAR, ROUNDED TO THE
      * CENT.  CREDIT INTEREST IS THE ONLY CREDIT; EVERYTHING ELSE
      * IS A DEBIT.
      *----------------------------------------------------------------
       3200-PRICE-CHARGE.
           IF FST-WS-CG-FOUND-SW(FST-WS-CG-SUB) NOT = "Y"
               GO TO 3200-EXIT
           END-IF
           MOVE FST-WS-CG-CARD(FST-WS-CG-SUB) TO FST-RATE-CARD
           MOVE 0 TO FST-WS-CHARGE
           MOVE FST-AC-CURRENT-BALANCE TO FST-WS-BASIS
           MOVE SPACES TO FST-FG-DT-RATE
           MOVE FST-RT-FLAT-AMOUNT TO FST-WS-EDIT-FLAT
           MOVE FST-WS-EDIT-FLAT TO FST-FG-DT-RATE
           EVALUATE TRUE
               WHEN FST-RT-MAINTENANCE-FEE
               AND (FST-RT-WAIVE-BALANCE = 0
                   OR FST-AC-CURRENT-BALANCE < FST-RT-WAIVE-BALANCE)
                   MOVE FST-RT-FLAT-AMOUNT TO FST-WS-CHARGE
               WHEN FST-RT-ITEM-FEE
               AND FST-WS-ITEM-COUNT > FST-RT-FREE-ITEMS
                   COMPUTE FST-WS-CHARGE = FST-RT-FLAT-AMOUNT
                       * (FST-WS-ITEM-COUNT - FST-RT-FREE-ITEMS)
               WHEN FST-RT-OVERDRAWN-FEE
               AND FST-AC-CURRENT-BALANCE < 0
                   MOVE FST-RT-FLAT-AMOUNT TO FST-WS-CHARGE
               WHEN FST-RT-DEBIT-INTEREST
               AND FST-AC-CURRENT-BALANCE < 0
                   COMPUTE FST-WS-BASIS = 0 - FST-AC-CURRENT-BALANCE
                   COMPUTE FST-WS-CHARGE ROUNDED = FST-WS-BASIS
                       * FST-RT-ANNUAL-RATE * FST-WS-MONTH-DAYS / 36500
               WHEN FST-RT-CREDIT-INTEREST
               AND FST-AC-CURRENT-BALANCE > 0
                   COMPUTE FST-WS-CHARGE ROUNDED = FST-WS-BASIS
                       * FST-RT-ANNUAL-RATE * FST-WS-MONTH-DAYS / 36500
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF FST-WS-CHARGE = 0
               GO TO 3200-EXIT
           END-IF
           MOVE FST-AC-ACCOUNT-NUMBER TO FST-FG-DT-ACCOUNT
           MOVE FST-RT-CHARGE-CODE TO FST-FG-DT-CODE
           IF FST-RT-ITEM-FEE
               MOVE FST-WS-ITEM-COUNT TO FST-WS-EDIT-COUNT
               MOVE SPACES TO FST-FG-DT-BASIS
               STRING FST-WS-EDIT-COUNT " ITEMS"
                   DELIMITED BY SIZE INTO FST-FG-DT-BASIS
           ELSE
               MOVE FST-WS-BASIS TO FST-WS-EDIT-AMOUNT
               MOVE FST-WS-EDIT-AMOUNT TO FST-FG-DT-BASIS
           END-IF
           IF FST-RT-DEBIT-INTEREST
           OR FST-RT-CREDIT-INTEREST
               MOVE FST-RT-ANNUAL-RATE TO FST-WS-EDIT-RATE
               MOVE SPACES TO FST-FG-DT-RATE
               STRING FST-WS-EDIT-RATE "% PA"
                   DELIMITED BY SIZE INTO FST-FG-DT-RATE
           END-IF
           MOVE FST-WS-CHARGE TO FST-FG-DT-CHARGE
           WRITE FST-REPORT-RECORD FROM FST-FG-DETAIL-LINE
           IF FST-RT-CREDIT-INTEREST
               ADD FST-WS-CHARGE TO FST-WS-ACCOUNT-CREDIT
           ELSE
               ADD FST-WS-CHARGE TO FST-WS-ACCOUNT-DEBIT
           END-IF.
       3200-EXIT.
           EXIT.

       3300-WRITE-FEED-DETAIL.
           SET FST-TR-DETAIL TO TRUE
           MOVE FST-FP-BUS-DATE TO FST-TR-EFFECTIVE-DATE
           MOVE SPACES TO FST-TR-ORIG-RUN-ID
           MOVE SPACES TO FST-TR-ORIG-POST-TIMESTAMP
           MOVE SPACES TO FST-TRAN-RECORD(58:23)
           WRITE FST-FEE-FEED-RECORD FROM FST-TRAN-RECORD
           ADD 1 TO FST-WS-DETAIL-COUNT
           ADD FST-TR-AMOUNT TO FST-WS-FEED-TOTAL.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-WRITE-OFFSETS - THE OTHER SIDE OF THE NIGHT'S CHARGES.
      * EVERY DEBIT TO A CUSTOMER IS MATCHED BY ONE CREDIT TO FEE
      * INCOME, AND EVERY CREDIT BY ONE DEBIT TO INTEREST EXPENSE,
      * SO THE FEED NETS TO ZERO ON THE TRIAL BALANCE.
      *----------------------------------------------------------------
       3500-WRITE-OFFSETS.
           IF FST-WS-DEBIT-AMOUNT > 0
               MOVE FST-FP-INCOME-ACCOUNT TO FST-TR-ACCOUNT-NUMBER
               MOVE "CR" TO FST-TR-TRAN-CODE
               MOVE FST-WS-DEBIT-AMOUNT TO FST-TR-AMOUNT
               PERFORM 3300-WRITE-FEED-DETAIL THRU 3300-EXIT
               PERFORM 3510-PRINT-OFFSET THRU 3510-EXIT
           END-IF
           IF FST-WS-CREDIT-AMOUNT > 0
               MOVE FST-FP-EXPENSE-ACCOUNT TO FST-TR-ACCOUNT-NUMBER
               MOVE "DR" TO FST-TR-TRAN-CODE
               MOVE FST-WS-CREDIT-AMOUNT TO FST-TR-AMOUNT
               PERFORM 3300-WRITE-FEED-DETAIL THRU 3300-EXIT
               PERFORM 3510-PRINT-OFFSET THRU 3510-EXIT
           END-IF.
       3500-EXIT.
           EXIT.

       3510-PRINT-OFFSET.
           MOVE FST-TR-ACCOUNT-NUMBER TO FST-FG-OF-ACCOUNT
           MOVE FST-TR-TRAN-CODE TO FST-FG-OF-TRAN-CODE
           MOVE FST-TR-AMOUNT TO FST-FG-OF-AMOUNT
           WRITE FST-REPORT-RECORD FROM FST-FG-OFFSET-LINE.
       3510-EXIT.
           EXIT.

       4000-WRITE-FEED-TRAILER.
           MOVE SPACES TO FST-FEED-TRAILER-RECORD
           SET FST-FT-TRAILER TO TRUE
           MOVE FST-WS-DETAIL-COUNT TO FST-FT-RECORD-COUNT
           MOVE FST-WS-FEED-TOTAL TO FST-FT-AMOUNT-TOTAL
           WRITE FST-FEE-FEED-RECORD FROM FST-FEED-TRAILER-RECORD.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-WRITE-REGISTRY-CARD - THE FEED'S CTLFILE CARD, CARRYING
      * THE FEED AS REQUIRED WITH THIS GENERATION'S COUNT AND AMOUNT
      * AS ITS EXPECTED TOTALS, AND NO HOLD LIMIT.  THE SCHEDULER
      * ADDS IT AS THE LAST CARD OF THE NEXT NIGHT'S REGISTRY AND
      * RIDES THE FEED ON THE MATCHING INFILE SLOT.
      *----------------------------------------------------------------
       4100-WRITE-REGISTRY-CARD.
           MOVE SPACES TO FST-CONTROL-RECORD
           MOVE FST-WS-FEED-ID TO FST-CT-FILE-ID
           SET FST-CT-REQUIRED TO TRUE
           MOVE FST-WS-DETAIL-COUNT TO FST-CT-EXPECT-COUNT
           MOVE FST-WS-FEED-TOTAL TO FST-CT-EXPECT-AMOUNT
           MOVE 0 TO FST-CT-HOLD-LIMIT
           MOVE FST-FP-NSF-ACTION TO FST-CT-NSF-ACTION
           WRITE FST-CONTROL-RECORD.
       4100-EXIT.
           EXIT.

       5000-PRINT-TOTALS.
           MOVE FST-WS-ACCOUNTS-READ TO FST-FG-TL-READ
           MOVE FST-WS-ACCOUNTS-CHARGED TO FST-FG-TL-CHARGED
           MOVE FST-WS-ACCOUNTS-NOT-OPEN TO FST-FG-TL-NOT-OPEN
           WRITE FST-REPORT-RECORD FROM FST-FG-TOTAL-LINE-1
           MOVE FST-WS-DEBIT-COUNT TO FST-FG-TL-DEBIT-COUNT
           MOVE FST-WS-DEBIT-AMOUNT TO FST-FG-TL-DEBIT-AMOUNT
           MOVE FST-WS-CREDIT-COUNT TO FST-FG-TL-CREDIT-COUNT
           MOVE FST-WS-CREDIT-AMOUNT TO FST-FG-TL-CREDIT-AMOUNT
           WRITE FST-REPORT-RECORD FROM FST-FG-TOTAL-LINE-2
           MOVE FST-WS-NOT-RAISED-COUNT TO FST-FG-TL-NOT-RAISED-COUNT
           MOVE FST-WS-NOT-RAISED-AMOUNT
               TO FST-FG-TL-NOT-RAISED-AMOUNT
           WRITE FST-REPORT-RECORD FROM FST-FG-TOTAL-LINE-3.
       5000-EXIT.
           EXIT.
