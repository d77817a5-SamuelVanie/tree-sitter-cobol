       IDENTIFICATION DIVISION.
       PROGRAM-ID. FST-CLOSE-OUT.
       AUTHOR. D-SHIFT-BATCH-SUPPORT.
       INSTALLATION. NIGHTLY-BATCH-STREAM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026  dlr  ORIGINAL - BUSINESS-DATE CLOSE AND LOCK
      *                  CERTIFICATION.  NOTHING MARKED A NIGHT AS
      *                  FINISHED, SO FIXED-START COULD BE RERUN FOR
      *                  A DATE ACCOUNTING HAD ALREADY BOOKED.  THIS
      *                  STEP RUNS LAST IN THE STREAM AND CHECKS THE
      *                  WHOLE NIGHT - HANDSHAKE COMPLETE, TRIAL
      *                  BALANCE IN BALANCE, GL EXTRACT PRESENT,
      *                  SUSPENSE LEDGER AGED, NO SEVERITY-E ALERT
      *                  STILL OPEN - AND ONLY THEN APPENDS A CLOSED
      *                  DATE RECORD TO CLOSEDT, WHICH FIXED-START
      *                  CHECKS IN 1150.  A FAILED CHECK LEAVES THE
      *                  DATE OPEN, RAISES FST2010E ON ALERTQ AND
      *                  ENDS WITH RETURN CODE 8.  FUNCTION R ON THE
      *                  PARM CARD RECORDS A SUPERVISOR-AUTHORIZED
      *                  REOPEN INSTEAD.
      * 10/15/2026  dlr  ONLY AN FST0174E RAISED BY THE RUN BEING
      *                  CERTIFIED FAILS THE TRIAL BALANCE.  ALERTQ IS
      *                  NEVER REWRITTEN, SO ONE FOR AN EARLIER RUN OF
      *                  THE DATE KEPT A CORRECTED RERUN AFTER A
      *                  REOPEN FROM EVER BEING CLOSED.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-PARM-FILE ASSIGN TO CLSPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-PARM-FILE-STATUS.

           SELECT HANDSHAKE-FILE ASSIGN TO HANDSHAKE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-HANDSHAKE-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO GLEXTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-GLEXTR-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO AGERPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-AGERPT-STATUS.

           SELECT ALERT-FILE ASSIGN TO ALERTQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-ALERT-STATUS.

           SELECT CLOSED-DATE-FILE ASSIGN TO CLOSEDT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-CLOSEDT-STATUS.

           SELECT REPORT-FILE ASSIGN TO CLOSERPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CLSPARM.

       FD  HANDSHAKE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY HNDSHAKE.

       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLEXTRC.

       FD  AGING-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FST-AGING-REPORT-RECORD.
           05  FST-AR-HEADING-LABEL        PIC X(26).
               88  FST-AR-AGING-HEADING        VALUE
                   "SUSPENSE AGING LEDGER DATE".
           05  FILLER                      PIC X(01).
           05  FST-AR-HEADING-DATE         PIC X(08).
           05  FILLER                      PIC X(45).
       01  FST-AGING-REPORT-TOTAL-VIEW.
           05  FST-AR-TOTAL-LABEL          PIC X(08).
               88  FST-AR-AGING-TOTAL          VALUE "CARRIED".
           05  FILLER                      PIC X(72).

       FD  ALERT-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY ALERTREC.

       FD  CLOSED-DATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CLOSEREC.

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FST-REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
       01  FST-WS-FILE-STATUSES.
           05  FST-WS-PARM-FILE-STATUS     PIC X(02).
           05  FST-WS-HANDSHAKE-STATUS     PIC X(02).
           05  FST-WS-GLEXTR-STATUS        PIC X(02).
           05  FST-WS-AGERPT-STATUS        PIC X(02).
           05  FST-WS-ALERT-STATUS         PIC X(02).
           05  FST-WS-CLOSEDT-STATUS       PIC X(02).
           05  FST-WS-REPORT-STATUS        PIC X(02).

       77  FST-WS-EOF-SW                   PIC 9(01) VALUE ZERO.
       77  FST-WS-DATE-STATE               PIC X(01) VALUE SPACE.
           88  FST-WS-DATE-NEVER-CLOSED        VALUE SPACE.
           88  FST-WS-DATE-CLOSED              VALUE "C".
           88  FST-WS-DATE-REOPENED            VALUE "R".
       77  FST-WS-CHECK-FAILED-SW          PIC X(01) VALUE "N".
           88  FST-WS-CHECK-FAILED             VALUE "Y".
       77  FST-WS-FAILED-COUNT             PIC 9(01) VALUE ZERO.
       77  FST-WS-GL-FOUND-SW              PIC X(01) VALUE "N".
           88  FST-WS-GL-FOUND                 VALUE "Y".
       77  FST-WS-TB-ALERT-SW              PIC X(01) VALUE "N".
           88  FST-WS-TB-ALERT-RAISED          VALUE "Y".
       77  FST-WS-AGING-HEADING-SW         PIC X(01) VALUE "N".
       77  FST-WS-AGING-TOTAL-SW           PIC X(01) VALUE "N".
       77  FST-WS-AGING-LINE-COUNT         PIC 9(07) VALUE ZERO.
       77  FST-WS-GL-LINE-COUNT            PIC 9(07) VALUE ZERO.
       77  FST-WS-GL-OTHER-COUNT           PIC 9(07) VALUE ZERO.
       77  FST-WS-OPEN-ERROR-COUNT         PIC 9(07) VALUE ZERO.
       77  FST-WS-DEBIT-SIDE-AMOUNT        PIC 9(13)V99 VALUE ZERO.
       77  FST-WS-CREDIT-SIDE-AMOUNT       PIC 9(13)V99 VALUE ZERO.
       77  FST-WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
       77  FST-WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
       77  FST-WS-TIMESTAMP                PIC X(16) VALUE SPACES.
       77  FST-WS-ALERT-SEVERITY           PIC X(01) VALUE "E".
       77  FST-WS-ALERT-MSG-ID             PIC X(08) VALUE SPACES.
       77  FST-WS-ALERT-TEXT               PIC X(39) VALUE SPACES.
       77  FST-WS-EDIT-COUNT               PIC Z(06)9.

       01  FST-CO-HEADING-LINE.
           05  FILLER                      PIC X(30) VALUE
               "BUSINESS DATE CLOSE - DATE".
           05  FST-CO-HD-BUS-DATE          PIC X(08).
           05  FILLER                      PIC X(08) VALUE " RUN-ID".
           05  FST-CO-HD-RUN-ID            PIC X(08).
           05  FILLER                      PIC X(26) VALUE SPACES.

       01  FST-CO-CHECK-LINE.
           05  FST-CO-CK-LABEL             PIC X(28).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-CO-CK-RESULT            PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-CO-CK-DETAIL            PIC X(44).

       01  FST-CO-VERDICT-LINE.
           05  FILLER                      PIC X(14) VALUE
               "BUSINESS DATE".
           05  FST-CO-VD-BUS-DATE          PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-CO-VD-TEXT              PIC X(57).

       01  FST-CO-REOPEN-LINE.
           05  FILLER                      PIC X(14) VALUE
               "REOPENED BY".
           05  FST-CO-RO-OPERATOR-ID       PIC X(08).
           05  FILLER                      PIC X(16) VALUE
               " AUTHORIZED BY".
           05  FST-CO-RO-AUTHORIZED-BY     PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-CO-RO-REASON            PIC X(30).
           05  FILLER                      PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE - READS THE PARM CARD, FINDS WHERE THE DATE
      * STANDS ON THE CLOSED-DATE FILE, THEN EITHER CERTIFIES AND
      * CLOSES THE NIGHT OR RECORDS AN AUTHORIZED REOPEN.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-READ-PARM-CARD THRU 1000-EXIT
           PERFORM 1100-FIND-DATE-STATE THRU 1100-EXIT
           PERFORM 1200-OPEN-REPORT THRU 1200-EXIT
           IF FST-CP-REOPEN
               PERFORM 4000-REOPEN-DATE THRU 4000-EXIT
           ELSE
               PERFORM 2000-CERTIFY-NIGHT THRU 2000-EXIT
           END-IF
           CLOSE REPORT-FILE
           STOP RUN.

       1000-READ-PARM-CARD.
           OPEN INPUT CLOSE-PARM-FILE
           IF FST-WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "FST2000E CLOSE PARAMETER CARD COULD NOT BE"
                   " OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CLOSE-PARM-FILE
               AT END
                   DISPLAY "FST2001E CLOSE PARAMETER CARD IS EMPTY"
                   CLOSE CLOSE-PARM-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE CLOSE-PARM-FILE
           IF (NOT FST-CP-CLOSE AND NOT FST-CP-REOPEN)
           OR FST-CP-BUS-DATE NOT NUMERIC
           OR (FST-CP-CLOSE AND FST-CP-RUN-ID = SPACES)
               DISPLAY "FST2002E CLOSE PARM NEEDS FUNCTION C OR R, A"
                   " NUMERIC DATE AND FOR C THE RUN-ID"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-FIND-DATE-STATE - THE LAST CLOSED-DATE RECORD FOR THE
      * PARM DATE IS ITS CURRENT STATE.  NO FILE YET MEANS NO DATE
      * HAS EVER BEEN CLOSED.
      *----------------------------------------------------------------
       1100-FIND-DATE-STATE.
           MOVE SPACE TO FST-WS-DATE-STATE
           OPEN INPUT CLOSED-DATE-FILE
           IF FST-WS-CLOSEDT-STATUS = "35"
               GO TO 1100-EXIT
           END-IF
           IF FST-WS-CLOSEDT-STATUS NOT = "00"
               DISPLAY "FST2004E CLOSED DATE FILE COULD NOT BE OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO FST-WS-EOF-SW
           PERFORM 1110-READ-CLOSED-DATE THRU 1110-EXIT
               UNTIL FST-WS-EOF-SW = 1
           CLOSE CLOSED-DATE-FILE.
       1100-EXIT.
           EXIT.

       1110-READ-CLOSED-DATE.
           READ CLOSED-DATE-FILE
               AT END
                   MOVE 1 TO FST-WS-EOF-SW
                   GO TO 1110-EXIT
           END-READ
           IF FST-CD-BUS-DATE = FST-CP-BUS-DATE
               MOVE FST-CD-RECORD-TYPE TO FST-WS-DATE-STATE
           END-IF.
       1110-EXIT.
           EXIT.

       1200-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF FST-WS-REPORT-STATUS NOT = "00"
               DISPLAY "FST2005E CLOSE REPORT FILE COULD NOT BE"
                   " OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FST-CP-BUS-DATE TO FST-CO-HD-BUS-DATE
           MOVE FST-CP-RUN-ID TO FST-CO-HD-RUN-ID
           WRITE FST-REPORT-RECORD FROM FST-CO-HEADING-LINE.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CERTIFY-NIGHT - RUNS EVERY CHECK, EVEN AFTER ONE FAILS,
      * SO THE REPORT SHOWS OPERATIONS EVERYTHING STILL TO FIX.  THE
      * ALERT QUEUE IS SCANNED BEFORE THE TRIAL BALANCE IS JUDGED,
      * BECAUSE AN FST0174E FOR THE NIGHT FAILS IT.  A DATE ALREADY
      * CLOSED IS LEFT AS IT IS.
      *----------------------------------------------------------------
       2000-CERTIFY-NIGHT.
           IF FST-WS-DATE-CLOSED
               DISPLAY "FST2003I BUSINESS DATE " FST-CP-BUS-DATE
                   " IS ALREADY CLOSED"
               MOVE "IS ALREADY CLOSED - NOTHING TO DO"
                   TO FST-CO-VD-TEXT
               PERFORM 2900-WRITE-VERDICT THRU 2900-EXIT
               MOVE 0 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-CHECK-HANDSHAKE THRU 2100-EXIT
           PERFORM 2200-CHECK-GL-EXTRACT THRU 2200-EXIT
           PERFORM 2300-CHECK-SUSPENSE-LEDGER THRU 2300-EXIT
           PERFORM 2400-CHECK-OPEN-ALERTS THRU 2400-EXIT
           PERFORM 2500-CHECK-TRIAL-BALANCE THRU 2500-EXIT
           IF FST-WS-FAILED-COUNT > 0
               MOVE SPACES TO FST-CO-VD-TEXT
               STRING "NOT CLOSED - " FST-WS-FAILED-COUNT
                   " CHECK(S) FAILED"
                   DELIMITED BY SIZE INTO FST-CO-VD-TEXT
               PERFORM 2900-WRITE-VERDICT THRU 2900-EXIT
               DISPLAY "FST2010E BUSINESS DATE " FST-CP-BUS-DATE
                   " NOT CLOSED - " FST-WS-FAILED-COUNT
                   " CLOSE CHECK(S) FAILED - SEE CLOSERPT"
               MOVE "E" TO FST-WS-ALERT-SEVERITY
               MOVE "FST2010E" TO FST-WS-ALERT-MSG-ID
               MOVE "BUSINESS DATE CLOSE REFUSED"
                   TO FST-WS-ALERT-TEXT
               PERFORM 6000-WRITE-ALERT THRU 6000-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE SPACES TO FST-CLOSED-DATE-RECORD
           SET FST-CD-CLOSED TO TRUE
           MOVE FST-CP-OPERATOR-ID TO FST-CD-OPERATOR-ID
           MOVE "NIGHT CERTIFIED" TO FST-CD-REASON
           PERFORM 5000-APPEND-CLOSED-DATE THRU 5000-EXIT
           MOVE "CLOSED - ALL CHECKS PASSED" TO FST-CO-VD-TEXT
           PERFORM 2900-WRITE-VERDICT THRU 2900-EXIT
           DISPLAY "FST2008I BUSINESS DATE " FST-CP-BUS-DATE
               " RUN-ID " FST-CP-RUN-ID " CERTIFIED AND CLOSED"
           MOVE 0 TO RETURN-CODE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-CHECK-HANDSHAKE - FIXED-START'S HANDSHAKE MUST BE FOR
      * THIS RUN-ID AND DATE AND SAY COMPLETE.
      *----------------------------------------------------------------
       2100-CHECK-HANDSHAKE.
           MOVE "HANDSHAKE COMPLETE" TO FST-CO-CK-LABEL
           MOVE "N" TO FST-WS-CHECK-FAILED-SW
           MOVE SPACES TO FST-CO-CK-DETAIL
           OPEN INPUT HANDSHAKE-FILE
           IF FST-WS-HANDSHAKE-STATUS NOT = "00"
               MOVE "HANDSHAKE FILE NOT FOUND" TO FST-CO-CK-DETAIL
               MOVE "Y" TO FST-WS-CHECK-FAILED-SW
               GO TO 2190-RECORD-HANDSHAKE
           END-IF
           READ HANDSHAKE-FILE
               AT END
                   MOVE "HANDSHAKE FILE IS EMPTY" TO FST-CO-CK-DETAIL
                   MOVE "Y" TO FST-WS-CHECK-FAILED-SW
           END-READ
           CLOSE HANDSHAKE-FILE
           IF FST-WS-CHECK-FAILED
               GO TO 2190-RECORD-HANDSHAKE
           END-IF
           IF FST-HS-RUN-ID NOT = FST-CP-RUN-ID
           OR FST-HS-BUS-DATE NOT = FST-CP-BUS-DATE
               STRING "HANDSHAKE IS FOR " FST-HS-RUN-ID " "
                   FST-HS-BUS-DATE
                   DELIMITED BY SIZE INTO FST-CO-CK-DETAIL
               MOVE "Y" TO FST-WS-CHECK-FAILED-SW
               GO TO 2190-RECORD-HANDSHAKE
           END-IF
           IF NOT FST-HS-COMPLETE
               STRING "HANDSHAKE STATUS IS " FST-HS-STATUS
                   DELIMITED BY SIZE INTO FST-CO-CK-DETAIL
               MOVE "Y" TO FST-WS-CHECK-FAILED-SW
               GO TO 2190-RECORD-HANDSHAKE
           END-IF
           MOVE "STATUS COMPLETE" TO FST-CO-CK-DETAIL.
       2190-RECORD-HANDSHAKE.
           PERFORM 2800-WRITE-CHECK-LINE THRU 2800-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-CHECK-GL-EXTRACT - GLEXTR MUST EXIST AND CARRY THE
      * NIGHT'S LINES FOR THIS DATE AND RUN-ID.  THE DEBIT SIDE (DR
      * PLUS RC) AND CREDIT SIDE (CR PLUS RD) ARE SUMMED FROM IT FOR
      * THE TRIAL BALANCE CHECK, THE SAME SIDES 5500 JUDGES.
      *----------------------------------------------------------------
       2200-CHECK-GL-EXTRACT.
           MOVE "GL EXTRACT PRESENT" TO FST-CO-CK-LABEL
           MOVE "N" TO FST-WS-CHECK-FAILED-SW
           MOVE SPACES TO FST-CO-CK-DETAIL
           OPEN INPUT GL-EXTRACT-FILE
           IF FST-WS-GLEXTR-STATUS NOT = "00"
               MOVE "GLEXTR NOT FOUND" TO FST-CO-CK-DETAIL
               MOVE "Y" TO FST-WS-CHECK-FAILED-SW
               GO TO 2290-RECORD-GL-EXTRACT
           END-IF
           MOVE 0 TO FST-WS-EOF-SW
           PERFORM 2210-READ-GL-EXTRACT THRU 2210-EXIT
               UNTIL FST-WS-EOF-SW = 1
           CLOSE GL-EXTRACT-FILE
           IF FST-WS-GL-LINE-COUNT = 0
               MOVE "NO LINES FOR THIS DATE AND RUN-ID"
                   TO FST-CO-CK-DETAIL
               MOVE "Y" TO FST-WS-CHECK-FAILED-SW
               GO TO 2290-RECORD-GL-EXTRACT
           END-IF
           IF FST-WS-GL-OTHER-COUNT > 0
               MOVE FST-WS-GL-OTHER-COUNT TO FST-WS-EDIT-COUNT
               STRING FST-WS-EDIT-COUNT " LINES FOR ANOTHER NIGHT"
                   DELIMITED BY SIZE INTO FST-CO-CK-DETAIL
               MOVE "Y" TO FST-WS-CHECK-FAILED-SW
               GO TO 2290-RECORD-GL-EXTRACT
           END-IF
           MOVE "Y" TO FST-WS-GL-FOUND-SW
           MOVE FST-WS-GL-LINE-COUNT TO FST-WS-EDIT-COUNT
           STRING FST-WS-EDIT-COUNT " TRAN CODE LINES"
               DELIMITED BY SIZE INTO FST-CO-CK-DETAIL.
       2290-RECORD-GL-EXTRACT.
           PERFORM 2800-WRITE-CHECK-LINE THRU 2800-EXIT.
       2200-EXIT.
           EXIT.

       2210-READ-GL-EXTRACT.
           READ GL-EXTRACT-FILE
               AT END
                   MOVE 1 TO FST-WS-EOF-SW
                   GO TO 2210-EXIT
           END-READ
           IF FST-GL-BUS-DATE NOT = FST-CP-BUS-DATE
           OR FST-GL-RUN-ID NOT = FST-CP-RUN-ID
               ADD 1 TO FST-WS-GL-OTHER-COUNT
               GO TO 2210-EXIT
           END-IF
           ADD 1 TO FST-WS-GL-LINE-COUNT
           IF FST-GL-TRAN-CODE = "DR" OR "RC"
               ADD FST-GL-POSTED-AMOUNT TO FST-WS-DEBIT-SIDE-AMOUNT
           ELSE
               ADD FST-GL-POSTED-AMOUNT TO FST-WS-CREDIT-SIDE-AMOUNT
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-CHECK-SUSPENSE-LEDGER - FST-SUSP-LEDGER'S AGING REPORT
      * MUST BE HEADED WITH THIS DATE AND END WITH ITS TOTAL LINE.
      * A REPORT THAT STOPS SHORT OF THE TOTALS IS A STEP THAT DID
      * NOT FINISH.
      *----------------------------------------------------------------
       2300-CHECK-SUSPENSE-LEDGER.
           MOVE "SUSPENSE LEDGER AGED" TO FST-CO-CK-LABEL
           MOVE "N" TO FST-WS-CHECK-FAILED-SW
           MOVE SPACES TO FST-CO-CK-DETAIL
           OPEN INPUT AGING-REPORT-FILE
           IF FST-WS-AGERPT-STATUS NOT = "00"
               MOVE "AGING REPORT AGERPT NOT FOUND" TO FST-CO-CK-DETAIL
               MOVE "Y" TO FST-WS-CHECK-FAILED-SW
               GO TO 2390-RECORD-SUSPENSE-LEDGER
           END-IF
           MOVE 0 TO FST-WS-EOF-SW
           PERFORM 2310-READ-AGING-REPORT THRU 2310-EXIT
               UNTIL FST-WS-EOF-SW = 1
           CLOSE AGING-REPORT-FILE
           IF FST-WS-AGING-HEADING-SW NOT = "Y"
               MOVE "AGING REPORT IS NOT FOR THIS DATE"
                   TO FST-CO-CK-DETAIL
               MOVE "Y" TO FST-WS-CHECK-FAILED-SW
               GO TO 2390-RECORD-SUSPENSE-LEDGER
           END-IF
           IF FST-WS-AGING-TOTAL-SW NOT = "Y"
               MOVE "AGING REPORT HAS NO TOTAL LINE"
                   TO FST-CO-CK-DETAIL
               MOVE "Y" TO FST-WS-CHECK-FAILED-SW
               GO TO 2390-RECORD-SUSPENSE-LEDGER
           END-IF
           MOVE "AGED FOR THIS DATE" TO FST-CO-CK-DETAIL.
       2390-RECORD-SUSPENSE-LEDGER.
           PERFORM 2800-WRITE-CHECK-LINE THRU 2800-EXIT.
       2300-EXIT.
           EXIT.

       2310-READ-AGING-REPORT.
           READ AGING-REPORT-FILE
               AT END
                   MOVE 1 TO FST-WS-EOF-SW
                   GO TO 2310-EXIT
           END-READ
           ADD 1 TO FST-WS-AGING-LINE-COUNT
           IF FST-WS-AGING-LINE-COUNT = 1
           AND FST-AR-AGING-HEADING
           AND FST-AR-HEADING-DATE = FST-CP-BUS-DATE
               MOVE "Y" TO FST-WS-AGING-HEADING-SW
           END-IF
           IF FST-AR-AGING-TOTAL
               MOVE "Y" TO FST-WS-AGING-TOTAL-SW
           ELSE
               MOVE "N" TO FST-WS-AGING-TOTAL-SW
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-CHECK-OPEN-ALERTS - NO SEVERITY-E ALERT FOR THIS DATE
      * OR EARLIER MAY STILL BE OPEN.  A BLANK STATUS COUNTS AS OPEN,
      * AS IN FST-ALERT-SWEEP.  THIS STEP'S OWN REFUSALS, AND THE
      * SWEEP'S REMINDERS OF THEM, CARRY RUN-ID FSTCLOSE AND ARE LEFT
      * OUT, OR A REFUSED CLOSE COULD NEVER BE RETRIED.  AN FST0174E
      * FOR THE DATE RAISED BY THE RUN BEING CERTIFIED, IN ANY
      * STATUS, IS NOTED FOR THE TRIAL BALANCE; ONE FROM AN EARLIER
      * RUN OF THE DATE BELONGS TO A NIGHT SINCE REOPENED AND RERUN.
      *----------------------------------------------------------------
       2400-CHECK-OPEN-ALERTS.
           MOVE "NO SEVERITY-E ALERT OPEN" TO FST-CO-CK-LABEL
           MOVE "N" TO FST-WS-CHECK-FAILED-SW
           MOVE SPACES TO FST-CO-CK-DETAIL
           OPEN INPUT ALERT-FILE
           IF FST-WS-ALERT-STATUS = "35"
               MOVE "ALERT QUEUE IS EMPTY" TO FST-CO-CK-DETAIL
               GO TO 2490-RECORD-OPEN-ALERTS
           END-IF
           IF FST-WS-ALERT-STATUS NOT = "00"
               MOVE "ALERT QUEUE COULD NOT BE READ" TO FST-CO-CK-DETAIL
               MOVE "Y" TO FST-WS-CHECK-FAILED-SW
               GO TO 2490-RECORD-OPEN-ALERTS
           END-IF
           MOVE 0 TO FST-WS-EOF-SW
           PERFORM 2410-READ-ALERT THRU 2410-EXIT
               UNTIL FST-WS-EOF-SW = 1
           CLOSE ALERT-FILE
           IF FST-WS-OPEN-ERROR-COUNT > 0
               MOVE FST-WS-OPEN-ERROR-COUNT TO FST-WS-EDIT-COUNT
               STRING FST-WS-EDIT-COUNT
                   " SEVERITY-E ALERT(S) STILL OPEN"
                   DELIMITED BY SIZE INTO FST-CO-CK-DETAIL
               MOVE "Y" TO FST-WS-CHECK-FAILED-SW
               GO TO 2490-RECORD-OPEN-ALERTS
           END-IF
           MOVE "NONE OPEN" TO FST-CO-CK-DETAIL.
       2490-RECORD-OPEN-ALERTS.
           PERFORM 2800-WRITE-CHECK-LINE THRU 2800-EXIT.
       2400-EXIT.
           EXIT.

       2410-READ-ALERT.
           READ ALERT-FILE
               AT END
                   MOVE 1 TO FST-WS-EOF-SW
                   GO TO 2410-EXIT
           END-READ
           IF FST-AL-MSG-ID = "FST0174E"
           AND FST-AL-BUS-DATE = FST-CP-BUS-DATE
           AND FST-AL-RUN-ID = FST-CP-RUN-ID
               MOVE "Y" TO FST-WS-TB-ALERT-SW
           END-IF
           IF FST-AL-ERROR
           AND (FST-AL-OPEN OR FST-AL-STATUS = SPACE)
           AND FST-AL-BUS-DATE NOT > FST-CP-BUS-DATE
           AND FST-AL-RUN-ID NOT = "FSTCLOSE"
               ADD 1 TO FST-WS-OPEN-ERROR-COUNT
           END-IF.
       2410-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-CHECK-TRIAL-BALANCE - THE NIGHT BALANCED WHEN GLEXTR'S
      * DEBIT SIDE EQUALS ITS CREDIT SIDE AND FIXED-START RAISED NO
      * FST0174E FOR THE DATE UNDER THE RUN-ID BEING CERTIFIED.
      *----------------------------------------------------------------
       2500-CHECK-TRIAL-BALANCE.
           MOVE "TRIAL BALANCE IN BALANCE" TO FST-CO-CK-LABEL
           MOVE "N" TO FST-WS-CHECK-FAILED-SW
           MOVE SPACES TO FST-CO-CK-DETAIL
           IF NOT FST-WS-GL-FOUND
               MOVE "NO GL EXTRACT TO PROVE IT FROM" TO FST-CO-CK-DETAIL
               MOVE "Y" TO FST-WS-CHECK-FAILED-SW
               GO TO 2590-RECORD-TRIAL-BALANCE
           END-IF
           IF FST-WS-TB-ALERT-RAISED
               MOVE "FST0174E OUT OF BALANCE RAISED BY THE RUN"
                   TO FST-CO-CK-DETAIL
               MOVE "Y" TO FST-WS-CHECK-FAILED-SW
               GO TO 2590-RECORD-TRIAL-BALANCE
           END-IF
           IF FST-WS-DEBIT-SIDE-AMOUNT NOT = FST-WS-CREDIT-SIDE-AMOUNT
               MOVE "GLEXTR DEBIT SIDE NOT EQUAL TO CREDIT SIDE"
                   TO FST-CO-CK-DETAIL
               MOVE "Y" TO FST-WS-CHECK-FAILED-SW
               GO TO 2590-RECORD-TRIAL-BALANCE
           END-IF
           MOVE "DEBITS EQUAL CREDITS" TO FST-CO-CK-DETAIL.
       2590-RECORD-TRIAL-BALANCE.
           PERFORM 2800-WRITE-CHECK-LINE THRU 2800-EXIT.
       2500-EXIT.
           EXIT.

       2800-WRITE-CHECK-LINE.
           IF FST-WS-CHECK-FAILED
               MOVE "FAILED" TO FST-CO-CK-RESULT
               ADD 1 TO FST-WS-FAILED-COUNT
           ELSE
               MOVE "PASSED" TO FST-CO-CK-RESULT
           END-IF
           WRITE FST-REPORT-RECORD FROM FST-CO-CHECK-LINE.
       2800-EXIT.
           EXIT.

       2900-WRITE-VERDICT.
           MOVE FST-CP-BUS-DATE TO FST-CO-VD-BUS-DATE
           WRITE FST-REPORT-RECORD FROM FST-CO-VERDICT-LINE.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-REOPEN-DATE - RECORDS AN AUTHORIZED REOPEN OF A CLOSED
      * DATE.  THE OPERATOR ASKING AND THE SUPERVISOR AUTHORIZING
      * MUST BOTH BE NAMED AND MAY NOT BE THE SAME PERSON, AND A
      * REASON IS REQUIRED.  THE REOPEN LETS FIXED-START RUN FOR THE
      * DATE UNTIL THE NEXT CERTIFICATION CLOSES IT AGAIN, AND IS
      * ANNOUNCED ON ALERTQ FOR THE DAY SHIFT.
      *----------------------------------------------------------------
       4000-REOPEN-DATE.
           IF NOT FST-WS-DATE-CLOSED
               DISPLAY "FST2011E BUSINESS DATE " FST-CP-BUS-DATE
                   " IS NOT CLOSED - NOTHING TO REOPEN"
               MOVE "IS NOT CLOSED - REOPEN REFUSED" TO FST-CO-VD-TEXT
               PERFORM 2900-WRITE-VERDICT THRU 2900-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           IF FST-CP-OPERATOR-ID = SPACES
           OR FST-CP-AUTHORIZED-BY = SPACES
           OR FST-CP-AUTHORIZED-BY = FST-CP-OPERATOR-ID
           OR FST-CP-REASON = SPACES
               DISPLAY "FST2012E REOPEN NEEDS AN OPERATOR, A DIFFERENT"
                   " AUTHORIZING SUPERVISOR AND A REASON"
               MOVE "REOPEN REFUSED - NOT AUTHORIZED"
                   TO FST-CO-VD-TEXT
               PERFORM 2900-WRITE-VERDICT THRU 2900-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO FST-CLOSED-DATE-RECORD
           SET FST-CD-REOPENED TO TRUE
           MOVE FST-CP-OPERATOR-ID TO FST-CD-OPERATOR-ID
           MOVE FST-CP-AUTHORIZED-BY TO FST-CD-AUTHORIZED-BY
           MOVE FST-CP-REASON TO FST-CD-REASON
           PERFORM 5000-APPEND-CLOSED-DATE THRU 5000-EXIT
           MOVE "REOPENED" TO FST-CO-VD-TEXT
           PERFORM 2900-WRITE-VERDICT THRU 2900-EXIT
           MOVE FST-CP-OPERATOR-ID TO FST-CO-RO-OPERATOR-ID
           MOVE FST-CP-AUTHORIZED-BY TO FST-CO-RO-AUTHORIZED-BY
           MOVE FST-CP-REASON TO FST-CO-RO-REASON
           WRITE FST-REPORT-RECORD FROM FST-CO-REOPEN-LINE
           DISPLAY "FST2013W BUSINESS DATE " FST-CP-BUS-DATE
               " REOPENED BY " FST-CP-OPERATOR-ID
               " AUTHORIZED BY " FST-CP-AUTHORIZED-BY
           MOVE "W" TO FST-WS-ALERT-SEVERITY
           MOVE "FST2013W" TO FST-WS-ALERT-MSG-ID
           MOVE "CLOSED BUSINESS DATE REOPENED"
               TO FST-WS-ALERT-TEXT
           PERFORM 6000-WRITE-ALERT THRU 6000-EXIT
           MOVE 0 TO RETURN-CODE.
       4000-EXIT.
           EXIT.

       5000-APPEND-CLOSED-DATE.
           ACCEPT FST-WS-CURRENT-DATE FROM DATE
           ACCEPT FST-WS-CURRENT-TIME FROM TIME
           STRING FST-WS-CURRENT-DATE FST-WS-CURRENT-TIME
               DELIMITED BY SIZE INTO FST-WS-TIMESTAMP
           MOVE FST-CP-BUS-DATE TO FST-CD-BUS-DATE
           MOVE FST-CP-RUN-ID TO FST-CD-RUN-ID
           MOVE FST-WS-TIMESTAMP TO FST-CD-TIMESTAMP
           OPEN EXTEND CLOSED-DATE-FILE
           IF FST-WS-CLOSEDT-STATUS = "35"
               OPEN OUTPUT CLOSED-DATE-FILE
           END-IF
           IF FST-WS-CLOSEDT-STATUS NOT = "00"
               DISPLAY "FST2006E CLOSED DATE FILE COULD NOT BE OPENED"
                   " FOR UPDATE"
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE FST-CLOSED-DATE-RECORD
           CLOSE CLOSED-DATE-FILE.
       5000-EXIT.
           EXIT.

       6000-WRITE-ALERT.
           OPEN EXTEND ALERT-FILE
           IF FST-WS-ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF FST-WS-ALERT-STATUS NOT = "00"
               DISPLAY "FST2007E ALERT QUEUE FILE COULD NOT BE"
                   " OPENED"
               GO TO 6000-EXIT
           END-IF
           ACCEPT FST-WS-CURRENT-DATE FROM DATE
           ACCEPT FST-WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO FST-ALERT-RECORD
           MOVE FST-WS-ALERT-SEVERITY TO FST-AL-SEVERITY
           MOVE FST-WS-ALERT-MSG-ID TO FST-AL-MSG-ID
           MOVE "FSTCLOSE" TO FST-AL-RUN-ID
           MOVE FST-CP-BUS-DATE TO FST-AL-BUS-DATE
           STRING FST-WS-CURRENT-DATE FST-WS-CURRENT-TIME
               DELIMITED BY SIZE INTO FST-AL-TIMESTAMP
           MOVE FST-WS-ALERT-TEXT TO FST-AL-MSG-TEXT
           SET FST-AL-OPEN TO TRUE
           WRITE FST-ALERT-RECORD
           CLOSE ALERT-FILE.
       6000-EXIT.
           EXIT.
