       IDENTIFICATION DIVISION.
       PROGRAM-ID. FST-GL-ACK.
       AUTHOR. D-SHIFT-BATCH-SUPPORT.
       INSTALLATION. NIGHTLY-BATCH-STREAM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026  dlr  ORIGINAL - GL INTERFACE ACKNOWLEDGEMENT
      *                  MATCHING.  GLEXTR WENT TO ACCOUNTING EVERY
      *                  NIGHT WITH NOTHING TO SAY THEY LOADED IT,
      *                  AND A DROPPED NIGHT WAS FOUND WEEKS LATER.
      *                  THIS STEP RUNS AFTER FIXED-START: IT FOLDS
      *                  TONIGHT'S EXTRACT INTO A CARRIED REGISTER OF
      *                  WHAT WAS SENT, MATCHES THE LEDGER'S
      *                  ACKNOWLEDGEMENT FILE GLACK AGAINST IT BY
      *                  DATE AND TRAN CODE, AND REPORTS MISSING,
      *                  EXTRA AND MISMATCHED LINES.  A SENT EXTRACT
      *                  STILL UNACKNOWLEDGED AFTER THE PARM NUMBER
      *                  OF DAYS RAISES FST2110E ON ALERTQ EVERY
      *                  NIGHT UNTIL IT IS.  THE SCHEDULER COPIES THE
      *                  NEW REGISTER BACK OVER GLSENT THE WAY IT
      *                  COPIES THE SUSPENSE LEDGER.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-ACK-PARM-FILE ASSIGN TO GLAPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-PARM-FILE-STATUS.

           SELECT OLD-REGISTER-FILE ASSIGN TO GLSENT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-OLD-REGISTER-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO GLEXTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-GLEXTR-STATUS.

           SELECT GL-ACK-FILE ASSIGN TO GLACK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-GLACK-STATUS.

           SELECT NEW-REGISTER-FILE ASSIGN TO GLSENTN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-NEW-REGISTER-STATUS.

           SELECT REPORT-FILE ASSIGN TO GLACKRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-REPORT-STATUS.

           SELECT ALERT-FILE ASSIGN TO ALERTQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-ACK-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLAPARM.

       FD  OLD-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FST-OLD-REGISTER-RECORD         PIC X(80).

       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLEXTRC.

       FD  GL-ACK-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLACKREC.

       FD  NEW-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FST-NEW-REGISTER-RECORD         PIC X(80).

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FST-REPORT-RECORD               PIC X(80).

       FD  ALERT-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  FST-WS-FILE-STATUSES.
           05  FST-WS-PARM-FILE-STATUS     PIC X(02).
           05  FST-WS-OLD-REGISTER-STATUS  PIC X(02).
           05  FST-WS-GLEXTR-STATUS        PIC X(02).
           05  FST-WS-GLACK-STATUS         PIC X(02).
           05  FST-WS-NEW-REGISTER-STATUS  PIC X(02).
           05  FST-WS-REPORT-STATUS        PIC X(02).
           05  FST-WS-ALERT-STATUS         PIC X(02).

           COPY GLSENT.

       77  FST-WS-EOF-SW                   PIC 9(01) VALUE ZERO.
       77  FST-WS-REGISTER-SUB             PIC 9(05) VALUE ZERO.
       77  FST-WS-MATCH-SUB                PIC 9(05) VALUE ZERO.
       77  FST-WS-MATCH-HIT-SW             PIC X(01) VALUE "N".
       77  FST-WS-DATE-SUB                 PIC 9(03) VALUE ZERO.
       77  FST-WS-DATE-HIT-SW              PIC X(01) VALUE "N".
       77  FST-WS-BUS-DATE-NUM             PIC 9(08) VALUE ZERO.
       77  FST-WS-BUS-DATE-INTEGER         PIC 9(08) VALUE ZERO.
       77  FST-WS-SENT-DATE-NUM            PIC 9(08) VALUE ZERO.
       77  FST-WS-SENT-AGE                 PIC S9(05) VALUE ZERO.
       77  FST-WS-LAST-OVERDUE-DATE        PIC X(08) VALUE SPACES.
       77  FST-WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
       77  FST-WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
       77  FST-WS-ALERT-SEVERITY           PIC X(01) VALUE "E".
       77  FST-WS-ALERT-MSG-ID             PIC X(08) VALUE SPACES.
       77  FST-WS-ALERT-TEXT               PIC X(39) VALUE SPACES.
       77  FST-WS-SENT-LINE-COUNT          PIC 9(05) VALUE ZERO.
       77  FST-WS-MATCHED-COUNT            PIC 9(05) VALUE ZERO.
       77  FST-WS-MISMATCHED-COUNT         PIC 9(05) VALUE ZERO.
       77  FST-WS-MISSING-COUNT            PIC 9(05) VALUE ZERO.
       77  FST-WS-EXTRA-COUNT              PIC 9(05) VALUE ZERO.
       77  FST-WS-OVERDUE-COUNT            PIC 9(05) VALUE ZERO.
       77  FST-WS-OUTSTANDING-COUNT        PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------
      * REGISTER TABLE - THE CARRIED REGISTER PLUS TONIGHT'S EXTRACT,
      * HELD WHILE THE ACKNOWLEDGEMENTS ARE MATCHED AGAINST IT.
      *----------------------------------------------------------------
       01  FST-WS-REGISTER-TABLE.
           05  FST-WS-REGISTER-COUNT       PIC 9(05) VALUE ZERO.
           05  FST-WS-REGISTER-ENTRY OCCURS 2000 TIMES.
               10  FST-WS-RG-RECORD        PIC X(80).

      *----------------------------------------------------------------
      * ACKNOWLEDGED DATE TABLE - EVERY BUSINESS DATE THAT APPEARS ON
      * TONIGHT'S ACKNOWLEDGEMENT FILE.  A SENT LINE FOR ONE OF THESE
      * DATES THAT THE FILE DID NOT MENTION IS MISSING ON THEIR SIDE.
      *----------------------------------------------------------------
       01  FST-WS-ACK-DATE-TABLE.
           05  FST-WS-ACK-DATE-COUNT       PIC 9(03) VALUE ZERO.
           05  FST-WS-ACK-DATE-ENTRY OCCURS 100 TIMES.
               10  FST-WS-AD-DATE          PIC X(08).

       01  FST-GK-HEADING-LINE.
           05  FILLER                      PIC X(33) VALUE
               "GL ACKNOWLEDGEMENT MATCHING DATE".
           05  FST-GK-HD-BUS-DATE          PIC X(08).
           05  FILLER                      PIC X(08) VALUE " RUN-ID".
           05  FST-GK-HD-RUN-ID            PIC X(08).
           05  FILLER                      PIC X(23) VALUE SPACES.

       01  FST-GK-COLUMN-LINE.
           05  FILLER                      PIC X(11) VALUE "RESULT".
           05  FILLER                      PIC X(09) VALUE "DATE".
           05  FILLER                      PIC X(09) VALUE "RUN-ID".
           05  FILLER                      PIC X(03) VALUE "TC".
           05  FILLER                      PIC X(08) VALUE "   SENT".
           05  FILLER                      PIC X(15) VALUE
               "    SENT AMOUNT".
           05  FILLER                      PIC X(08) VALUE " BOOKED".
           05  FILLER                      PIC X(14) VALUE
               " BOOKED AMOUNT".
           05  FILLER                      PIC X(03) VALUE SPACES.

       01  FST-GK-DETAIL-LINE.
           05  FST-GK-DT-LABEL             PIC X(11).
           05  FST-GK-DT-BUS-DATE          PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-GK-DT-RUN-ID            PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-GK-DT-TRAN-CODE         PIC X(02).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-GK-DT-SENT-COUNT        PIC 9(07).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-GK-DT-SENT-AMOUNT       PIC 9(11).99.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-GK-DT-ACK-COUNT         PIC 9(07).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-GK-DT-ACK-AMOUNT        PIC 9(11).99.
           05  FILLER                      PIC X(03) VALUE SPACES.

       01  FST-GK-OVERDUE-LINE.
           05  FILLER                      PIC X(11) VALUE "OVERDUE".
           05  FST-GK-OD-BUS-DATE          PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FST-GK-OD-RUN-ID            PIC X(08).
           05  FILLER                      PIC X(24) VALUE
               " NOT ACKNOWLEDGED AFTER".
           05  FST-GK-OD-DAYS              PIC 9(05).
           05  FILLER                      PIC X(05) VALUE " DAYS".
           05  FILLER                      PIC X(18) VALUE SPACES.

       01  FST-GK-TOTAL-LINE-1.
           05  FILLER                      PIC X(12) VALUE
               "LINES SENT".
           05  FST-GK-TL-SENT              PIC 9(05).
           05  FILLER                      PIC X(09) VALUE
               " MATCHED".
           05  FST-GK-TL-MATCHED           PIC 9(05).
           05  FILLER                      PIC X(12) VALUE
               " MISMATCHED".
           05  FST-GK-TL-MISMATCHED        PIC 9(05).
           05  FILLER                      PIC X(09) VALUE
               " MISSING".
           05  FST-GK-TL-MISSING           PIC 9(05).
           05  FILLER                      PIC X(07) VALUE " EXTRA".
           05  FST-GK-TL-EXTRA             PIC 9(05).
           05  FILLER                      PIC X(06) VALUE SPACES.

       01  FST-GK-TOTAL-LINE-2.
           05  FILLER                      PIC X(14) VALUE
               "OVERDUE LINES".
           05  FST-GK-TL-OVERDUE           PIC 9(05).
           05  FILLER                      PIC X(13) VALUE
               " OPEN BREAKS".
           05  FST-GK-TL-OUTSTANDING       PIC 9(05).
           05  FILLER                      PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE - LOADS THE REGISTER, FOLDS TONIGHT'S EXTRACT
      * IN, MATCHES THE ACKNOWLEDGEMENTS, THEN JUDGES AND CARRIES
      * EVERY REGISTER LINE.  ANY BREAK OR OVERDUE EXTRACT ENDS THE
      * STEP WITH RETURN CODE 8.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-READ-PARM-CARD THRU 1000-EXIT
           PERFORM 1200-OPEN-FILES THRU 1200-EXIT
           PERFORM 2000-LOAD-REGISTER THRU 2000-EXIT
           PERFORM 3000-FOLD-IN-TONIGHT THRU 3000-EXIT
           MOVE FST-GK-BUS-DATE TO FST-GK-HD-BUS-DATE
           MOVE FST-GK-RUN-ID TO FST-GK-HD-RUN-ID
           WRITE FST-REPORT-RECORD FROM FST-GK-HEADING-LINE
           WRITE FST-REPORT-RECORD FROM FST-GK-COLUMN-LINE
           PERFORM 4000-MATCH-ACKNOWLEDGEMENTS THRU 4000-EXIT
           PERFORM 4500-FIND-MISSING-LINE THRU 4500-EXIT
               VARYING FST-WS-REGISTER-SUB FROM 1 BY 1
               UNTIL FST-WS-REGISTER-SUB > FST-WS-REGISTER-COUNT
           PERFORM 5000-CARRY-REGISTER-LINE THRU 5000-EXIT
               VARYING FST-WS-REGISTER-SUB FROM 1 BY 1
               UNTIL FST-WS-REGISTER-SUB > FST-WS-REGISTER-COUNT
           PERFORM 5900-PRINT-TOTALS THRU 5900-EXIT
           CLOSE NEW-REGISTER-FILE
           CLOSE REPORT-FILE
           IF FST-WS-MISMATCHED-COUNT > 0
           OR FST-WS-MISSING-COUNT > 0
           OR FST-WS-EXTRA-COUNT > 0
               MOVE "W" TO FST-WS-ALERT-SEVERITY
               MOVE "FST2111W" TO FST-WS-ALERT-MSG-ID
               MOVE "GL ACK BREAKS FOUND - SEE GLACKRPT"
                   TO FST-WS-ALERT-TEXT
               PERFORM 6000-WRITE-ALERT THRU 6000-EXIT
           END-IF
           DISPLAY "FST2115I GL ACK MATCHED " FST-WS-MATCHED-COUNT
               " MISMATCHED " FST-WS-MISMATCHED-COUNT
               " MISSING " FST-WS-MISSING-COUNT
               " EXTRA " FST-WS-EXTRA-COUNT
               " OVERDUE " FST-WS-OVERDUE-COUNT
           IF FST-WS-MISMATCHED-COUNT > 0
           OR FST-WS-MISSING-COUNT > 0
           OR FST-WS-EXTRA-COUNT > 0
           OR FST-WS-OVERDUE-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-READ-PARM-CARD.
           OPEN INPUT GL-ACK-PARM-FILE
           IF FST-WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "FST2100E GL ACK PARAMETER CARD COULD NOT BE"
                   " OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ GL-ACK-PARM-FILE
               AT END
                   DISPLAY "FST2101E GL ACK PARAMETER CARD IS EMPTY"
                   CLOSE GL-ACK-PARM-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE GL-ACK-PARM-FILE
           IF FST-GK-BUS-DATE NOT NUMERIC
           OR FST-GK-RUN-ID = SPACES
           OR FST-GK-OVERDUE-DAYS NOT NUMERIC
           OR FST-GK-OVERDUE-DAYS = 0
               DISPLAY "FST2102E GL ACK PARM NEEDS A NUMERIC DATE, THE"
                   " RUN-ID AND NONZERO OVERDUE DAYS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FST-GK-BUS-DATE TO FST-WS-BUS-DATE-NUM
           COMPUTE FST-WS-BUS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(FST-WS-BUS-DATE-NUM).
       1000-EXIT.
           EXIT.

       1200-OPEN-FILES.
           OPEN OUTPUT NEW-REGISTER-FILE
           IF FST-WS-NEW-REGISTER-STATUS NOT = "00"
               DISPLAY "FST2108E NEW GL SENT REGISTER COULD NOT BE"
                   " OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF FST-WS-REPORT-STATUS NOT = "00"
               DISPLAY "FST2109E GL ACK REPORT FILE COULD NOT BE"
                   " OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LOAD-REGISTER - THE REGISTER CARRIED FROM LAST NIGHT.
      * NO REGISTER YET MEANS THE FIRST NIGHT OF MATCHING.
      *----------------------------------------------------------------
       2000-LOAD-REGISTER.
           OPEN INPUT OLD-REGISTER-FILE
           IF FST-WS-OLD-REGISTER-STATUS = "35"
               GO TO 2000-EXIT
           END-IF
           IF FST-WS-OLD-REGISTER-STATUS NOT = "00"
               DISPLAY "FST2105E GL SENT REGISTER COULD NOT BE OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO FST-WS-EOF-SW
           PERFORM 2100-LOAD-REGISTER-RECORD THRU 2100-EXIT
               UNTIL FST-WS-EOF-SW = 1
           CLOSE OLD-REGISTER-FILE.
       2000-EXIT.
           EXIT.

       2100-LOAD-REGISTER-RECORD.
           READ OLD-REGISTER-FILE
               AT END
                   MOVE 1 TO FST-WS-EOF-SW
                   GO TO 2100-EXIT
           END-READ
           PERFORM 2900-CHECK-TABLE-ROOM THRU 2900-EXIT
           ADD 1 TO FST-WS-REGISTER-COUNT
           MOVE FST-OLD-REGISTER-RECORD
               TO FST-WS-RG-RECORD(FST-WS-REGISTER-COUNT).
       2100-EXIT.
           EXIT.

       2900-CHECK-TABLE-ROOM.
           IF FST-WS-REGISTER-COUNT = 2000
               DISPLAY "FST2106E GL SENT REGISTER EXCEEDS THE 2000"
                   " ENTRY TABLE - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-FOLD-IN-TONIGHT - TONIGHT'S GLEXTR, WHICH MUST BE FOR
      * THE PARM DATE AND RUN-ID.  A LINE ALREADY ON THE REGISTER
      * UNDER THE SAME RUN-ID IS A RERUN OF THIS STEP AND IS LEFT
      * ALONE; UNDER ANOTHER RUN-ID THE DATE WAS POSTED AGAIN AND
      * SENT AGAIN, SO THE NEW FIGURES REPLACE THE OLD AND WAIT FOR
      * A FRESH ACKNOWLEDGEMENT.
      *----------------------------------------------------------------
       3000-FOLD-IN-TONIGHT.
           OPEN INPUT GL-EXTRACT-FILE
           IF FST-WS-GLEXTR-STATUS NOT = "00"
               DISPLAY "FST2103E GL EXTRACT FILE COULD NOT BE OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO FST-WS-EOF-SW
           PERFORM 3100-FOLD-EXTRACT-RECORD THRU 3100-EXIT
               UNTIL FST-WS-EOF-SW = 1
           CLOSE GL-EXTRACT-FILE.
       3000-EXIT.
           EXIT.

       3100-FOLD-EXTRACT-RECORD.
           READ GL-EXTRACT-FILE
               AT END
                   MOVE 1 TO FST-WS-EOF-SW
                   GO TO 3100-EXIT
           END-READ
           IF FST-GL-BUS-DATE NOT = FST-GK-BUS-DATE
           OR FST-GL-RUN-ID NOT = FST-GK-RUN-ID
               DISPLAY "FST2104E GL EXTRACT IS FOR " FST-GL-BUS-DATE
                   " RUN-ID " FST-GL-RUN-ID " NOT THE PARM DATE AND"
                   " RUN-ID"
               CLOSE GL-EXTRACT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO FST-WS-SENT-LINE-COUNT
           MOVE "N" TO FST-WS-MATCH-HIT-SW
           PERFORM 3200-MATCH-SENT-LINE THRU 3200-EXIT
               VARYING FST-WS-MATCH-SUB FROM 1 BY 1
               UNTIL FST-WS-MATCH-SUB > FST-WS-REGISTER-COUNT
               OR FST-WS-MATCH-HIT-SW = "Y"
           IF FST-WS-MATCH-HIT-SW = "Y"
               GO TO 3100-EXIT
           END-IF
           PERFORM 2900-CHECK-TABLE-ROOM THRU 2900-EXIT
           ADD 1 TO FST-WS-REGISTER-COUNT
           PERFORM 3300-SET-SENT-LINE THRU 3300-EXIT
           MOVE FST-GL-SENT-RECORD
               TO FST-WS-RG-RECORD(FST-WS-REGISTER-COUNT).
       3100-EXIT.
           EXIT.

       3200-MATCH-SENT-LINE.
           MOVE FST-WS-RG-RECORD(FST-WS-MATCH-SUB)
               TO FST-GL-SENT-RECORD
           IF FST-GS-BUS-DATE = FST-GL-BUS-DATE
           AND FST-GS-TRAN-CODE = FST-GL-TRAN-CODE
               MOVE "Y" TO FST-WS-MATCH-HIT-SW
               IF FST-GS-RUN-ID NOT = FST-GL-RUN-ID
                   PERFORM 3300-SET-SENT-LINE THRU 3300-EXIT
                   MOVE FST-GL-SENT-RECORD
                       TO FST-WS-RG-RECORD(FST-WS-MATCH-SUB)
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.

       3300-SET-SENT-LINE.
           MOVE SPACES TO FST-GL-SENT-RECORD
           MOVE FST-GL-BUS-DATE TO FST-GS-BUS-DATE
           MOVE FST-GL-RUN-ID TO FST-GS-RUN-ID
           MOVE FST-GL-TRAN-CODE TO FST-GS-TRAN-CODE
           MOVE FST-GL-POSTED-COUNT TO FST-GS-SENT-COUNT
           MOVE FST-GL-POSTED-AMOUNT TO FST-GS-SENT-AMOUNT
           SET FST-GS-PENDING TO TRUE
           MOVE 0 TO FST-GS-ACK-COUNT
           MOVE 0 TO FST-GS-ACK-AMOUNT.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-MATCH-ACKNOWLEDGEMENTS - TONIGHT'S GLACK.  NO FILE MEANS
      * NOTHING CAME BACK TONIGHT; THE OVERDUE CHECK STILL RUNS.
      *----------------------------------------------------------------
       4000-MATCH-ACKNOWLEDGEMENTS.
           OPEN INPUT GL-ACK-FILE
           IF FST-WS-GLACK-STATUS = "35"
               GO TO 4000-EXIT
           END-IF
           IF FST-WS-GLACK-STATUS NOT = "00"
               DISPLAY "FST2107E GL ACKNOWLEDGEMENT FILE COULD NOT BE"
                   " OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO FST-WS-EOF-SW
           PERFORM 4100-MATCH-ACK-RECORD THRU 4100-EXIT
               UNTIL FST-WS-EOF-SW = 1
           CLOSE GL-ACK-FILE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-MATCH-ACK-RECORD - ONE BOOKED LINE.  IT MATCHES WHEN
      * ITS COUNT AND AMOUNT AGREE WITH WHAT WAS SENT FOR THE DATE
      * AND TRAN CODE.  A LINE WITH NOTHING SENT BEHIND IT - OR ONE
      * ALREADY MATCHED ON AN EARLIER NIGHT AND BOOKED AGAIN - IS
      * EXTRA.  THE SAME FIGURES MATCHED EARLIER TONIGHT ARE A RERUN
      * OF THIS STEP AND ARE PASSED OVER.
      *----------------------------------------------------------------
       4100-MATCH-ACK-RECORD.
           READ GL-ACK-FILE
               AT END
                   MOVE 1 TO FST-WS-EOF-SW
                   GO TO 4100-EXIT
           END-READ
           PERFORM 4150-NOTE-ACK-DATE THRU 4150-EXIT
           MOVE "N" TO FST-WS-MATCH-HIT-SW
           PERFORM 4200-FIND-ACK-LINE THRU 4200-EXIT
               VARYING FST-WS-MATCH-SUB FROM 1 BY 1
               UNTIL FST-WS-MATCH-SUB > FST-WS-REGISTER-COUNT
               OR FST-WS-MATCH-HIT-SW = "Y"
           IF FST-WS-MATCH-HIT-SW NOT = "Y"
               ADD 1 TO FST-WS-EXTRA-COUNT
               MOVE "EXTRA" TO FST-GK-DT-LABEL
               MOVE FST-GA-BUS-DATE TO FST-GK-DT-BUS-DATE
               MOVE SPACES TO FST-GK-DT-RUN-ID
               MOVE FST-GA-TRAN-CODE TO FST-GK-DT-TRAN-CODE
               MOVE 0 TO FST-GK-DT-SENT-COUNT
               MOVE 0 TO FST-GK-DT-SENT-AMOUNT
               MOVE FST-GA-BOOKED-COUNT TO FST-GK-DT-ACK-COUNT
               MOVE FST-GA-BOOKED-AMOUNT TO FST-GK-DT-ACK-AMOUNT
               WRITE FST-REPORT-RECORD FROM FST-GK-DETAIL-LINE
               GO TO 4100-EXIT
           END-IF
           SUBTRACT 1 FROM FST-WS-MATCH-SUB
           IF FST-GS-MATCHED
           AND FST-GS-ACK-DATE = FST-GK-BUS-DATE
           AND FST-GS-ACK-COUNT = FST-GA-BOOKED-COUNT
           AND FST-GS-ACK-AMOUNT = FST-GA-BOOKED-AMOUNT
               GO TO 4100-EXIT
           END-IF
           MOVE FST-GA-BOOKED-COUNT TO FST-GS-ACK-COUNT
           MOVE FST-GA-BOOKED-AMOUNT TO FST-GS-ACK-AMOUNT
           MOVE FST-GK-BUS-DATE TO FST-GS-ACK-DATE
           IF FST-GS-SENT-COUNT = FST-GS-ACK-COUNT
           AND FST-GS-SENT-AMOUNT = FST-GS-ACK-AMOUNT
               SET FST-GS-MATCHED TO TRUE
               ADD 1 TO FST-WS-MATCHED-COUNT
               MOVE "MATCHED" TO FST-GK-DT-LABEL
           ELSE
               SET FST-GS-MISMATCHED TO TRUE
               ADD 1 TO FST-WS-MISMATCHED-COUNT
               MOVE "MISMATCH" TO FST-GK-DT-LABEL
           END-IF
           MOVE FST-GL-SENT-RECORD
               TO FST-WS-RG-RECORD(FST-WS-MATCH-SUB)
           PERFORM 4900-PRINT-REGISTER-LINE THRU 4900-EXIT.
       4100-EXIT.
           EXIT.

       4150-NOTE-ACK-DATE.
           MOVE "N" TO FST-WS-DATE-HIT-SW
           PERFORM 4160-MATCH-ACK-DATE THRU 4160-EXIT
               VARYING FST-WS-DATE-SUB FROM 1 BY 1
               UNTIL FST-WS-DATE-SUB > FST-WS-ACK-DATE-COUNT
               OR FST-WS-DATE-HIT-SW = "Y"
           IF FST-WS-DATE-HIT-SW = "Y"
           OR FST-WS-ACK-DATE-COUNT = 100
               GO TO 4150-EXIT
           END-IF
           ADD 1 TO FST-WS-ACK-DATE-COUNT
           MOVE FST-GA-BUS-DATE
               TO FST-WS-AD-DATE(FST-WS-ACK-DATE-COUNT).
       4150-EXIT.
           EXIT.

       4160-MATCH-ACK-DATE.
           IF FST-WS-AD-DATE(FST-WS-DATE-SUB) = FST-GA-BUS-DATE
               MOVE "Y" TO FST-WS-DATE-HIT-SW
           END-IF.
       4160-EXIT.
           EXIT.

       4200-FIND-ACK-LINE.
           MOVE FST-WS-RG-RECORD(FST-WS-MATCH-SUB)
               TO FST-GL-SENT-RECORD
           IF FST-GS-BUS-DATE = FST-GA-BUS-DATE
           AND FST-GS-TRAN-CODE = FST-GA-TRAN-CODE
           AND (NOT FST-GS-MATCHED
               OR FST-GS-ACK-DATE = FST-GK-BUS-DATE)
               MOVE "Y" TO FST-WS-MATCH-HIT-SW
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-FIND-MISSING-LINE - A LINE STILL PENDING FOR A DATE THE
      * LEDGER ACKNOWLEDGED TONIGHT WAS LEFT OFF THEIR FILE.  A LINE
      * THAT SENT NOTHING NEEDS NO BOOKING AND COUNTS AS MATCHED.
      *----------------------------------------------------------------
       4500-FIND-MISSING-LINE.
           MOVE FST-WS-RG-RECORD(FST-WS-REGISTER-SUB)
               TO FST-GL-SENT-RECORD
           IF NOT FST-GS-PENDING
               GO TO 4500-EXIT
           END-IF
           MOVE "N" TO FST-WS-DATE-HIT-SW
           PERFORM 4510-MATCH-SENT-DATE THRU 4510-EXIT
               VARYING FST-WS-DATE-SUB FROM 1 BY 1
               UNTIL FST-WS-DATE-SUB > FST-WS-ACK-DATE-COUNT
               OR FST-WS-DATE-HIT-SW = "Y"
           IF FST-WS-DATE-HIT-SW NOT = "Y"
               GO TO 4500-EXIT
           END-IF
           MOVE 0 TO FST-GS-ACK-COUNT
           MOVE 0 TO FST-GS-ACK-AMOUNT
           MOVE FST-GK-BUS-DATE TO FST-GS-ACK-DATE
           IF FST-GS-SENT-COUNT = 0
           AND FST-GS-SENT-AMOUNT = 0
               SET FST-GS-MATCHED TO TRUE
           ELSE
               SET FST-GS-MISSING TO TRUE
               ADD 1 TO FST-WS-MISSING-COUNT
               MOVE "MISSING" TO FST-GK-DT-LABEL
               PERFORM 4900-PRINT-REGISTER-LINE THRU 4900-EXIT
           END-IF
           MOVE FST-GL-SENT-RECORD
               TO FST-WS-RG-RECORD(FST-WS-REGISTER-SUB).
       4500-EXIT.
           EXIT.

       4510-MATCH-SENT-DATE.
           IF FST-WS-AD-DATE(FST-WS-DATE-SUB) = FST-GS-BUS-DATE
               MOVE "Y" TO FST-WS-DATE-HIT-SW
           END-IF.
       4510-EXIT.
           EXIT.

       4900-PRINT-REGISTER-LINE.
           MOVE FST-GS-BUS-DATE TO FST-GK-DT-BUS-DATE
           MOVE FST-GS-RUN-ID TO FST-GK-DT-RUN-ID
           MOVE FST-GS-TRAN-CODE TO FST-GK-DT-TRAN-CODE
           MOVE FST-GS-SENT-COUNT TO FST-GK-DT-SENT-COUNT
           MOVE FST-GS-SENT-AMOUNT TO FST-GK-DT-SENT-AMOUNT
           MOVE FST-GS-ACK-COUNT TO FST-GK-DT-ACK-COUNT
           MOVE FST-GS-ACK-AMOUNT TO FST-GK-DT-ACK-AMOUNT
           WRITE FST-REPORT-RECORD FROM FST-GK-DETAIL-LINE.
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-CARRY-REGISTER-LINE - DECIDES EACH LINE'S FATE.  A LINE
      * MATCHED ON AN EARLIER NIGHT IS DONE AND LEAVES THE REGISTER;
      * ONE MATCHED TONIGHT IS CARRIED ONE MORE NIGHT SO A RERUN OF
      * THIS STEP DOES NOT SEE ITS ACKNOWLEDGEMENT AS EXTRA.  A
      * PENDING LINE OLDER THAN THE OVERDUE DAYS IS LISTED AND, ONCE
      * PER SENT DATE, RAISED ON ALERTQ.  BREAKS FROM EARLIER NIGHTS
      * ARE LISTED AGAIN AS OPEN BREAKS UNTIL THEY ARE PUT RIGHT.
      *----------------------------------------------------------------
       5000-CARRY-REGISTER-LINE.
           MOVE FST-WS-RG-RECORD(FST-WS-REGISTER-SUB)
               TO FST-GL-SENT-RECORD
           IF FST-GS-MATCHED
           AND FST-GS-ACK-DATE NOT = FST-GK-BUS-DATE
               GO TO 5000-EXIT
           END-IF
           IF FST-GS-BREAK
           AND FST-GS-ACK-DATE NOT = FST-GK-BUS-DATE
               ADD 1 TO FST-WS-OUTSTANDING-COUNT
               MOVE "OPEN BREAK" TO FST-GK-DT-LABEL
               PERFORM 4900-PRINT-REGISTER-LINE THRU 4900-EXIT
           END-IF
           IF FST-GS-PENDING
           AND FST-GS-BUS-DATE NUMERIC
               PERFORM 5100-CHECK-OVERDUE THRU 5100-EXIT
           END-IF
           WRITE FST-NEW-REGISTER-RECORD FROM FST-GL-SENT-RECORD.
       5000-EXIT.
           EXIT.

       5100-CHECK-OVERDUE.
           MOVE FST-GS-BUS-DATE TO FST-WS-SENT-DATE-NUM
           COMPUTE FST-WS-SENT-AGE = FST-WS-BUS-DATE-INTEGER
               - FUNCTION INTEGER-OF-DATE(FST-WS-SENT-DATE-NUM)
           IF FST-WS-SENT-AGE < FST-GK-OVERDUE-DAYS
               GO TO 5100-EXIT
           END-IF
           ADD 1 TO FST-WS-OVERDUE-COUNT
           IF FST-GS-BUS-DATE = FST-WS-LAST-OVERDUE-DATE
               GO TO 5100-EXIT
           END-IF
           MOVE FST-GS-BUS-DATE TO FST-WS-LAST-OVERDUE-DATE
           MOVE FST-GS-BUS-DATE TO FST-GK-OD-BUS-DATE
           MOVE FST-GS-RUN-ID TO FST-GK-OD-RUN-ID
           MOVE FST-WS-SENT-AGE TO FST-GK-OD-DAYS
           WRITE FST-REPORT-RECORD FROM FST-GK-OVERDUE-LINE
           DISPLAY "FST2110E GL EXTRACT FOR " FST-GS-BUS-DATE
               " RUN-ID " FST-GS-RUN-ID " NOT ACKNOWLEDGED AFTER "
               FST-GK-OD-DAYS " DAYS"
           MOVE "E" TO FST-WS-ALERT-SEVERITY
           MOVE "FST2110E" TO FST-WS-ALERT-MSG-ID
           MOVE SPACES TO FST-WS-ALERT-TEXT
           STRING "GL EXTRACT " FST-GS-BUS-DATE " UNACKNOWLEDGED"
               DELIMITED BY SIZE INTO FST-WS-ALERT-TEXT
           PERFORM 6000-WRITE-ALERT THRU 6000-EXIT.
       5100-EXIT.
           EXIT.

       5900-PRINT-TOTALS.
           MOVE FST-WS-SENT-LINE-COUNT TO FST-GK-TL-SENT
           MOVE FST-WS-MATCHED-COUNT TO FST-GK-TL-MATCHED
           MOVE FST-WS-MISMATCHED-COUNT TO FST-GK-TL-MISMATCHED
           MOVE FST-WS-MISSING-COUNT TO FST-GK-TL-MISSING
           MOVE FST-WS-EXTRA-COUNT TO FST-GK-TL-EXTRA
           WRITE FST-REPORT-RECORD FROM FST-GK-TOTAL-LINE-1
           MOVE FST-WS-OVERDUE-COUNT TO FST-GK-TL-OVERDUE
           MOVE FST-WS-OUTSTANDING-COUNT TO FST-GK-TL-OUTSTANDING
           WRITE FST-REPORT-RECORD FROM FST-GK-TOTAL-LINE-2.
       5900-EXIT.
           EXIT.

       6000-WRITE-ALERT.
           OPEN EXTEND ALERT-FILE
           IF FST-WS-ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF FST-WS-ALERT-STATUS NOT = "00"
               DISPLAY "FST2112E ALERT QUEUE FILE COULD NOT BE"
                   " OPENED"
               GO TO 6000-EXIT
           END-IF
           ACCEPT FST-WS-CURRENT-DATE FROM DATE
           ACCEPT FST-WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO FST-ALERT-RECORD
           MOVE FST-WS-ALERT-SEVERITY TO FST-AL-SEVERITY
           MOVE FST-WS-ALERT-MSG-ID TO FST-AL-MSG-ID
           MOVE FST-GK-RUN-ID TO FST-AL-RUN-ID
           MOVE FST-GK-BUS-DATE TO FST-AL-BUS-DATE
           STRING FST-WS-CURRENT-DATE FST-WS-CURRENT-TIME
               DELIMITED BY SIZE INTO FST-AL-TIMESTAMP
           MOVE FST-WS-ALERT-TEXT TO FST-AL-MSG-TEXT
           SET FST-AL-OPEN TO TRUE
           WRITE FST-ALERT-RECORD
           CLOSE ALERT-FILE.
       6000-EXIT.
           EXIT.
