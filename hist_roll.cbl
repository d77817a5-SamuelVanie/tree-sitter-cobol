       IDENTIFICATION DIVISION.
       PROGRAM-ID. FST-HIST-ROLL.
       AUTHOR. D-SHIFT-BATCH-SUPPORT.
       INSTALLATION. NIGHTLY-BATCH-STREAM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026  dlr  ORIGINAL - POSTING HISTORY HOUSEKEEPING.
      *                  THE POSTING HISTORY IS NOW AN INDEXED FILE
      *                  KEYED BY BUSINESS MONTH AND ACCOUNT.  THIS
      *                  STEP ROLLS A CLOSED MONTH OFF THE LIVE FILE
      *                  INTO THAT MONTH'S ARCHIVE FILE - COPIED
      *                  WHOLE AND CLOSED WITH A COUNTED TRAILER
      *                  BEFORE ANYTHING IS DELETED, SO A RERUN AFTER
      *                  A FAILURE EITHER REWRITES AN UNFINISHED
      *                  ARCHIVE OR FINISHES THE DELETES FROM A
      *                  FINISHED ONE.  THE LIVE FILE KEEPS THE
      *                  BUSINESS DATE'S MONTH AND THE ONE BEFORE IT
      *                  FOR THE DUPLICATE WINDOW AND REVERSALS.  THE
      *                  LOAD FUNCTION CONVERTS THE OLD FLAT HISTORY
      *                  ONTO THE KEYED FILE ONCE, FILING A LINE
      *                  WRITTEN BEFORE POSTINGS CARRIED A BUSINESS
      *                  DATE UNDER THE MONTH OF ITS ANCHORED POST
      *                  DATE; A RERUN OF THE LOAD SKIPS WHAT IS
      *                  ALREADY ON FILE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-PARM-FILE ASSIGN TO HSTPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-PARM-FILE-STATUS.

           SELECT POSTING-HISTORY-FILE ASSIGN TO POSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FST-PH-KEY
               ALTERNATE RECORD KEY IS FST-PH-ACCOUNT-KEY
                   WITH DUPLICATES
               FILE STATUS IS FST-WS-POSTHIST-STATUS.

           SELECT HISTORY-ARCHIVE-FILE ASSIGN TO PHARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-ARCHIVE-STATUS.

           SELECT FLAT-HISTORY-FILE ASSIGN TO POSTHSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-FLAT-HISTORY-STATUS.

           SELECT REPORT-FILE ASSIGN TO HISTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FST-WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY HSTPARM.

       FD  POSTING-HISTORY-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY PHISTREC.

       FD  HISTORY-ARCHIVE-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  FST-ARCHIVE-RECORD              PIC X(160).

       FD  FLAT-HISTORY-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  FST-FLAT-HISTORY-RECORD         PIC X(100).

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FST-REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
       01  FST-WS-FILE-STATUSES.
           05  FST-WS-PARM-FILE-STATUS     PIC X(02).
           05  FST-WS-POSTHIST-STATUS      PIC X(02).
           05  FST-WS-ARCHIVE-STATUS       PIC X(02).
           05  FST-WS-FLAT-HISTORY-STATUS  PIC X(02).
           05  FST-WS-REPORT-STATUS        PIC X(02).

           COPY PMSTREC.

       77  FST-WS-EOF-SW                   PIC 9(01) VALUE ZERO.
       77  FST-WS-ARCHIVE-DONE-SW          PIC X(01) VALUE "N".
           88  FST-WS-ARCHIVE-COMPLETE         VALUE "Y".
       77  FST-WS-BUS-YEAR                 PIC 9(04) VALUE ZERO.
       77  FST-WS-BUS-MONTH-NUM            PIC 9(02) VALUE ZERO.
       77  FST-WS-OLDEST-LIVE-MONTH        PIC X(06) VALUE SPACES.
       77  FST-WS-LOAD-SEQ                 PIC 9(06) VALUE ZERO.
       77  FST-WS-FILE-MONTH               PIC X(06) VALUE SPACES.
       77  FST-WS-POST-DATE                PIC 9(08) VALUE ZERO.
       77  FST-WS-POST-DATE-X              PIC X(08) VALUE SPACES.
       77  FST-WS-POST-YY                  PIC 9(02) VALUE ZERO.
       77  FST-WS-POST-HH                  PIC 9(02) VALUE ZERO.
       77  FST-WS-READ-COUNT               PIC 9(09) VALUE ZERO.
       77  FST-WS-LOADED-COUNT             PIC 9(09) VALUE ZERO.
       77  FST-WS-ON-FILE-COUNT            PIC 9(09) VALUE ZERO.
       77  FST-WS-ARCHIVED-COUNT           PIC 9(09) VALUE ZERO.
       77  FST-WS-DELETED-COUNT            PIC 9(09) VALUE ZERO.
       77  FST-WS-GONE-COUNT               PIC 9(09) VALUE ZERO.

      *----------------------------------------------------------------
      * ONE ARCHIVE RECORD - THE KEYED HISTORY LAYOUT, DETAIL OR
      * TRAILER.
      *----------------------------------------------------------------
       01  FST-WS-ARCHIVE-ENTRY.
           05  FST-WS-AE-KEY.
               10  FST-WS-AE-BUS-MONTH     PIC X(06).
               10  FILLER                  PIC X(32).
           05  FILLER                      PIC X(16).
           05  FST-WS-AE-RECORD-TYPE       PIC X(01).
               88  FST-WS-AE-DETAIL            VALUE "D".
               88  FST-WS-AE-TRAILER           VALUE "T".
           05  FST-WS-AE-RECORD-COUNT      PIC 9(09).
           05  FILLER                      PIC X(96).

       01  FST-HR-HEADING-LINE.
           05  FILLER                      PIC X(24) VALUE
               "POSTING HISTORY ROLL  ".
           05  FILLER                      PIC X(05) VALUE "DATE".
           05  FST-HR-HD-BUS-DATE          PIC X(08).
           05  FILLER                      PIC X(07) VALUE " MONTH".
           05  FST-HR-HD-MONTH             PIC X(06).
           05  FILLER                      PIC X(30) VALUE SPACES.

       01  FST-HR-ROLL-LINE.
           05  FILLER                      PIC X(09) VALUE
               "ARCHIVED".
           05  FST-HR-RL-ARCHIVED          PIC 9(09).
           05  FILLER                      PIC X(09) VALUE
               " DELETED".
           05  FST-HR-RL-DELETED           PIC 9(09).
           05  FILLER                      PIC X(17) VALUE
               " ALREADY DELETED".
           05  FST-HR-RL-GONE              PIC 9(09).
           05  FILLER                      PIC X(18) VALUE SPACES.

       01  FST-HR-LOAD-LINE.
           05  FILLER                      PIC X(05) VALUE "READ".
           05  FST-HR-LD-READ              PIC 9(09).
           05  FILLER                      PIC X(08) VALUE " LOADED".
           05  FST-HR-LD-LOADED            PIC 9(09).
           05  FILLER                      PIC X(17) VALUE
               " ALREADY ON FILE".
           05  FST-HR-LD-ON-FILE           PIC 9(09).
           05  FILLER                      PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE - READS THE PARM CARD AND RUNS THE LOAD OR THE
      * ROLL IT ASKS FOR.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-READ-PARM-CARD THRU 1000-EXIT
           OPEN OUTPUT REPORT-FILE
           IF FST-WS-REPORT-STATUS NOT = "00"
               DISPLAY "FST1709E HISTORY ROLL REPORT FILE COULD NOT BE"
                   " OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FST-HP-BUS-DATE TO FST-HR-HD-BUS-DATE
           MOVE FST-HP-ROLL-MONTH TO FST-HR-HD-MONTH
           WRITE FST-REPORT-RECORD FROM FST-HR-HEADING-LINE
           IF FST-HP-LOAD
               PERFORM 2000-LOAD-FLAT-HISTORY THRU 2000-EXIT
               MOVE FST-WS-READ-COUNT TO FST-HR-LD-READ
               MOVE FST-WS-LOADED-COUNT TO FST-HR-LD-LOADED
               MOVE FST-WS-ON-FILE-COUNT TO FST-HR-LD-ON-FILE
               WRITE FST-REPORT-RECORD FROM FST-HR-LOAD-LINE
               DISPLAY "FST1710I FLAT HISTORY READ " FST-WS-READ-COUNT
                   " LOADED " FST-WS-LOADED-COUNT
                   " ALREADY ON FILE " FST-WS-ON-FILE-COUNT
           ELSE
               PERFORM 3000-ROLL-MONTH THRU 3000-EXIT
               MOVE FST-WS-ARCHIVED-COUNT TO FST-HR-RL-ARCHIVED
               MOVE FST-WS-DELETED-COUNT TO FST-HR-RL-DELETED
               MOVE FST-WS-GONE-COUNT TO FST-HR-RL-GONE
               WRITE FST-REPORT-RECORD FROM FST-HR-ROLL-LINE
               DISPLAY "FST1711I MONTH " FST-HP-ROLL-MONTH
                   " ARCHIVED " FST-WS-ARCHIVED-COUNT
                   " DELETED " FST-WS-DELETED-COUNT
           END-IF
           CLOSE REPORT-FILE
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-READ-PARM-CARD - A ROLL MONTH MUST BE CLOSED: OLDER THAN
      * THE MONTH BEFORE THE BUSINESS DATE'S, WHICH THE LIVE FILE
      * KEEPS SO THE DUPLICATE WINDOW AND A REVERSAL OF A LATE-MONTH
      * POSTING STILL FIND WHAT THEY NEED.
      *----------------------------------------------------------------
       1000-READ-PARM-CARD.
           OPEN INPUT HIST-PARM-FILE
           IF FST-WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "FST1700E HISTORY PARAMETER CARD COULD NOT BE"
                   " OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ HIST-PARM-FILE
               AT END
                   DISPLAY "FST1701E HISTORY PARAMETER CARD IS EMPTY"
                   CLOSE HIST-PARM-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE HIST-PARM-FILE
           IF NOT FST-HP-LOAD
           AND NOT FST-HP-ROLL
               DISPLAY "FST1702E HISTORY FUNCTION MUST BE L OR R"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FST-HP-LOAD
               GO TO 1000-EXIT
           END-IF
           IF FST-HP-BUS-DATE(1:6) NOT NUMERIC
           OR FST-HP-ROLL-MONTH NOT NUMERIC
               DISPLAY "FST1703E BUSINESS DATE AND ROLL MONTH MUST BE"
                   " NUMERIC"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FST-HP-BUS-DATE(1:4) TO FST-WS-BUS-YEAR
           MOVE FST-HP-BUS-DATE(5:2) TO FST-WS-BUS-MONTH-NUM
           IF FST-WS-BUS-MONTH-NUM = 1
               SUBTRACT 1 FROM FST-WS-BUS-YEAR
               MOVE 12 TO FST-WS-BUS-MONTH-NUM
           ELSE
               SUBTRACT 1 FROM FST-WS-BUS-MONTH-NUM
           END-IF
           STRING FST-WS-BUS-YEAR FST-WS-BUS-MONTH-NUM
               DELIMITED BY SIZE INTO FST-WS-OLDEST-LIVE-MONTH
           IF FST-HP-ROLL-MONTH NOT < FST-WS-OLDEST-LIVE-MONTH
               DISPLAY "FST1704E MONTH " FST-HP-ROLL-MONTH
                   " IS NOT CLOSED - THE LIVE HISTORY KEEPS "
                   FST-WS-OLDEST-LIVE-MONTH " ONWARD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LOAD-FLAT-HISTORY - ONE PASS OVER THE OLD FLAT HISTORY.
      * EACH LINE GETS THE NEXT SEQUENCE NUMBER IN FILE ORDER, SO A
      * RERUN OF THE LOAD BUILDS THE SAME KEYS AND A KEY ALREADY ON
      * FILE IS COUNTED AND SKIPPED.
      *----------------------------------------------------------------
       2000-LOAD-FLAT-HISTORY.
           OPEN INPUT FLAT-HISTORY-FILE
           IF FST-WS-FLAT-HISTORY-STATUS NOT = "00"
               DISPLAY "FST1708E FLAT POSTING HISTORY COULD NOT BE"
                   " OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2050-OPEN-LIVE-HISTORY THRU 2050-EXIT
           MOVE 0 TO FST-WS-EOF-SW
           PERFORM 2100-LOAD-FLAT-RECORD THRU 2100-EXIT
               UNTIL FST-WS-EOF-SW = 1
           CLOSE FLAT-HISTORY-FILE
           CLOSE POSTING-HISTORY-FILE.
       2000-EXIT.
           EXIT.

       2050-OPEN-LIVE-HISTORY.
           OPEN I-O POSTING-HISTORY-FILE
           IF FST-WS-POSTHIST-STATUS = "35"
               OPEN OUTPUT POSTING-HISTORY-FILE
               CLOSE POSTING-HISTORY-FILE
               OPEN I-O POSTING-HISTORY-FILE
           END-IF
           IF FST-WS-POSTHIST-STATUS NOT = "00"
               DISPLAY "FST1705E POSTING HISTORY FILE COULD NOT BE"
                   " OPENED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2050-EXIT.
           EXIT.

       2100-LOAD-FLAT-RECORD.
           READ FLAT-HISTORY-FILE INTO FST-POSTED-MASTER-RECORD
               AT END
                   MOVE 1 TO FST-WS-EOF-SW
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO FST-WS-READ-COUNT
           ADD 1 TO FST-WS-LOAD-SEQ
           PERFORM 2150-FIND-FILE-MONTH THRU 2150-EXIT
           MOVE SPACES TO FST-POSTING-HISTORY-RECORD
           MOVE FST-WS-FILE-MONTH TO FST-PH-BUS-MONTH
           MOVE FST-PM-ACCOUNT-NUMBER TO FST-PH-ACCOUNT-NUMBER
           MOVE FST-PM-POST-TIMESTAMP TO FST-PH-POST-TIMESTAMP
           MOVE FST-WS-LOAD-SEQ TO FST-PH-POST-SEQ
           MOVE FST-PM-ACCOUNT-NUMBER TO FST-PH-AK-ACCOUNT-NUMBER
           MOVE FST-WS-FILE-MONTH TO FST-PH-AK-BUS-MONTH
           SET FST-PH-DETAIL TO TRUE
           MOVE FST-POSTED-MASTER-RECORD TO FST-PH-POSTING
           WRITE FST-POSTING-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO FST-WS-ON-FILE-COUNT
               NOT INVALID KEY
                   ADD 1 TO FST-WS-LOADED-COUNT
           END-WRITE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-FIND-FILE-MONTH - THE BUSINESS DATE'S MONTH WHEN THE
      * LINE CARRIES ONE.  AN OLDER LINE IS FILED UNDER THE MONTH OF
      * ITS ANCHORED POST DATE - THE TIMESTAMP CARRIES A TWO-DIGIT
      * YEAR FROM ACCEPT FROM DATE, SO THE CENTURY IS WINDOWED AT 70,
      * AND A POST BEFORE 06:00 BELONGS TO THE PRIOR CALENDAR DAY,
      * THE SAME ANCHOR FIXED-START USES FOR ITS BUSINESS DATE.  A
      * LINE WITH NEITHER FALLS BACK TO ITS EFFECTIVE DATE'S MONTH.
      *----------------------------------------------------------------
       2150-FIND-FILE-MONTH.
           IF FST-PM-BUS-DATE(1:6) NUMERIC
               MOVE FST-PM-BUS-DATE(1:6) TO FST-WS-FILE-MONTH
               GO TO 2150-EXIT
           END-IF
           IF FST-PM-POST-TIMESTAMP(3:6) NOT NUMERIC
           OR FST-PM-POST-TIMESTAMP(9:2) NOT NUMERIC
               MOVE FST-PM-EFFECTIVE-DATE(1:6) TO FST-WS-FILE-MONTH
               GO TO 2150-EXIT
           END-IF
           MOVE SPACES TO FST-WS-POST-DATE-X
           MOVE FST-PM-POST-TIMESTAMP(3:2) TO FST-WS-POST-YY
           IF FST-WS-POST-YY NOT < 70
               STRING "19" FST-PM-POST-TIMESTAMP(3:6)
                   DELIMITED BY SIZE INTO FST-WS-POST-DATE-X
           ELSE
               STRING "20" FST-PM-POST-TIMESTAMP(3:6)
                   DELIMITED BY SIZE INTO FST-WS-POST-DATE-X
           END-IF
           MOVE FST-WS-POST-DATE-X TO FST-WS-POST-DATE
           MOVE FST-PM-POST-TIMESTAMP(9:2) TO FST-WS-POST-HH
           IF FST-WS-POST-HH < 6
               COMPUTE FST-WS-POST-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(FST-WS-POST-DATE) - 1)
           END-IF
           MOVE FST-WS-POST-DATE TO FST-WS-POST-DATE-X
           MOVE FST-WS-POST-DATE-X(1:6) TO FST-WS-FILE-MONTH.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-ROLL-MONTH - LOOKS AT THE ARCHIVE FIRST.  ONE ENDING IN
      * THIS MONTH'S TRAILER IS FINISHED AND ONLY THE DELETES ARE
      * LEFT; ANYTHING ELSE IS WRITTEN AFRESH FROM THE LIVE FILE,
      * WHICH STILL HOLDS THE WHOLE MONTH BECAUSE NOTHING IS DELETED
      * UNTIL THE TRAILER IS DOWN.  AN ARCHIVE FOR ANOTHER MONTH
      * MEANS THE WRONG FILE WAS ALLOCATED AND STOPS THE STEP.
      *----------------------------------------------------------------
       3000-ROLL-MONTH.
           PERFORM 2050-OPEN-LIVE-HISTORY THRU 2050-EXIT
           PERFORM 3100-CHECK-ARCHIVE THRU 3100-EXIT
           IF NOT FST-WS-ARCHIVE-COMPLETE
               PERFORM 3200-WRITE-ARCHIVE THRU 3200-EXIT
           END-IF
           PERFORM 3400-DELETE-ARCHIVED THRU 3400-EXIT
           CLOSE POSTING-HISTORY-FILE.
       3000-EXIT.
           EXIT.

       3100-CHECK-ARCHIVE.
           OPEN INPUT HISTORY-ARCHIVE-FILE
           IF FST-WS-ARCHIVE-STATUS NOT = "00"
               GO TO 3100-EXIT
           END-IF
           MOVE SPACES TO FST-WS-ARCHIVE-ENTRY
           MOVE 0 TO FST-WS-EOF-SW
           PERFORM 3110-READ-ARCHIVE-RECORD THRU 3110-EXIT
               UNTIL FST-WS-EOF-SW = 1
           CLOSE HISTORY-ARCHIVE-FILE
           IF FST-WS-ARCHIVE-ENTRY = SPACES
               GO TO 3100-EXIT
           END-IF
           IF FST-WS-AE-BUS-MONTH NOT = FST-HP-ROLL-MONTH
               DISPLAY "FST1707E ARCHIVE FILE HOLDS MONTH "
                   FST-WS-AE-BUS-MONTH " NOT " FST-HP-ROLL-MONTH
                   " - WRONG ARCHIVE ALLOCATED"
               CLOSE POSTING-HISTORY-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FST-WS-AE-TRAILER
               MOVE "Y" TO FST-WS-ARCHIVE-DONE-SW
               MOVE FST-WS-AE-RECORD-COUNT TO FST-WS-ARCHIVED-COUNT
           END-IF.
       3100-EXIT.
           EXIT.

       3110-READ-ARCHIVE-RECORD.
           READ HISTORY-ARCHIVE-FILE INTO FST-WS-ARCHIVE-ENTRY
               AT END
                   MOVE 1 TO FST-WS-EOF-SW
           END-READ.
       3110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-WRITE-ARCHIVE - COPIES THE MONTH'S SLICE OF THE LIVE
      * FILE, IN KEY ORDER, TO THE ARCHIVE AND CLOSES IT WITH THE
      * TRAILER.
      *----------------------------------------------------------------
       3200-WRITE-ARCHIVE.
           OPEN OUTPUT HISTORY-ARCHIVE-FILE
           IF FST-WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "FST1706E HISTORY ARCHIVE FILE COULD NOT BE"
                   " OPENED"
               CLOSE POSTING-HISTORY-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO FST-WS-ARCHIVED-COUNT
           MOVE 0 TO FST-WS-EOF-SW
           MOVE LOW-VALUES TO FST-PH-KEY
           MOVE FST-HP-ROLL-MONTH TO FST-PH-BUS-MONTH
           START POSTING-HISTORY-FILE KEY IS NOT LESS THAN FST-PH-KEY
               INVALID KEY
                   MOVE 1 TO FST-WS-EOF-SW
           END-START
           PERFORM 3210-ARCHIVE-RECORD THRU 3210-EXIT
               UNTIL FST-WS-EOF-SW = 1
           MOVE SPACES TO FST-WS-ARCHIVE-ENTRY
           MOVE FST-HP-ROLL-MONTH TO FST-WS-AE-BUS-MONTH
           SET FST-WS-AE-TRAILER TO TRUE
           MOVE FST-WS-ARCHIVED-COUNT TO FST-WS-AE-RECORD-COUNT
           WRITE FST-ARCHIVE-RECORD FROM FST-WS-ARCHIVE-ENTRY
           CLOSE HISTORY-ARCHIVE-FILE.
       3200-EXIT.
           EXIT.

       3210-ARCHIVE-RECORD.
           READ POSTING-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 1 TO FST-WS-EOF-SW
                   GO TO 3210-EXIT
           END-READ
           IF FST-PH-BUS-MONTH NOT = FST-HP-ROLL-MONTH
               MOVE 1 TO FST-WS-EOF-SW
               GO TO 3210-EXIT
           END-IF
           WRITE FST-ARCHIVE-RECORD FROM FST-POSTING-HISTORY-RECORD
           ADD 1 TO FST-WS-ARCHIVED-COUNT.
       3210-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3400-DELETE-ARCHIVED - READS THE FINISHED ARCHIVE BACK AND
      * DELETES EACH OF ITS KEYS FROM THE LIVE FILE.  A KEY ALREADY
      * GONE WAS DELETED BY AN EARLIER ATTEMPT AND IS ONLY COUNTED.
      *----------------------------------------------------------------
       3400-DELETE-ARCHIVED.
           OPEN INPUT HISTORY-ARCHIVE-FILE
           IF FST-WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "FST1706E HISTORY ARCHIVE FILE COULD NOT BE"
                   " OPENED"
               CLOSE POSTING-HISTORY-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO FST-WS-EOF-SW
           PERFORM 3410-DELETE-RECORD THRU 3410-EXIT
               UNTIL FST-WS-EOF-SW = 1
           CLOSE HISTORY-ARCHIVE-FILE.
       3400-EXIT.
           EXIT.

       3410-DELETE-RECORD.
           READ HISTORY-ARCHIVE-FILE INTO FST-WS-ARCHIVE-ENTRY
               AT END
                   MOVE 1 TO FST-WS-EOF-SW
                   GO TO 3410-EXIT
           END-READ
           IF FST-WS-AE-TRAILER
               MOVE 1 TO FST-WS-EOF-SW
               GO TO 3410-EXIT
           END-IF
           MOVE FST-WS-AE-KEY TO FST-PH-KEY
           DELETE POSTING-HISTORY-FILE RECORD
               INVALID KEY
                   ADD 1 TO FST-WS-GONE-COUNT
               NOT INVALID KEY
                   ADD 1 TO FST-WS-DELETED-COUNT
           END-DELETE.
       3410-EXIT.
           EXIT.
