      *----------------------------------------------------------------
      * CLOSEREC - CLOSED BUSINESS DATE RECORD
      * APPENDED BY FST-CLOSE-OUT - A C RECORD WHEN A NIGHT PASSES
      * ITS CLOSE CERTIFICATION, AN R RECORD WHEN A SUPERVISOR
      * AUTHORIZES A REOPEN.  THE FILE IS NEVER REWRITTEN; THE LAST
      * RECORD FOR A DATE IS ITS CURRENT STATE, SO A REOPENED DATE
      * IS CLOSED AGAIN BY THE NEXT CERTIFICATION.  FIXED-START
      * REFUSES A PARM BUSINESS DATE WHOSE LAST RECORD IS A CLOSE.
      *----------------------------------------------------------------
       01  FST-CLOSED-DATE-RECORD.
           05  FST-CD-RECORD-TYPE          PIC X(01).
               88  FST-CD-CLOSED               VALUE "C".
               88  FST-CD-REOPENED             VALUE "R".
           05  FST-CD-BUS-DATE             PIC X(08).
           05  FST-CD-RUN-ID               PIC X(08).
           05  FST-CD-TIMESTAMP            PIC X(16).
           05  FST-CD-OPERATOR-ID          PIC X(08).
           05  FST-CD-AUTHORIZED-BY        PIC X(08).
           05  FST-CD-REASON               PIC X(30).
           05  FILLER                      PIC X(01).
