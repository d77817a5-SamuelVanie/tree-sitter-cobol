      *----------------------------------------------------------------
      * GLACKREC - GL INTERFACE ACKNOWLEDGEMENT RECORD
      * ONE RECORD PER BUSINESS DATE AND TRAN CODE THE LEDGER BOOKED
      * FROM OUR GL EXTRACT, WITH THE COUNT AND AMOUNT IT BOOKED.
      * ACCOUNTING SENDS THE FILE BACK AS GLACK; A FILE MAY CARRY
      * ONE DATE OR SEVERAL.  A TRAN CODE WITH NOTHING POSTED MAY BE
      * LEFT OFF.
      *----------------------------------------------------------------
       01  FST-GL-ACK-RECORD.
           05  FST-GA-BUS-DATE             PIC X(08).
           05  FST-GA-TRAN-CODE            PIC X(02).
           05  FST-GA-BOOKED-COUNT         PIC 9(07).
           05  FST-GA-BOOKED-AMOUNT        PIC 9(11)V99.
           05  FILLER                      PIC X(50).
