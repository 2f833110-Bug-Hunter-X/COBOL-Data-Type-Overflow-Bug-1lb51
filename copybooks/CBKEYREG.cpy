      *****************************************************************
      *  CBKEYREG - ACCEPTED DETAIL KEY REGISTER RECORD LAYOUT
      *  ONE RECORD PER DETAIL RECORD KEY SUMBATCH HAS ACCEPTED INTO
      *  WS-SUM, ON AN INDEXED FILE KEYED ON THE RECORD KEY, WITH
      *  THE BUSINESS DATE AND BATCH ID IT WAS ACCEPTED UNDER.  A
      *  KEY ALREADY ON THE REGISTER IS REJECTED AS A DUPLICATE, SO
      *  AN ITEM SENT TWICE - IN ONE BATCH, IN TWO BATCHES OF ONE
      *  TRANSMISSION, OR ON TWO DIFFERENT NIGHTS - IS COUNTED ONCE.
      *  THE RUN STAMP (MACHINE DATE AND TIME OF THE ACCEPTING RUN)
      *  TELLS A REPEAT INSIDE ONE RUN FROM A SAME-DAY RE-FEED OF
      *  THE SAME BATCH.  THE REGISTER AGES OUT UNDER ITS OWN
      *  SUMARCH RETENTION PERIOD (FILE ID KEYFILE).
      *  AN ACCEPTED REVERSAL/ADJUSTMENT MARKS THE ORIGINAL'S ENTRY
      *  WITH THE AMOUNT REVERSED AND THE DATE, BATCH AND RUN STAMP
      *  THAT REVERSED IT; AN ITEM IS REVERSED AT MOST ONCE, SO A
      *  NONZERO REVERSED DATE REFUSES ANY FURTHER REVERSAL.
      *****************************************************************
       01  KEY-REGISTER-RECORD.
           05  KEY-RECORD-KEY          PIC X(10).
           05  KEY-ACCEPT-DATE         PIC 9(08).
           05  KEY-BATCH-ID            PIC X(08).
           05  KEY-BRANCH-CODE         PIC X(04).
           05  KEY-CURRENCY-CODE       PIC X(03).
           05  KEY-AMOUNT              PIC 9(09)V99.
           05  KEY-RUN-STAMP           PIC X(16).
           05  KEY-REVERSED-AMOUNT     PIC 9(09)V99.
           05  KEY-REVERSED-DATE       PIC 9(08).
           05  KEY-REVERSED-BATCH-ID   PIC X(08).
           05  KEY-REVERSED-STAMP      PIC X(16).
           05  FILLER                  PIC X(17).
