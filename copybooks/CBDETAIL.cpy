      *  FILE WITH NO HEADER RECORD IS TREATED AS A SINGLE BATCH AND
      *  A FILE WITH NO GRAND TRAILER SKIPS THE FILE-LEVEL CHECK,
      *  FOR COMPATIBILITY WITH THE OLDER FEEDS.
      *  A REVERSAL/ADJUSTMENT (A) RECORD NAMES THE KEY OF AN ITEM
      *  ACCEPTED ON AN EARLIER RECORD OR NIGHT AND THE AMOUNT OF IT
      *  TO REVERSE; ITS BRANCH AND CURRENCY ARE AS SENT AND ARE
      *  ONLY USED WHEN THE ORIGINAL CANNOT BE FOUND.  THE BATCH
      *  TRAILER CARRIES THE REVERSAL TOTAL AND COUNT ALONGSIDE THE
      *  DETAIL TOTAL AND COUNT; AN OLDER TRAILER HAS SPACES THERE,
      *  WHICH MEANS NO REVERSALS.
      *****************************************************************
       01  BATCH-RECORD.
           05  BR-RECORD-TYPE          PIC X(01).
               88  BR-DETAIL-REC              VALUE 'D'.
               88  BR-TRAILER-REC             VALUE 'T'.
               88  BR-GRAND-TRAILER-REC       VALUE 'G'.
               88  BR-ADJUSTMENT-REC          VALUE 'A'.
           05  BR-DETAIL-DATA.
               10  BR-RECORD-KEY       PIC X(10).
               10  BR-BRANCH-CODE      PIC X(04).
           05  BR-TRAILER-DATA REDEFINES BR-DETAIL-DATA.
               10  BR-BATCH-TOTAL      PIC 9(9)V99    COMP-3.
               10  BR-INPUT-COUNT      PIC 9(9).
               10  BR-ADJUST-TOTAL     PIC 9(9)V99    COMP-3.
               10  BR-ADJUST-COUNT     PIC 9(9).
               10  FILLER              PIC X(03).
           05  BR-HEADER-DATA REDEFINES BR-DETAIL-DATA.
               10  BR-HEADER-BATCH-ID  PIC X(08).
               10  FILLER              PIC X(31).
                                       PIC 9(9).
               10  BR-GRAND-HI-ORDER   PIC 9(9).
               10  FILLER              PIC X(9).
           05  BR-ADJUST-DATA REDEFINES BR-DETAIL-DATA.
               10  BR-ADJ-ORIG-KEY     PIC X(10).
               10  BR-ADJ-BRANCH-CODE  PIC X(04).
               10  BR-ADJ-CURRENCY-CODE
                                       PIC X(03).
               10  BR-ADJ-AMOUNT       PIC S9(9)V99   COMP-3.
               10  FILLER              PIC X(16).
