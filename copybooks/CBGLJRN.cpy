      *****************************************************************
      *  CBGLJRN - GL JOURNAL FILE RECORD LAYOUT
      *  BALANCED JOURNAL WRITTEN BY SUMBATCH FOR THE GL POSTING
      *  JOB, ONE PER RUN: A HEADER (H), ONE DEBIT OR CREDIT LINE
      *  (L) PER MAPPED CODE AND SIDE, AND A TRAILER (T) CARRYING
      *  THE LINE COUNT AND THE DEBIT AND CREDIT TOTALS, WHICH MUST
      *  AGREE.  THE HEADER STATUS TELLS THE POSTING JOB WHETHER
      *  THE JOURNAL MAY POST; A HELD JOURNAL CARRIES ITS HEADER
      *  AND TRAILER ONLY, WITH THE TOTALS IT WOULD HAVE POSTED.
      *  AMOUNTS CARRY A HI-ORDER COUNT OF 1,000,000,000.00 UNITS
      *  THE SAME WAY AS THE GL INTERFACE FILE (CBGLREC).
      *****************************************************************
       01  GL-JOURNAL-RECORD.
           05  JRN-RECORD-TYPE         PIC X(01).
               88  JRN-HEADER                 VALUE 'H'.
               88  JRN-LINE                   VALUE 'L'.
               88  JRN-TRAILER                VALUE 'T'.
           05  JRN-RUN-DATE            PIC 9(08).
           05  JRN-BATCH-ID            PIC X(08).
           05  JRN-BODY                PIC X(63).
           05  JRN-HEADER-DATA REDEFINES JRN-BODY.
               10  JRN-HDR-STATUS      PIC X(01).
                   88  JRN-POSTABLE           VALUE 'P'.
                   88  JRN-HELD-NO-MASTER     VALUE 'M'.
                   88  JRN-HELD-UNMAPPED      VALUE 'U'.
                   88  JRN-HELD-BATCH         VALUE 'B'.
                   88  JRN-HELD-UNBALANCED    VALUE 'X'.
               10  JRN-HDR-UNMAPPED-COUNT
                                       PIC 9(06).
               10  FILLER              PIC X(56).
           05  JRN-LINE-DATA REDEFINES JRN-BODY.
               10  JRN-ENTRY-SIDE      PIC X(01).
                   88  JRN-DEBIT-ENTRY        VALUE 'D'.
                   88  JRN-CREDIT-ENTRY       VALUE 'C'.
               10  JRN-GL-ACCOUNT      PIC X(10).
               10  JRN-COST-CENTER     PIC X(06).
               10  JRN-SOURCE-TYPE     PIC X(01).
               10  JRN-SOURCE-CODE     PIC X(04).
               10  JRN-AMOUNT          PIC 9(09)V99.
               10  JRN-HI-ORDER        PIC 9(09).
               10  FILLER              PIC X(21).
           05  JRN-TRAILER-DATA REDEFINES JRN-BODY.
               10  JRN-TRL-LINE-COUNT  PIC 9(06).
               10  JRN-TRL-DEBIT-TOTAL PIC 9(09)V99.
               10  JRN-TRL-DEBIT-HI    PIC 9(09).
               10  JRN-TRL-CREDIT-TOTAL
                                       PIC 9(09)V99.
               10  JRN-TRL-CREDIT-HI   PIC 9(09).
               10  JRN-TRL-BALANCED    PIC X(01).
                   88  JRN-IN-BALANCE         VALUE 'Y'.
                   88  JRN-OUT-OF-BALANCE     VALUE 'N'.
               10  FILLER              PIC X(16).
