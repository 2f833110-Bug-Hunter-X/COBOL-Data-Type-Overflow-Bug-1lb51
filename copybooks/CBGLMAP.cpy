      *****************************************************************
      *  CBGLMAP - GL ACCOUNT MAPPING MASTER RECORD LAYOUT
      *  ONE RECORD PER BRANCH OR CURRENCY CODE, ON AN INDEXED FILE
      *  KEYED ON CODE TYPE PLUS CODE THE SAME WAY AS THE REFERENCE
      *  MASTER (CBREFREC), GIVING THE GL ACCOUNT AND COST CENTER
      *  THE CODE POSTS TO.  SUMBATCH READS IT TO BUILD THE GL
      *  JOURNAL (GLJRNL): A BRANCH'S ACCEPTED AMOUNT IS DEBITED TO
      *  THE BRANCH'S ACCOUNT AND THE SAME MONEY IS CREDITED TO THE
      *  ACCOUNT OF THE CURRENCY IT ARRIVED IN; REVERSALS POST THE
      *  OTHER WAY ROUND.  A CODE WITH NO ACTIVE MAPPING HOLDS THE
      *  JOURNAL.  MAINTAINED BY SUMMAP, WHICH STAMPS THE SIGNED-ON
      *  OPERATOR ID AND DATE ON EVERY ADD, CHANGE OR RETIREMENT.
      *****************************************************************
       01  GL-MAPPING-RECORD.
           05  MAP-KEY.
               10  MAP-CODE-TYPE       PIC X(01).
                   88  MAP-BRANCH-TYPE        VALUE 'B'.
                   88  MAP-CURRENCY-TYPE      VALUE 'C'.
               10  MAP-CODE            PIC X(04).
           05  MAP-GL-ACCOUNT          PIC X(10).
           05  MAP-COST-CENTER         PIC X(06).
           05  MAP-STATUS              PIC X(01).
               88  MAP-ACTIVE                 VALUE 'A'.
               88  MAP-RETIRED                VALUE 'R'.
           05  MAP-MAINT-OPER          PIC X(08).
           05  MAP-MAINT-DATE          PIC 9(08).
           05  FILLER                  PIC X(02).
