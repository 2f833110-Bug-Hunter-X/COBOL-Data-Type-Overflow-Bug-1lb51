      *****************************************************************
      *  CBHIER - BRANCH HIERARCHY MASTER RECORD LAYOUT
      *  ON AN INDEXED FILE (HIERFILE) KEYED ON LEVEL, CODE AND
      *  EFFECTIVE DATE.  A 'B' RECORD ASSIGNS A BRANCH CODE TO A
      *  REGION AND AN 'R' RECORD ASSIGNS A REGION TO A DIVISION,
      *  EACH FROM ITS EFFECTIVE DATE ONWARD.  THE EFFECTIVE DATE IS
      *  ALWAYS THE FIRST OF A MONTH, SO A BRANCH MOVES REGIONS AT A
      *  MONTH BOUNDARY BY ADDING A NEW RECORD DATED THE FIRST OF THE
      *  MONTH IT MOVES; THE OLD RECORD STAYS ON FILE FOR THE MONTHS
      *  BEFORE.  THE ASSIGNMENT IN EFFECT ON A DATE IS THE ACTIVE
      *  RECORD WITH THE LATEST EFFECTIVE DATE NOT AFTER IT; A
      *  RETIRED RECORD IS PASSED OVER.  SUMBATCH AND SUMPTD ROLL
      *  BRANCH VOLUME UP BY REGION AND DIVISION FROM IT.
      *  MAINTAINED BY SUMHIER, WHICH STAMPS THE SIGNED-ON OPERATOR
      *  ID AND DATE ON EVERY ADD, CHANGE OR RETIREMENT.
      *****************************************************************
       01  HIERARCHY-RECORD.
           05  HIER-KEY.
               10  HIER-LEVEL          PIC X(01).
                   88  HIER-BRANCH-LEVEL      VALUE 'B'.
                   88  HIER-REGION-LEVEL      VALUE 'R'.
               10  HIER-CODE           PIC X(04).
               10  HIER-EFFECTIVE-DATE PIC 9(08).
           05  HIER-PARENT-CODE        PIC X(04).
           05  HIER-DESCRIPTION        PIC X(30).
           05  HIER-STATUS             PIC X(01).
               88  HIER-ACTIVE                VALUE 'A'.
               88  HIER-RETIRED               VALUE 'R'.
           05  HIER-MAINT-OPER         PIC X(08).
           05  HIER-MAINT-DATE         PIC 9(08).
           05  FILLER                  PIC X(16).
