      *****************************************************************
      *  CBSUSP - HELD-BATCH SUSPENSE RECORD LAYOUT
      *  ONE RECORD PER BATCH SUMBATCH HELD FROM THE GL EXTRACT, ON
      *  AN INDEXED FILE KEYED ON BUSINESS DATE, BATCH ID AND THE
      *  RUN STAMP OF THE HOLDING RUN.  CARRIES THE BATCH'S OWN
      *  TOTALS AND COUNTS, THE TRAILER'S DECLARED VALUES AND THE
      *  HOLD REASON, SO A HELD BATCH CAN BE RELEASED TO POSTING
      *  WITHOUT RE-FEEDING THE TRANSMISSION.  A RELEASE IS
      *  REQUESTED ON THE SUMSUSP SCREEN BY ONE LEVEL-3 OPERATOR
      *  WITH A REASON AND APPROVED BY A SECOND, DIFFERENT LEVEL-3
      *  OPERATOR; APPROVED BATCHES GO OUT ON THE RELEASE EXTRACT
      *  (GLRLSFIL, SEE CBGLRLS).  A LATER RUN OF THE SAME BATCH ID
      *  FOR THE SAME BUSINESS DATE SUPERSEDES ANY HOLD NOT YET
      *  EXTRACTED; ONLY WHILE A HOLD IS STILL OPEN MAY THAT LATER
      *  RUN ACCEPT THE HELD RUN'S KEYS AGAIN, SO THE SAME MONEY
      *  CANNOT POST TWICE.  A RESTART HOLD CARRIES UNDERSTATED SUMS
      *  AND CANNOT BE RELEASED.
      *****************************************************************
       01  SUSPENSE-RECORD.
           05  SUSP-KEY.
               10  SUSP-BUSINESS-DATE  PIC 9(08).
               10  SUSP-BATCH-ID       PIC X(08).
               10  SUSP-HOLD-STAMP     PIC X(16).
           05  SUSP-HOLD-REASON        PIC X(16).
               88  SUSP-HOLD-MISMATCH         VALUE 'CONTROL MISMATCH'.
               88  SUSP-HOLD-NO-TRAILER       VALUE 'NO TRAILER'.
               88  SUSP-HOLD-DISABLED         VALUE 'BATCH DISABLED'.
               88  SUSP-HOLD-RESTART          VALUE 'RESTART PARTIAL'.
               88  SUSP-HOLD-GRAND-MISMATCH   VALUE 'GRAND MISMATCH'.
               88  SUSP-HOLD-TABLE-FULL       VALUE 'TABLE FULL'.
           05  SUSP-STATUS             PIC X(01).
               88  SUSP-HELD                  VALUE 'H'.
               88  SUSP-RELEASE-PENDING       VALUE 'R'.
               88  SUSP-APPROVED              VALUE 'A'.
               88  SUSP-EXTRACTED             VALUE 'E'.
               88  SUSP-SUPERSEDED            VALUE 'S'.
               88  SUSP-OPEN                  VALUES 'H' 'R' 'A'.
           05  SUSP-BATCH-SUM          PIC 9(09)V99.
           05  SUSP-HI-ORDER           PIC 9(09).
           05  SUSP-DETAIL-COUNT       PIC 9(09).
           05  SUSP-TRAILER-TOTAL      PIC 9(09)V99.
           05  SUSP-TRAILER-COUNT      PIC 9(09).
           05  SUSP-ADJ-SUM            PIC 9(09)V99.
           05  SUSP-ADJ-HI-ORDER       PIC 9(09).
           05  SUSP-ADJ-COUNT          PIC 9(09).
           05  SUSP-TRAILER-ADJ-TOTAL  PIC 9(09)V99.
           05  SUSP-TRAILER-ADJ-COUNT  PIC 9(09).
           05  SUSP-RELEASE-OPER       PIC X(08).
           05  SUSP-RELEASE-DATE       PIC 9(08).
           05  SUSP-RELEASE-REASON     PIC X(30).
           05  SUSP-APPROVE-OPER       PIC X(08).
           05  SUSP-APPROVE-DATE       PIC 9(08).
           05  SUSP-EXTRACT-DATE       PIC 9(08).
           05  FILLER                  PIC X(23).
