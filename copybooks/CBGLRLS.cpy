      *****************************************************************
      *  CBGLRLS - GL RELEASE EXTRACT RECORD LAYOUT
      *  FOLLOW-ON GL EXTRACT WRITTEN BY SUMSUSP FOR HELD BATCHES
      *  RELEASED FROM SUSPENSE.  THE FIRST 42 BYTES MIRROR CBGLREC
      *  SO THE GL POSTING JOB READS IT AS ONE MORE EXTRACT AND
      *  ACKNOWLEDGES IT ON GLACKFIL AS USUAL: ONE DEBIT SUMMARY PER
      *  RELEASED BATCH, UNDER THE BUSINESS DATE THE BATCH WAS HELD
      *  ON, PLUS A CREDIT SUMMARY WHEN IT CARRIED REVERSALS.  THE
      *  RELEASE DATE AND THE TWO OPERATORS WHO RELEASED AND
      *  APPROVED IT FOLLOW, SO GLRECON AND SUMSTAT CAN SHOW THE
      *  MONEY AS RELEASED FROM SUSPENSE.
      *****************************************************************
       01  GL-RELEASE-RECORD.
           05  RLS-RUN-DATE            PIC 9(08).
           05  RLS-BATCH-ID            PIC X(08).
           05  RLS-TOTAL-AMOUNT        PIC 9(09)V99.
           05  RLS-HI-ORDER-CARRY      PIC 9(09).
           05  RLS-RECORD-TYPE         PIC X(01).
               88  RLS-BATCH-SUMMARY          VALUE 'S'.
           05  RLS-DETAIL-CODE         PIC X(04).
           05  RLS-ENTRY-SIDE          PIC X(01).
               88  RLS-DEBIT-ENTRY            VALUE 'D'.
               88  RLS-CREDIT-ENTRY           VALUE 'C'.
           05  RLS-RELEASE-DATE        PIC 9(08).
           05  RLS-RELEASE-OPER        PIC X(08).
           05  RLS-APPROVE-OPER        PIC X(08).
           05  FILLER                  PIC X(14).
