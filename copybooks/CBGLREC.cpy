      *  THE POSTING JOB CAN POST DIRECT TO BRANCH COST CENTERS
      *  WITHOUT RE-KEYING THE PRINTED SUMRPT BREAKDOWN.  A BLANK
      *  RECORD TYPE IS A SUMMARY RECORD, FOR EXTRACTS WRITTEN
      *  BEFORE THE DETAIL RECORDS WERE ADDED.  THE ENTRY SIDE
      *  MARKS A RECORD AS A DEBIT (D) OR A REVERSAL CREDIT (C): A
      *  BATCH WITH ACCEPTED REVERSALS GETS A SECOND, CREDIT SUMMARY
      *  RECORD, AND EACH CODE WITH REVERSALS A CREDIT DETAIL RECORD.
      *  A BLANK SIDE IS A DEBIT FROM AN OLDER EXTRACT.
      *****************************************************************
       01  GL-RECORD.
           05  GL-RUN-DATE             PIC 9(08).
               88  GL-BRANCH-DETAIL           VALUE 'B'.
               88  GL-CURRENCY-DETAIL         VALUE 'C'.
           05  GL-DETAIL-CODE          PIC X(04).
           05  GL-ENTRY-SIDE           PIC X(01).
               88  GL-DEBIT-ENTRY             VALUE 'D' ' '.
               88  GL-CREDIT-ENTRY            VALUE 'C'.
           05  FILLER                  PIC X(38).
