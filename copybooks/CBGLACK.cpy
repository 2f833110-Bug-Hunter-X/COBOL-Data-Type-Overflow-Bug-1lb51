      *  WRITTEN BACK BY THE GL POSTING JOB, ONE RECORD PER BATCH IT
      *  PICKED UP FROM THE GL INTERFACE FILE, SO GLRECON CAN PROVE
      *  EVERY EXTRACTED BATCH POSTED ONCE AND FOR THE RIGHT AMOUNT.
      *  MIRRORS THE CBGLREC KEY AND AMOUNT FIELDS, AND THE ENTRY
      *  SIDE, SO A BATCH'S DEBIT AND REVERSAL CREDIT SUMMARIES ARE
      *  ACKNOWLEDGED SEPARATELY.  A BLANK SIDE IS A DEBIT.
      *****************************************************************
       01  GL-ACK-RECORD.
           05  ACK-RUN-DATE            PIC 9(08).
           05  ACK-POSTING-STATUS      PIC X(01).
               88  ACK-POSTED                 VALUE 'P'.
               88  ACK-FAILED                 VALUE 'F'.
           05  ACK-ENTRY-SIDE          PIC X(01).
               88  ACK-DEBIT-ENTRY            VALUE 'D' ' '.
               88  ACK-CREDIT-ENTRY           VALUE 'C'.
           05  FILLER                  PIC X(42).
