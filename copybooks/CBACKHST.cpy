      *****************************************************************
      *  CBACKHST - GL POSTING ACKNOWLEDGMENT HISTORY RECORD LAYOUT
      *  GLACKFIL IS REPLACED BY THE POSTING JOB EVERY CYCLE, SO
      *  GLRECON KEEPS EACH ACKNOWLEDGMENT IT RECONCILES ON THE
      *  APPEND-ONLY HISTORY GLACKHST FOR SUMPROOF.  THE FIRST 38
      *  BYTES MIRROR CBGLACK; THE CYCLE DATE IS THE DATE OF THE
      *  GLRECON RUN THAT KEPT THE RECORD, SO A RERUN FOR THE SAME
      *  CYCLE CAN TELL ITS ACKNOWLEDGMENTS ARE ALREADY ON FILE.
      *  SUMARCH AGES THE HISTORY BY BUSINESS DATE TO GLAKARCH.
      *****************************************************************
       01  GL-ACK-HISTORY-RECORD.
           05  AKH-RUN-DATE            PIC 9(08).
           05  AKH-BATCH-ID            PIC X(08).
           05  AKH-POSTED-AMOUNT       PIC 9(09)V99.
           05  AKH-HI-ORDER-CARRY      PIC 9(09).
           05  AKH-POSTING-STATUS      PIC X(01).
               88  AKH-POSTED                 VALUE 'P'.
               88  AKH-FAILED                 VALUE 'F'.
           05  AKH-ENTRY-SIDE          PIC X(01).
               88  AKH-DEBIT-ENTRY            VALUE 'D' ' '.
               88  AKH-CREDIT-ENTRY           VALUE 'C'.
           05  AKH-CYCLE-DATE          PIC 9(08).
           05  FILLER                  PIC X(34).
