      *  AND REPORT AS UNATTRIBUTED.  EVERY DISPOSITION TAKEN THROUGH
      *  SUMREJ - CORRECTION OR WRITE-OFF - CARRIES THE SIGNED-ON
      *  OPERATOR ID SO NO WRITE-OFF IS EVER UNATTRIBUTED AGAIN.
      *  A DUPLICATE KEY REJECT CARRIES THE BUSINESS DATE AND BATCH
      *  ID UNDER WHICH THE KEY WAS ORIGINALLY ACCEPTED, TAKEN FROM
      *  THE KEY REGISTER (CBKEYREG); THE FIELDS ARE SPACES ON EVERY
      *  OTHER REJECT.  THEY WIDENED THE RECORD FROM 68 TO 80 BYTES,
      *  SO A 68-BYTE MASTER IS CONVERTED ONCE BY REJCONV.
      *  A REJECTED REVERSAL/ADJUSTMENT CARRIES THE ORIGINAL ITEM'S
      *  KEY AND THE AMOUNT IT TRIED TO REVERSE, WITH THE ORIGINAL
      *  DATE AND BATCH WHEN THE ITEM IS ON THE KEY REGISTER.
      *****************************************************************
       01  REJECT-RECORD.
           05  REJ-RECORD-KEY          PIC X(10).
           05  REJ-CURRENCY-CODE       PIC X(03).
           05  REJ-AMOUNT              PIC S9(9)V99   COMP-3.
           05  REJ-REASON              PIC X(16).
               88  REJ-DUPLICATE-REASON       VALUE 'DUPLICATE KEY'.
               88  REJ-REVERSAL-REASON        VALUE 'UNKNOWN ORIGINAL'
                                                    'ALREADY REVERSED'
                                                    'EXCEEDS ORIGINAL'
                                                    'BAD REVERSAL AMT'.
           05  REJ-REJECT-DATE         PIC 9(08).
           05  REJ-STATUS              PIC X(01).
               88  REJ-PENDING                VALUE 'P'.
               88  REJ-WRITTEN-OFF            VALUE 'W'.
           05  REJ-BATCH-ID            PIC X(08).
           05  REJ-DISP-OPER           PIC X(08).
           05  REJ-ORIG-DATE           PIC 9(08).
           05  REJ-ORIG-BATCH-ID       PIC X(08).
