      *  CBPTD - PERIOD-TO-DATE SUBTOTAL MASTER RECORD LAYOUT
      *  ONE RECORD PER BRANCH OR CURRENCY CODE PER PERIOD (YYYYMM)
      *  ON AN INDEXED FILE KEYED ON CODE TYPE, CODE AND PERIOD.
      *  SUMBATCH ROLLS EACH RUN'S POSTED BRANCH AND CURRENCY
      *  SUBTOTALS INTO THE CURRENT PERIOD'S BUCKETS AT END OF RUN,
      *  AND SUMSUSP ROLLS A HELD BATCH'S AS IT RELEASES IT, SO
      *  MONTH-TO-DATE VOLUME BY BRANCH NO LONGER HAS TO BE ADDED
      *  UP FROM DAILY PRINTOUTS.  AMOUNTS FOLD INTO A HI-ORDER
      *  CARRY AT THE SAME 999,999,999.99 CAPACITY THE DAILY
      *  BUCKETS USE.  SUMPTD PRINTS THE PERIOD STATEMENT; A NEW
      *  PERIOD NEEDS NO CLEARING BECAUSE THE PERIOD IS IN THE KEY.
      *  ACCEPTED REVERSALS ROLL INTO THEIR OWN REVERSED AMOUNT AND
      *  CARRY, SO THE PERIOD'S NET IS THE AMOUNT LESS THE REVERSED
      *  AMOUNT; A RECORD FROM BEFORE THE FIELDS EXISTED HAS SPACES
      *  THERE, WHICH MEANS NOTHING REVERSED.
      *****************************************************************
       01  PTD-RECORD.
           05  PTD-KEY.
               10  PTD-PERIOD          PIC 9(06).
           05  PTD-AMOUNT              PIC 9(09)V99.
           05  PTD-HI-ORDER            PIC 9(09).
           05  PTD-REVERSED-AMOUNT     PIC 9(09)V99   COMP-3.
           05  PTD-REVERSED-HI-ORDER   PIC 9(07)      COMP-3.
