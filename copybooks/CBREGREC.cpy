      *  OUTCOME WHEN IT ENDS.  SUMBATCH REFUSES TO RUN A BATCH ID
      *  THAT ALREADY COMPLETED CLEAN TODAY UNLESS THE FORCE PARM IS
      *  SUPPLIED, AND OPERATIONS CAN BROWSE THE FILE TO SEE WHAT
      *  HAS AND HAS NOT RUN TONIGHT.  EVERY EVENT CARRIES THE
      *  MACHINE DATE AND TIME IT WAS WRITTEN, SO THE FEED MONITOR
      *  (SUMMON) AND SUMSTAT CAN TELL A BATCH THAT ARRIVED AFTER ITS
      *  SCHEDULED CUTOFF; A RECORD FROM BEFORE THE STAMP WAS ADDED
      *  HAS SPACES THERE AND IS NEVER COUNTED LATE.  BOTH EVENTS
      *  ALSO CARRY THE RUN STAMP (THE RUN'S START DATE AND TIME) SO
      *  A START CAN BE PAIRED WITH ITS OWN COMPLETION: A STAMP WITH
      *  A START AND NO COMPLETION IS A RUN THAT ABENDED.
      *****************************************************************
       01  REGISTER-RECORD.
           05  REG-BATCH-ID            PIC X(08).
           05  REG-OUTCOME             PIC X(01).
               88  REG-CONTROL-MATCHED        VALUE 'M'.
               88  REG-CONTROL-MISMATCHED     VALUE 'X'.
           05  REG-EVENT-DATE          PIC 9(08).
           05  REG-EVENT-TIME          PIC 9(08).
           05  REG-RUN-STAMP           PIC X(16).
           05  FILLER                  PIC X(06).
