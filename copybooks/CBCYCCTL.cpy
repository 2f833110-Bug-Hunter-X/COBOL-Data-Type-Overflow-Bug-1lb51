      *****************************************************************
      *  CBCYCCTL - NIGHTLY CYCLE CONTROL RECORD LAYOUT
      *  CARD-IMAGE FILE (CYCLCTL) KEPT BY OPERATIONS FOR THE CYCLE
      *  DRIVER (SUMCYCLE).  THE 'D' RECORD CARRIES THE BUSINESS
      *  DATE THE NEXT CYCLE RUNS UNDER; OPERATIONS MOVES IT ON ONCE
      *  THE NIGHT IS COMPLETE.  ANY NUMBER OF 'T' RECORDS SET, PER
      *  PROGRAM, THE HIGHEST RETURN CODE THE CYCLE ACCEPTS FROM
      *  THAT STEP BEFORE IT STOPS, AND ANY EXTRA PARM TEXT THE STEP
      *  IS TO BE GIVEN (FOR EXAMPLE THE SUMAGE ESCALATION DAYS).  A
      *  'T' RECORD FOR SUMBATCH APPLIES TO EVERY BATCH ID.  A
      *  PROGRAM WITH NO 'T' RECORD STOPS THE CYCLE ON ANY RETURN
      *  CODE OVER 4.
      *****************************************************************
       01  CYCLE-CONTROL-RECORD.
           05  CYC-RECORD-TYPE         PIC X(01).
               88  CYC-DATE-REC               VALUE 'D'.
               88  CYC-STEP-REC               VALUE 'T'.
           05  CYC-CONTROL-DATA        PIC X(79).
           05  CYC-DATE-DATA REDEFINES CYC-CONTROL-DATA.
               10  CYC-BUSINESS-DATE   PIC 9(08).
               10  FILLER              PIC X(71).
           05  CYC-STEP-DATA REDEFINES CYC-CONTROL-DATA.
               10  CYC-STEP-PROGRAM    PIC X(08).
               10  CYC-MAX-RC          PIC 9(03).
               10  CYC-STEP-PARM       PIC X(20).
               10  FILLER              PIC X(48).
