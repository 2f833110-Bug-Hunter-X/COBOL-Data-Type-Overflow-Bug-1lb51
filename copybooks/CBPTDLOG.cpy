      *****************************************************************
      *  CBPTDLOG - PERIOD-TO-DATE ROLL LOG RECORD LAYOUT
      *  ONE RECORD APPENDED BY SUMBATCH FOR EVERY PERIOD-TO-DATE
      *  BUCKET IT ROLLS A RUN INTO (OR BY SUMSUSP FOR EVERY BUCKET
      *  IT ROLLS A RELEASED BATCH INTO, UNDER THE BATCH'S BUSINESS
      *  DATE AND BATCH ID), WITH THE BUCKET'S AMOUNT AND
      *  REVERSED AMOUNT (AND THEIR HI-ORDER CARRIES) AS THEY STOOD
      *  BEFORE AND AFTER THE ROLL.  PTDFILE ITSELF ONLY HOLDS THE
      *  PERIOD'S RUNNING BUCKETS, SO THE LOG IS THE ONLY RECORD OF
      *  HOW MUCH ANY ONE BUSINESS DATE MOVED THEM; THE PROOF JOB
      *  (SUMPROOF) TIES THAT CHANGE BACK TO THE AUDIT TRAIL.
      *****************************************************************
       01  PTD-LOG-RECORD.
           05  PLOG-RUN-DATE           PIC 9(08).
           05  PLOG-BATCH-ID           PIC X(08).
           05  PLOG-CODE-TYPE          PIC X(01).
               88  PLOG-BRANCH-TYPE           VALUE 'B'.
               88  PLOG-CURRENCY-TYPE         VALUE 'C'.
           05  PLOG-CODE               PIC X(04).
           05  PLOG-PERIOD             PIC 9(06).
           05  PLOG-BEFORE-AMOUNT      PIC 9(09)V99.
           05  PLOG-BEFORE-HI-ORDER    PIC 9(09).
           05  PLOG-AFTER-AMOUNT       PIC 9(09)V99.
           05  PLOG-AFTER-HI-ORDER     PIC 9(09).
           05  PLOG-BEFORE-REV-AMOUNT  PIC 9(09)V99.
           05  PLOG-BEFORE-REV-HI      PIC 9(09).
           05  PLOG-AFTER-REV-AMOUNT   PIC 9(09)V99.
           05  PLOG-AFTER-REV-HI       PIC 9(09).
           05  FILLER                  PIC X(13).
