      *****************************************************************
      *  CBCYCLOG - NIGHTLY CYCLE STEP LOG RECORD LAYOUT
      *  APPENDED BY THE CYCLE DRIVER (SUMCYCLE) TO CYCLLOG: ONE 'R'
      *  RECORD WHEN A STEP IS STARTED AND ONE 'C' (COMPLETED WITHIN
      *  ITS THRESHOLD) OR 'F' (FAILED - RETURN CODE OVER ITS
      *  THRESHOLD, CYCLE STOPPED) RECORD WHEN IT ENDS.  A STEP IS
      *  IDENTIFIED BY PROGRAM AND BATCH ID (SPACES FOR THE STEPS
      *  THAT ARE NOT RUN PER BATCH).  A STARTED STEP WITH NO END
      *  RECORD DID NOT RETURN TO THE DRIVER.  A RERUN FOR THE SAME
      *  BUSINESS DATE SKIPS EVERY STEP WITH A 'C' RECORD FOR THAT
      *  DATE.  RETURN CODE 9999 MEANS THE STEP COULD NOT BE STARTED.
      *  SUMSTAT PRINTS THE DATE'S STEPS ON MORNRPT.
      *****************************************************************
       01  CYCLE-LOG-RECORD.
           05  CLOG-BUSINESS-DATE      PIC 9(08).
           05  CLOG-STEP-NUMBER        PIC 9(03).
           05  CLOG-PROGRAM            PIC X(08).
           05  CLOG-BATCH-ID           PIC X(08).
           05  CLOG-STEP-STATUS        PIC X(01).
               88  CLOG-STEP-STARTED          VALUE 'R'.
               88  CLOG-STEP-COMPLETED        VALUE 'C'.
               88  CLOG-STEP-FAILED           VALUE 'F'.
           05  CLOG-START-DATE         PIC 9(08).
           05  CLOG-START-TIME         PIC 9(08).
           05  CLOG-END-DATE           PIC 9(08).
           05  CLOG-END-TIME           PIC 9(08).
           05  CLOG-RETURN-CODE        PIC 9(04).
           05  CLOG-MAX-RC             PIC 9(03).
           05  FILLER                  PIC X(13).
