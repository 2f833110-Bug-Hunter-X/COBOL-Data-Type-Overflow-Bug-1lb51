      *****************************************************************
      *  PROGRAM-ID   : REJCONV
      *  DESCRIPTION  : ONE-TIME CONVERSION OF THE REJECT MASTER
      *                 FROM ITS OLD 68-BYTE RECORD TO THE CURRENT
      *                 80-BYTE CBREJREC LAYOUT, WHICH ADDED THE
      *                 ORIGINAL ACCEPTANCE DATE AND BATCH ID CARRIED
      *                 BY DUPLICATE KEY REJECTS.  REJFILE IS
      *                 FIXED-LENGTH SEQUENTIAL, SO THE LONGER RECORD
      *                 CANNOT COEXIST WITH THE OLD ONE ON THE SAME
      *                 FILE - READING AN OLD MASTER WITH THE NEW
      *                 LAYOUT MISALIGNS EVERY RECORD AFTER THE
      *                 FIRST.  READS THE OLD MASTER FROM REJFOLD,
      *                 CARRIES THE ORIGINAL FIELDS ACROSS UNCHANGED,
      *                 LEAVES THE NEW FIELDS AS SPACES (NOT A
      *                 DUPLICATE), AND WRITES THE NEW MASTER TO
      *                 REJFILE.  THE SUMARCH REJECT ARCHIVE (REJARCH)
      *                 IS CONVERTED THE SAME WAY BY POINTING REJFOLD
      *                 AND REJFILE AT THE OLD AND NEW ARCHIVE.
      *                 RECORD COUNTS ARE DISPLAYED SO OPERATIONS CAN
      *                 PROVE THE CONVERSION BEFORE CUTTING OVER.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJCONV.
       FD  OLD-REJECT-FILE
           RECORDING MODE IS F.
       01  OLD-REJECT-RECORD.
           05  OLD-REJ-FIELDS          PIC X(64).
           05  FILLER                  PIC X(04).

       FD  REJECT-FILE
           RECORDING MODE IS F.
           END-READ.

      *****************************************************************
      *  THE FIRST 64 BYTES - KEY THROUGH DISPOSITION OPERATOR - ARE
      *  BYTE-FOR-BYTE IDENTICAL BETWEEN THE LAYOUTS; THE OLD FILLER
      *  IS DROPPED AND THE NEW ORIGINAL DATE AND BATCH FIELDS START
      *  OUT AS SPACES, WHICH THE READERS TREAT AS NOT A DUPLICATE.
      *****************************************************************
       2000-CONVERT-RECORD.
           MOVE SPACES TO REJECT-RECORD
           MOVE OLD-REJ-FIELDS TO REJECT-RECORD(1:64)
           WRITE REJECT-RECORD
           ADD 1 TO WS-WRITTEN-COUNT
           PERFORM 1100-READ-OLD-MASTER.
