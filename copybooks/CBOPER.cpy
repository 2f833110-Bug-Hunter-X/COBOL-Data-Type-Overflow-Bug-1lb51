      *  CBOPER - OPERATOR AUTHORITY FILE RECORD LAYOUT
      *  ONE RECORD PER OPERATOR ON AN INDEXED FILE KEYED ON THE
      *  OPERATOR ID, SHARED BY THE MAINTENANCE SCREENS (SUMPARM,
      *  SUMREF, SUMREJ, SUMSUSP, SUMMAP, SUMHIER, SUMEVNT) AND
      *  MAINTAINED BY SUMOPER.  EVERY SCREEN SESSION STARTS WITH A
      *  SIGN-ON AGAINST THIS FILE, AND THE SIGNED-ON ID IS STAMPED
      *  ON PARMLOG ENTRIES, REFERENCE, GL MAPPING AND HIERARCHY
      *  MASTER CHANGES, REJECT DISPOSITIONS, SUSPENSE RELEASES AND
      *  EXCEPTION EVENT ACKNOWLEDGMENTS.  AUTHORITY LEVELS ARE
      *  CUMULATIVE: 1 MAY ONLY LOOK, 2 MAY MAINTAIN PARAMETERS,
      *  REFERENCE CODES, GL MAPPINGS AND REJECT CORRECTIONS AND
      *  ACKNOWLEDGE EXCEPTION EVENTS, 3 MAY ALSO WRITE OFF REJECTS,
      *  RELEASE HELD BATCHES AND MAINTAIN OPERATORS.
      *****************************************************************
       01  OPERATOR-RECORD.
           05  OPER-ID                 PIC X(08).
