      *****************************************************************
      *  CBEVENT - EXCEPTION EVENT FEED RECORD LAYOUT
      *  ONE RECORD PER EXCEPTION, APPENDED TO THE SHARED EVENT FILE
      *  (EVNTFILE) BY SUMBATCH, GLRECON, SUMAGE, SUMHIST AND SUMSTAT
      *  AS THEY PRINT THE SAME EXCEPTION ON THEIR OWN REPORTS, SO
      *  THE ENTERPRISE MONITORING AND TICKETING SYSTEM CAN PICK
      *  EVERY EXCEPTION UP FROM ONE PLACE.  THE FILE IS FIXED-LENGTH
      *  SEQUENTIAL AND EVERY FIELD IS DISPLAY (THE AMOUNT CARRIES A
      *  LEADING SEPARATE SIGN) SO IT CAN BE READ OFF-PLATFORM AS
      *  PLAIN TEXT.  THE EVENT CODE IS FIXED PER EXCEPTION TYPE AND
      *  PROGRAM; THE TEXT IS FOR PEOPLE ONLY.  AN EVENT IS WRITTEN
      *  OPEN AND STAYS OPEN UNTIL THE ON-CALL ANALYST ACKNOWLEDGES
      *  IT THROUGH SUMEVNT, WHICH STAMPS THE SIGNED-ON OPERATOR ID
      *  AND THE DATE AND TIME OF THE ACKNOWLEDGMENT.
      *  SEVERITY: C = CRITICAL (A RUN FAILED OR FIGURES ARE KNOWN TO
      *  BE INCOMPLETE), E = ERROR (MONEY IS HELD OR DOES NOT AGREE),
      *  W = WARNING (NEEDS A LOOK, NOTHING IS HELD).
      *****************************************************************
       01  EVENT-RECORD.
           05  EVT-BUSINESS-DATE       PIC 9(08).
           05  EVT-PROGRAM             PIC X(08).
           05  EVT-BATCH-ID            PIC X(08).
           05  EVT-EVENT-CODE          PIC X(08).
           05  EVT-SEVERITY            PIC X(01).
               88  EVT-CRITICAL               VALUE 'C'.
               88  EVT-ERROR                  VALUE 'E'.
               88  EVT-WARNING                VALUE 'W'.
           05  EVT-AMOUNT              PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
           05  EVT-TEXT                PIC X(40).
           05  EVT-STAMP-DATE          PIC 9(08).
           05  EVT-STAMP-TIME          PIC 9(08).
           05  EVT-STATUS              PIC X(01).
               88  EVT-OPEN                   VALUE 'O'.
               88  EVT-ACKNOWLEDGED           VALUE 'A'.
           05  EVT-ACK-OPER            PIC X(08).
           05  EVT-ACK-DATE            PIC 9(08).
           05  EVT-ACK-TIME            PIC 9(08).
           05  FILLER                  PIC X(10).
